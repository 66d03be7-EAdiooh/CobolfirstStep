      * MEMBER PREFERENCE MAINTENANCE TRANSACTION. ONE RECORD PER
      * REQUESTED ADD / CHANGE / DELETE AGAINST MEMBPREF, APPLIED
      * BY THE PREFMNT BATCH MAINTENANCE PROGRAM WHEN A MEMBER
      * ASKS THE DESK TO RECORD A PREFERENCE. ON A CHANGE THE
      * PHONE, E-MAIL AND CONTACT-CONSENT FLAG ARE ONLY ALTERED
      * WHEN KEYED (SPACES LEAVE THE HELD VALUE ALONE).
      *----------------------------------------------------------
       01  WS-PREF-TRAN.
           05  WS-PRF-ACTION               PIC X.
           05  WS-PRF-LANGUAGE             PIC X(2).
           05  WS-PRF-TITLE                PIC X(4).
           05  WS-PRF-VIP                  PIC X.
           05  WS-PRF-PHONE                PIC X(15).
           05  WS-PRF-EMAIL                PIC X(40).
           05  WS-PRF-CONSENT              PIC X.
