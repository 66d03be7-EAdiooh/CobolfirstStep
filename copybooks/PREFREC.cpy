      * (SPACES MEANS USE THE TITLE KEYED AT THE DESK), AND THE
      * VIP FLAG THAT RAISES THE ESCORT ALERT. READ BY THE
      * PREFLKUP LOOKUP SUBPROGRAM AND MAINTAINED BY PREFMNT.
      * THE CONTACT DETAILS (PHONE AND E-MAIL, SPACES WHEN NOT
      * GIVEN) ARE USED BY THE RMDXTR APPOINTMENT-REMINDER
      * EXTRACT ONLY WHEN THE CONTACT-CONSENT FLAG IS Y.
      *----------------------------------------------------------
       01  WS-PREF-RECORD.
           05  WS-PREF-KEY.
           05  WS-PREF-TITLE               PIC X(4).
           05  WS-PREF-VIP                 PIC X.
               88  WS-PREF-IS-VIP          VALUE 'Y'.
           05  WS-PREF-PHONE               PIC X(15).
           05  WS-PREF-EMAIL               PIC X(40).
           05  WS-PREF-CONSENT             PIC X.
               88  WS-PREF-CONSENTS        VALUE 'Y'.
