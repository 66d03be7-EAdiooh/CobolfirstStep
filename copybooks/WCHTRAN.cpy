      *----------------------------------------------------------
      * WCHTRAN.CPY
      * WATCH LIST MAINTENANCE TRANSACTION. ONE RECORD PER
      * REQUESTED ADD / CHANGE / DELETE AGAINST WATCHLST, APPLIED
      * BY THE WATCHMNT BATCH MAINTENANCE PROGRAM ON INSTRUCTION
      * FROM THE SECURITY OFFICE. BRANCHES AND EXPIRY FOLLOW THE
      * WATCHREC LAYOUT ('***' = ALL BRANCHES, ZERO = NO EXPIRY).
      *----------------------------------------------------------
       01  WS-WATCH-TRAN.
           05  WS-WTR-ACTION               PIC X.
               88  WS-WTR-ADD              VALUE 'A'.
               88  WS-WTR-CHANGE           VALUE 'C'.
               88  WS-WTR-DELETE           VALUE 'D'.
           05  WS-WTR-SURNAME              PIC X(20).
           05  WS-WTR-GIVEN-NAME           PIC X(15).
           05  WS-WTR-REASON               PIC X(4).
           05  WS-WTR-BRANCH-LIST.
               10  WS-WTR-BRANCH           PIC X(3) OCCURS 5 TIMES.
           05  WS-WTR-EXPIRY-DATE          PIC 9(8).
