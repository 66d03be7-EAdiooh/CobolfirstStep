      *----------------------------------------------------------
      * WATCHREC.CPY
      * BARRED-VISITOR WATCH LIST RECORD, KEYED BY SURNAME + GIVEN
      * NAME LIKE THE MEMBER MASTER (KEY STORED UPPER-CASE). THE
      * REASON CODE IS THE SECURITY OFFICE'S OWN CODE FOR WHY THE
      * PERSON IS BARRED. UP TO FIVE BRANCH CODES ARE COVERED; A
      * BRANCH OF '***' IN ANY SLOT COVERS EVERY BRANCH. THE ENTRY
      * STOPS APPLYING AFTER THE EXPIRY DATE (YYYYMMDD); AN EXPIRY
      * OF ZERO MEANS IT NEVER LAPSES. READ BY THE WATCHLK LOOKUP
      * SUBPROGRAM AND MAINTAINED BY WATCHMNT.
      *----------------------------------------------------------
       01  WS-WATCH-RECORD.
           05  WS-WATCH-KEY.
               10  WS-WCH-SURNAME          PIC X(20).
               10  WS-WCH-GIVEN-NAME       PIC X(15).
           05  WS-WCH-REASON               PIC X(4).
           05  WS-WCH-BRANCH-LIST.
               10  WS-WCH-BRANCH           PIC X(3) OCCURS 5 TIMES.
           05  WS-WCH-EXPIRY-DATE          PIC 9(8).
