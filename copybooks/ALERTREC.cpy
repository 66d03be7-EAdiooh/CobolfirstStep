      *----------------------------------------------------------
      * ALERTREC.CPY
      * SECURITY ALERT RECORD - ONE PER ARRIVAL HELD AT THE DESK
      * BECAUSE THE VISITOR MATCHED AN UNEXPIRED WATCH LIST ENTRY
      * COVERING THE BRANCH. WRITTEN BY HELLO-BATCH TO THE SECALERT
      * FEED IN NAMEIN ARRIVAL ORDER, SO EACH BRANCH'S SECURITY
      * DESK CAN PULL ITS OWN SLICE BY BRANCH CODE. THE REASON IS
      * THE WATCH LIST REASON CODE.
      *----------------------------------------------------------
       01  WS-ALERT-RECORD.
           05  WS-ALR-BRANCH               PIC X(3).
           05  WS-ALR-ALERT-DATE           PIC 9(8).
           05  WS-ALR-ARRIVAL-TIME         PIC 9(6).
           05  WS-ALR-TITLE                PIC X(4).
           05  WS-ALR-GIVEN-NAME           PIC X(15).
           05  WS-ALR-SURNAME              PIC X(20).
           05  WS-ALR-REASON               PIC X(4).
