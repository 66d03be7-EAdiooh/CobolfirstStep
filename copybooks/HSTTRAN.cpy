      *----------------------------------------------------------
      * HSTTRAN.CPY
      * HOST DIRECTORY MAINTENANCE TRANSACTION. ONE RECORD PER
      * REQUESTED ADD / CHANGE / DELETE AGAINST HOSTMSTR, APPLIED
      * BY THE HOSTMNT BATCH MAINTENANCE PROGRAM WHEN STAFF JOIN,
      * MOVE DESKS OR LEAVE. A DELETE NEEDS ONLY THE HOST ID.
      *----------------------------------------------------------
       01  WS-HOST-TRAN.
           05  WS-HTR-ACTION               PIC X.
               88  WS-HTR-ADD              VALUE 'A'.
               88  WS-HTR-CHANGE           VALUE 'C'.
               88  WS-HTR-DELETE           VALUE 'D'.
           05  WS-HTR-HOST-ID              PIC X(6).
           05  WS-HTR-SURNAME              PIC X(20).
           05  WS-HTR-GIVEN-NAME           PIC X(15).
           05  WS-HTR-BRANCH               PIC X(3).
           05  WS-HTR-EXTENSION            PIC X(6).
           05  WS-HTR-EMAIL                PIC X(40).
