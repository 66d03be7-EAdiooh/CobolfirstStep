      * NAMEREC INTAKE RECORD. THE BRANCH CODE SAYS WHICH DESK
      * TOOK THE CHECK-OUT; THE DEPARTURE TIME IS HHMMSS. READ BY
      * THE ROLLCALL END-OF-DAY PROGRAM, WHICH MATCHES DEPARTURES
      * AGAINST THE DAY'S AUDIT-TRAIL ARRIVALS. THE OPERATOR ID
      * SAYS WHICH CLERK KEYED THE CHECK-OUT AND IS VALIDATED
      * AGAINST THE OPERATOR MASTER THE SAME WAY AS AT INTAKE.
      *----------------------------------------------------------
       01  WS-DEPART-RECORD.
           05  WS-DEP-TITLE                PIC X(4).
           05  WS-DEP-SURNAME              PIC X(20).
           05  WS-DEP-BRANCH-CODE          PIC X(3).
           05  WS-DEP-DEPART-TIME          PIC 9(6).
           05  WS-DEP-OPERATOR-ID          PIC X(6).
