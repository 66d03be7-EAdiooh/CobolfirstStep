      *----------------------------------------------------------
      * NOARREC.CPY
      * DEPARTURE-WITH-NO-ARRIVAL RECORD, WRITTEN BY ROLLCALL FOR
      * EACH CHECK-OUT THAT MATCHED NO GREETED ARRIVAL ON THE
      * DAY'S AUDIT TRAIL. CARRIES THE BUSINESS DATE, THE BRANCH
      * AND OPERATOR THAT TOOK THE CHECK-OUT AND THE DEPARTURE
      * TIME (HHMMSS) - NO VISITOR NAME, SO THE GENERATIONS HOLD
      * NO PERSONAL DATA. READ BY THE WEEKLY OPERSTAT OPERATOR
      * QUALITY REPORT.
      *----------------------------------------------------------
       01  WS-NO-ARRIVAL-RECORD.
           05  WS-NAR-BUSINESS-DATE        PIC 9(8).
           05  WS-NAR-BRANCH               PIC X(3).
           05  WS-NAR-OPERATOR             PIC X(6).
           05  WS-NAR-DEPART-TIME          PIC 9(6).
