      *----------------------------------------------------------
      * RUNCREC.CPY
      * RUN-CONTROL RECORD. ONE RECORD PER BUSINESS DATE PER JOB
      * (HELLOBAT, RECONCIL, ROLLCALL, VISITHST, AUDSTATS) ON THE
      * RUNCTL KSDS, KEYED BY BUSINESS DATE + JOB NAME, WRITTEN BY
      * THE RUNCTL SUBPROGRAM WHEN THE JOB COMPLETES FOR THAT
      * DATE. A JOB FINDING ITS RECORD ALREADY PRESENT REFUSES THE
      * DATE UNLESS HELLO_RERUN=Y IS SET; AN OVERRIDDEN RERUN BUMPS
      * THE TIMES-RUN COUNT AND SETS THE RERUN FLAG. THE RECORD
      * COUNT IS THE JOB'S INPUT RECORDS FOR THE DATE AND THE
      * RETURN CODE IS THE ONE THE JOB ENDED WITH. THE RUNSTAT JOB
      * REPORTS THE STEPS STILL OUTSTANDING.
      *----------------------------------------------------------
       01  WS-RUNCTL-RECORD.
           05  WS-RCT-KEY.
               10  WS-RCT-BUSINESS-DATE    PIC 9(8).
               10  WS-RCT-JOB-NAME         PIC X(8).
           05  WS-RCT-COMPLETED-AT         PIC 9(14).
           05  WS-RCT-RECORD-COUNT         PIC 9(9).
           05  WS-RCT-RETURN-CODE          PIC 9(4).
           05  WS-RCT-TIMES-RUN            PIC 9(3).
           05  WS-RCT-RERUN-FLAG           PIC X.
               88  WS-RCT-WAS-RERUN        VALUE 'Y'.
