       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCHK.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC REPLACING WS-AUDIT-RECORD BY AUDITOUT-IN-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-AUDITOUT-STATUS              PIC XX.
           88  AUDITOUT-OK                 VALUE '00'.
           88  AUDITOUT-EOF                VALUE '10'.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-AUDITOUT             VALUE 'Y'.

      *    RUN-CONTROL CHECK AHEAD OF A JOB'S MAIN STEP.
      *    HELLO_RUNCHK_JOB IN STDENV NAMES THE JOB TO CHECK. EACH
      *    BUSINESS DATE ON THE AUDITOUT DD IS CHECKED, OR TODAY'S
      *    DATE WHEN AUDITOUT IS EMPTY, DUMMY OR LEFT OUT. A DATE THE
      *    JOB HAS ALREADY COMPLETED ENDS THE STEP WITH RC=8 SO THE
      *    JOB'S LATER STEPS ARE BYPASSED BEFORE THEY CATALOGUE ANY
      *    OUTPUT. HELLO_RERUN=Y IS HONOURED HERE AS IN THE JOB'S OWN
      *    PROGRAM.
       01  WS-ENV-RUNCHK-JOB               PIC X(8).
       01  WS-RUNCTL-JOB                   PIC X(8).
       01  WS-RUNCTL-RESULT                PIC X.
           88  WS-RUNCTL-NOT-YET-RUN       VALUE 'N'.
           88  WS-RUNCTL-ALREADY-RUN       VALUE 'Y'.
           88  WS-RUNCTL-RERUN             VALUE 'O'.
           88  WS-RUNCTL-ERROR             VALUE 'E'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-BUS-DATE                     PIC 9(8) VALUE ZERO.

       01  WS-REFUSED-SWITCH               PIC X VALUE 'N'.
           88  WS-RUN-REFUSED              VALUE 'Y'.

       01  WS-DATES-CHECKED                PIC 9(5) VALUE ZERO.
       01  WS-DATES-REFUSED                PIC 9(5) VALUE ZERO.

      *    THE STEP RETURN CODE IS HELD HERE FOR THE WHOLE RUN - EACH
      *    CALL RESETS RETURN-CODE - AND MOVED TO IT AFTER THE LAST
      *    CALL.
       01  WS-STEP-RC                      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-BUSINESS-DATES.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY 'HELLO_RUNCHK_JOB' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-RUNCHK-JOB FROM ENVIRONMENT-VALUE.
           IF WS-ENV-RUNCHK-JOB = SPACES
               DISPLAY 'HELLO_RUNCHK_JOB NOT SET IN STDENV'
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE WS-ENV-RUNCHK-JOB TO WS-RUNCTL-JOB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       2000-CHECK-BUSINESS-DATES.
           OPEN INPUT AUDIT-FILE.
           EVALUATE WS-AUDITOUT-STATUS
               WHEN '00'
                   PERFORM 2050-READ-AUDIT-DATE
                   PERFORM 2100-CHECK-ONE-RECORD
                       UNTIL END-OF-AUDITOUT
                   CLOSE AUDIT-FILE
               WHEN '05'
                   CLOSE AUDIT-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING AUDITOUT, STATUS='
                       WS-AUDITOUT-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.
           IF WS-DATES-CHECKED = ZERO
               MOVE WS-RUN-DATE TO WS-BUS-DATE
               PERFORM 2200-CHECK-ONE-DATE
           END-IF.

       2050-READ-AUDIT-DATE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDITOUT TO TRUE
           END-READ.
           IF NOT AUDITOUT-OK AND NOT AUDITOUT-EOF
               DISPLAY 'ERROR READING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2100-CHECK-ONE-RECORD.
           IF WS-AUD-TIMESTAMP(1:8) NOT = WS-BUS-DATE
               MOVE WS-AUD-TIMESTAMP(1:8) TO WS-BUS-DATE
               PERFORM 2200-CHECK-ONE-DATE
           END-IF.
           PERFORM 2050-READ-AUDIT-DATE.

       2200-CHECK-ONE-DATE.
           ADD 1 TO WS-DATES-CHECKED.
           CALL 'RUNCTL' USING WS-RUNCTL-JOB WS-BUS-DATE
               WS-RUNCTL-RESULT.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ALREADY-RUN
                   DISPLAY WS-RUNCTL-JOB ' ALREADY COMPLETED FOR '
                       'BUSINESS DATE ' WS-BUS-DATE
                   ADD 1 TO WS-DATES-REFUSED
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE 8 TO WS-STEP-RC
               WHEN WS-RUNCTL-RERUN
                   DISPLAY 'WARNING: ' WS-RUNCTL-JOB ' RERUN FOR '
                       'BUSINESS DATE ' WS-BUS-DATE ' UNDER HELLO_RERUN'
               WHEN WS-RUNCTL-ERROR
                   PERFORM 9999-ABORT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-TERMINATE.
           CALL 'RUNCTL-TERM'.
           DISPLAY 'RUNCHK FOR ' WS-RUNCTL-JOB.
           DISPLAY 'DATES CHECKED   : ' WS-DATES-CHECKED.
           DISPLAY 'DATES COMPLETED : ' WS-DATES-REFUSED.
           IF WS-RUN-REFUSED
               DISPLAY WS-RUNCTL-JOB ' RUN REFUSED - SET HELLO_RERUN=Y '
                   'IN STDENV OF THIS STEP AND THE JOB STEP TO RUN '
                   'IT AGAIN'
           END-IF.
           MOVE WS-STEP-RC TO RETURN-CODE.

       9999-ABORT-RUN.
           DISPLAY 'RUNCHK ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
