       01  WS-AUD-GREETED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-AUD-REJECTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-AUD-DUPLICATE-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-AUD-HELD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-AUD-OTHER-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-EXC-BLANK-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-EXC-TRUNC-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-EXC-HELD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-EXC-OPER-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-EXC-OTHER-COUNT              PIC 9(6) VALUE ZERO.

       01  WS-AUDIT-TOTAL                  PIC 9(6).

       01  WS-RUN-DATE                     PIC 9(8).

      *    RUN CONTROL - THE BUSINESS DATE IS THE DATE OF THE AUDIT
      *    TRAIL BEING BALANCED (THE RUN DATE IF IT IS EMPTY).
       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-RUNCTL-JOB                   PIC X(8) VALUE 'RECONCIL'.
       01  WS-RUNCTL-RESULT                PIC X.
           88  WS-RUNCTL-NOT-YET-RUN       VALUE 'N'.
           88  WS-RUNCTL-ALREADY-RUN       VALUE 'Y'.
           88  WS-RUNCTL-RERUN             VALUE 'O'.
           88  WS-RUNCTL-ERROR             VALUE 'E'.
       01  WS-RUNCTL-COUNT                 PIC 9(9).
       01  WS-RUNCTL-RC                    PIC 9(4).
      *    THE STEP RETURN CODE IS HELD HERE FOR THE WHOLE RUN - EACH
      *    CALL RESETS RETURN-CODE - AND MOVED TO IT AFTER THE LAST
      *    CALL.
       01  WS-STEP-RC                      PIC 9(4) VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(35)
               VALUE '===== DAILY BALANCING REPORT '.
           IF WS-NAMEIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NAMEIN, STATUS=' WS-NAMEIN-STATUS
               SET END-OF-NAMEIN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               SET END-OF-AUDITOUT TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN INPUT EXCPRPT-FILE.
           IF WS-EXCPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXCPRPT, STATUS='
                   WS-EXCPRPT-STATUS
               SET END-OF-EXCPRPT TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN OUTPUT RCNRPT-FILE.
           IF WS-RCNRPT-STATUS = '00'
           ELSE
               DISPLAY 'ERROR OPENING RCNRPT, STATUS='
                   WS-RCNRPT-STATUS
               MOVE 12 TO WS-STEP-RC
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           IF WS-STEP-RC = 12
               SET END-OF-NAMEIN TO TRUE
               SET END-OF-AUDITOUT TO TRUE
               SET END-OF-EXCPRPT TO TRUE
               PERFORM 2100-READ-NAMEIN
               PERFORM 2300-READ-AUDITOUT
               PERFORM 2500-READ-EXCPRPT
               PERFORM 1050-CHECK-RUN-CONTROL
           END-IF.

       1050-CHECK-RUN-CONTROL.
           IF END-OF-AUDITOUT
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
                   TO WS-BUSINESS-DATE
           END-IF.
           CALL 'RUNCTL' USING WS-RUNCTL-JOB WS-BUSINESS-DATE
               WS-RUNCTL-RESULT.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ALREADY-RUN
                   DISPLAY 'RECONCIL ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' WS-BUSINESS-DATE
                   DISPLAY 'SET HELLO_RERUN=Y IN STDENV TO RUN IT '
                       'AGAIN'
                   PERFORM 1900-REFUSE-RUN
               WHEN WS-RUNCTL-RERUN
                   DISPLAY 'WARNING: RECONCIL RERUN FOR BUSINESS DATE '
                       WS-BUSINESS-DATE ' UNDER HELLO_RERUN'
               WHEN WS-RUNCTL-ERROR
                   SET END-OF-NAMEIN TO TRUE
                   SET END-OF-AUDITOUT TO TRUE
                   SET END-OF-EXCPRPT TO TRUE
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE 12 TO WS-STEP-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1900-REFUSE-RUN.
           CLOSE NAME-IN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EXCPRPT-FILE.
           IF WS-RCNRPT-IS-OPEN
               CLOSE RCNRPT-FILE
           END-IF.
           CALL 'RUNCTL-TERM'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-COUNT-NAMEIN.
           ADD 1 TO WS-NAMEIN-COUNT.
           IF NOT NAMEIN-OK AND NOT NAMEIN-EOF
               DISPLAY 'NAMEIN READ ERROR, STATUS=' WS-NAMEIN-STATUS
               SET END-OF-NAMEIN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       2200-COUNT-AUDITOUT.
                   ADD 1 TO WS-AUD-REJECTED-COUNT
               WHEN 'DUPLICATE'
                   ADD 1 TO WS-AUD-DUPLICATE-COUNT
               WHEN 'HELD'
                   ADD 1 TO WS-AUD-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AUD-OTHER-COUNT
           END-EVALUATE.
               DISPLAY 'AUDITOUT READ ERROR, STATUS='
                   WS-AUDITOUT-STATUS
               SET END-OF-AUDITOUT TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       2400-COUNT-EXCPRPT.
                   ADD 1 TO WS-EXC-BLANK-COUNT
               WHEN 'TRUNCATED'
                   ADD 1 TO WS-EXC-TRUNC-COUNT
               WHEN 'HELD'
                   ADD 1 TO WS-EXC-HELD-COUNT
               WHEN 'BAD OPER'
                   ADD 1 TO WS-EXC-OPER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXC-OTHER-COUNT
           END-EVALUATE.
               DISPLAY 'EXCPRPT READ ERROR, STATUS='
                   WS-EXCPRPT-STATUS
               SET END-OF-EXCPRPT TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       3000-CROSS-FOOT.
           COMPUTE WS-AUDIT-TOTAL
               = WS-AUD-GREETED-COUNT + WS-AUD-REJECTED-COUNT
               + WS-AUD-DUPLICATE-COUNT + WS-AUD-HELD-COUNT
               + WS-AUD-OTHER-COUNT.
           IF WS-AUDIT-TOTAL NOT = WS-NAMEIN-COUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-AUD-REJECTED-COUNT
                   NOT = WS-EXC-BLANK-COUNT + WS-EXC-OPER-COUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-AUD-HELD-COUNT NOT = WS-EXC-HELD-COUNT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-AUD-OTHER-COUNT NOT = ZERO
           MOVE WS-AUD-DUPLICATE-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           WRITE RCNRPT-OUT-LINE.
           MOVE 'AUDIT HELD RECORDS         :' TO WS-CNT-LABEL.
           MOVE WS-AUD-HELD-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           WRITE RCNRPT-OUT-LINE.
           MOVE 'AUDIT UNKNOWN STATUS       :' TO WS-CNT-LABEL.
           MOVE WS-AUD-OTHER-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           MOVE WS-EXC-TRUNC-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           WRITE RCNRPT-OUT-LINE.
           MOVE 'EXCEPTION HELD RECORDS     :' TO WS-CNT-LABEL.
           MOVE WS-EXC-HELD-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           WRITE RCNRPT-OUT-LINE.
           MOVE 'EXCEPTION BAD OPERATOR     :' TO WS-CNT-LABEL.
           MOVE WS-EXC-OPER-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           WRITE RCNRPT-OUT-LINE.
           MOVE 'EXCEPTION UNKNOWN REASON   :' TO WS-CNT-LABEL.
           MOVE WS-EXC-OTHER-COUNT TO WS-CNT-VALUE.
           MOVE WS-RPT-COUNT-LINE TO RCNRPT-OUT-LINE.
           WRITE RCNRPT-OUT-LINE.

       3700-PRINT-CHECKS.
           MOVE 'GRT+REJ+DUP+HELD = NAMEIN  :' TO WS-CHK-LABEL.
           COMPUTE WS-VARIANCE = WS-AUDIT-TOTAL - WS-NAMEIN-COUNT.
           PERFORM 3800-FORMAT-CHECK.
           MOVE 'REJECTED = BLANK + BAD OPER:' TO WS-CHK-LABEL.
           COMPUTE WS-VARIANCE
               = WS-AUD-REJECTED-COUNT - WS-EXC-BLANK-COUNT
               - WS-EXC-OPER-COUNT.
           PERFORM 3800-FORMAT-CHECK.
           MOVE 'HELD = HELD EXCEPTIONS     :' TO WS-CHK-LABEL.
           COMPUTE WS-VARIANCE
               = WS-AUD-HELD-COUNT - WS-EXC-HELD-COUNT.
           PERFORM 3800-FORMAT-CHECK.

       3800-FORMAT-CHECK.
           END-IF.
           DISPLAY '===== RECONCILIATION SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'BUSINESS DATE   : ' WS-BUSINESS-DATE.
           DISPLAY 'NAMEIN READ     : ' WS-NAMEIN-COUNT.
           DISPLAY 'AUDIT GREETED   : ' WS-AUD-GREETED-COUNT.
           DISPLAY 'AUDIT REJECTED  : ' WS-AUD-REJECTED-COUNT.
           DISPLAY 'AUDIT DUPLICATE : ' WS-AUD-DUPLICATE-COUNT.
           DISPLAY 'AUDIT HELD      : ' WS-AUD-HELD-COUNT.
           DISPLAY 'EXC BLANK       : ' WS-EXC-BLANK-COUNT.
           DISPLAY 'EXC TRUNCATED   : ' WS-EXC-TRUNC-COUNT.
           DISPLAY 'EXC HELD        : ' WS-EXC-HELD-COUNT.
           DISPLAY 'EXC BAD OPER    : ' WS-EXC-OPER-COUNT.
           IF WS-OUT-OF-BALANCE
               DISPLAY 'RECONCILIATION OUT OF BALANCE'
               IF WS-STEP-RC < 8
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF.
           IF WS-STEP-RC < 12
               PERFORM 4100-POST-RUN-CONTROL
           END-IF.
           CALL 'RUNCTL-TERM'.
           MOVE WS-STEP-RC TO RETURN-CODE.

       4100-POST-RUN-CONTROL.
           MOVE WS-NAMEIN-COUNT TO WS-RUNCTL-COUNT.
           MOVE WS-STEP-RC TO WS-RUNCTL-RC.
           CALL 'RUNPOST' USING WS-RUNCTL-JOB WS-BUSINESS-DATE
               WS-RUNCTL-COUNT WS-RUNCTL-RC WS-RUNCTL-RESULT.
           IF WS-RUNCTL-ERROR
               DISPLAY 'WARNING: RUN CONTROL NOT UPDATED FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
