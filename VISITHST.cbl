       01  WS-LAPSED-CUTOFF                PIC 9(8).
       01  WS-CUTOFF-DAYS                  PIC 9(3) VALUE 30.

      *    RUN CONTROL - EVERY BUSINESS DATE ON THE AUDIT TRAIL IS
      *    CHECKED BEFORE ANY VISIT IS APPLIED. ONE DATE ALREADY
      *    CONSOLIDATED REFUSES THE WHOLE RUN UNLESS HELLO_RERUN=Y,
      *    AND A MISSING DATE BETWEEN THE ONES GIVEN IS FLAGGED.
       01  WS-RUNCTL-JOB                   PIC X(8) VALUE 'VISITHST'.
       01  WS-RUNCTL-CHECK-JOB             PIC X(8).
       01  WS-RUNCTL-RESULT                PIC X.
           88  WS-RUNCTL-NOT-YET-RUN       VALUE 'N'.
           88  WS-RUNCTL-ALREADY-RUN       VALUE 'Y'.
           88  WS-RUNCTL-RERUN             VALUE 'O'.
           88  WS-RUNCTL-ERROR             VALUE 'E'.
       01  WS-RUNCTL-COUNT                 PIC 9(9).
       01  WS-RUNCTL-RC                    PIC 9(4).

       01  WS-REFUSE-SWITCH                PIC X VALUE 'N'.
           88  WS-RUN-REFUSED              VALUE 'Y'.
      *    EACH CALL RESETS RETURN-CODE, SO A FILE OR RUN-CONTROL
      *    ERROR IS KEPT ON THIS SWITCH AND THE STEP RETURN CODE IN
      *    WS-STEP-RC, WHICH IS MOVED TO RETURN-CODE AFTER THE LAST
      *    CALL.
       01  WS-ERROR-SWITCH                 PIC X VALUE 'N'.
           88  WS-RUN-IN-ERROR             VALUE 'Y'.
       01  WS-STEP-RC                      PIC 9(4) VALUE ZERO.

       01  WS-SCAN-DATE                    PIC 9(8).
       01  WS-PRIOR-BUS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DATE-RECS                    PIC 9(6) VALUE ZERO.
       01  WS-GAP-DATE                     PIC 9(8).
       01  WS-GAP-FIRST-INT                PIC 9(8).
       01  WS-GAP-LAST-INT                 PIC 9(8).
       01  WS-GAP-INT                      PIC 9(8).
       01  WS-POST-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-POST-RECS                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DATES                  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-GAPS                   PIC 9(6) VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(33)
               VALUE '===== VISIT FREQUENCY REPORT '.
           05  WS-LHD-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ') ===='.

       01  WS-RPT-DATES-HEADING            PIC X(45)
               VALUE '===== BUSINESS DATES ON THE AUDIT TRAIL ====='.

       01  WS-RPT-DATE-LINE.
           05  FILLER                      PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  WS-BDL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(16)
               VALUE ' AUDIT RECORDS '.
           05  WS-BDL-RECS                 PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-BDL-TEXT                 PIC X(35).

       01  WS-RPT-DETAIL.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
               DISPLAY 'ERROR OPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               SET END-OF-AUDITOUT TO TRUE
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN I-O VISIT-HISTORY.
           IF WS-VSTHIST-STATUS = '35'
               DISPLAY 'ERROR OPENING VSTHIST, STATUS='
                   WS-VSTHIST-STATUS
               SET END-OF-AUDITOUT TO TRUE
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN OUTPUT VSTRPT-FILE.
           IF WS-VSTRPT-STATUS = '00'
               DISPLAY 'ERROR OPENING VSTRPT, STATUS='
                   WS-VSTRPT-STATUS
               SET END-OF-AUDITOUT TO TRUE
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-LAPSED-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-CUTOFF-DAYS).
           IF NOT END-OF-AUDITOUT
               PERFORM 1500-SCAN-BUSINESS-DATES
           END-IF.
           IF NOT END-OF-AUDITOUT
               PERFORM 2100-READ-AUDITOUT
           END-IF.

      *    FIRST PASS OVER THE AUDIT TRAIL: LIST EACH BUSINESS DATE
      *    WITH ITS RECORD COUNT AND RUN-CONTROL STANDING, AND FLAG
      *    THE GAPS. THE FILE IS THEN REOPENED FOR THE REAL PASS.
       1500-SCAN-BUSINESS-DATES.
           MOVE WS-RPT-DATES-HEADING TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.
           PERFORM 2100-READ-AUDITOUT.
           PERFORM 1550-SCAN-ONE-RECORD UNTIL END-OF-AUDITOUT.
           IF WS-PRIOR-BUS-DATE NOT = ZERO
               PERFORM 1700-LIST-DATE
           END-IF.
           MOVE ZERO TO WS-RECS-READ.
           CLOSE AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITOUT-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           IF WS-RUN-IN-ERROR
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
           IF WS-RUN-REFUSED
               SET END-OF-AUDITOUT TO TRUE
               MOVE 'RUN REFUSED - NO AUDIT RECORDS APPLIED'
                   TO VSTRPT-OUT-LINE
               WRITE VSTRPT-OUT-LINE
               DISPLAY 'VISITHST RUN REFUSED - NO AUDIT RECORDS '
                   'APPLIED, SEE THE VSTRPT REPORT'
               IF WS-STEP-RC < 8
                   DISPLAY 'SET HELLO_RERUN=Y IN STDENV TO APPLY '
                       'THE DATES AGAIN'
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF.

       1550-SCAN-ONE-RECORD.
           MOVE WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
               TO WS-SCAN-DATE.
           IF WS-SCAN-DATE NOT = WS-PRIOR-BUS-DATE
               IF WS-PRIOR-BUS-DATE NOT = ZERO
                   PERFORM 1700-LIST-DATE
               END-IF
               PERFORM 1600-CHECK-GAP
               MOVE WS-SCAN-DATE TO WS-PRIOR-BUS-DATE
               MOVE ZERO TO WS-DATE-RECS
           END-IF.
           ADD 1 TO WS-DATE-RECS.
           PERFORM 2100-READ-AUDITOUT.

      *    THE FIRST DATE MUST FOLLOW ON FROM A DATE ALREADY
      *    CONSOLIDATED; LATER DATES MUST FOLLOW ON FROM EACH OTHER.
       1600-CHECK-GAP.
           MOVE ZERO TO WS-BDL-RECS.
           EVALUATE TRUE
               WHEN WS-PRIOR-BUS-DATE = ZERO
                   COMPUTE WS-GAP-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) - 1)
                   MOVE WS-RUNCTL-JOB TO WS-RUNCTL-CHECK-JOB
                   CALL 'RUNCTL' USING WS-RUNCTL-CHECK-JOB
                       WS-GAP-DATE WS-RUNCTL-RESULT
                   EVALUATE TRUE
                       WHEN WS-RUNCTL-NOT-YET-RUN
                           PERFORM 1620-CHECK-PRIOR-DATE
                       WHEN WS-RUNCTL-ERROR
                           PERFORM 1690-RUN-CONTROL-ERROR
                   END-EVALUATE
               WHEN WS-SCAN-DATE < WS-PRIOR-BUS-DATE
                   MOVE WS-SCAN-DATE TO WS-BDL-DATE
                   MOVE '*** OUT OF DATE SEQUENCE' TO WS-BDL-TEXT
                   PERFORM 1800-WRITE-GAP-LINE
               WHEN OTHER
                   COMPUTE WS-GAP-FIRST-INT
                       = FUNCTION INTEGER-OF-DATE(WS-PRIOR-BUS-DATE)
                       + 1
                   COMPUTE WS-GAP-LAST-INT
                       = FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) - 1
                   PERFORM 1650-CHECK-MISSING-DATE
                       VARYING WS-GAP-INT FROM WS-GAP-FIRST-INT BY 1
                       UNTIL WS-GAP-INT > WS-GAP-LAST-INT
           END-EVALUATE.

      *    THE DAY BEFORE THE FIRST DATE HAS NOT BEEN CONSOLIDATED.
      *    IT IS ONLY A GAP IF HELLOBAT COMPLETED IT WITH ARRIVALS -
      *    A QUIET DAY HAS NOTHING TO CONSOLIDATE, AND A DATE
      *    HELLOBAT NEVER POSTED IS BEFORE THE FIRST RUN-CONTROLLED
      *    INTAKE.
       1620-CHECK-PRIOR-DATE.
           MOVE 'HELLOBAT' TO WS-RUNCTL-CHECK-JOB.
           CALL 'RUNINQ' USING WS-RUNCTL-CHECK-JOB WS-GAP-DATE
               WS-RUNCTL-COUNT WS-RUNCTL-RESULT.
           MOVE WS-GAP-DATE TO WS-BDL-DATE.
           MOVE ZERO TO WS-BDL-RECS.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ERROR
                   PERFORM 1690-RUN-CONTROL-ERROR
               WHEN WS-RUNCTL-NOT-YET-RUN
                   CONTINUE
               WHEN WS-RUNCTL-COUNT = ZERO
                   MOVE 'NO ARRIVALS' TO WS-BDL-TEXT
                   MOVE WS-RPT-DATE-LINE TO VSTRPT-OUT-LINE
                   WRITE VSTRPT-OUT-LINE
               WHEN OTHER
                   MOVE '*** GAP - NOT YET CONSOLIDATED' TO WS-BDL-TEXT
                   PERFORM 1800-WRITE-GAP-LINE
           END-EVALUATE.

      *    A DATE WITH NO AUDIT RECORDS IS A QUIET DAY, NOT A GAP,
      *    WHEN HELLOBAT RAN FOR IT AND SIMPLY HAD NO ARRIVALS. IF
      *    HELLOBAT POSTED ARRIVALS FOR IT, THE DATE'S AUDITOUT
      *    GENERATION IS MISSING FROM THE CONCATENATION.
       1650-CHECK-MISSING-DATE.
           COMPUTE WS-GAP-DATE = FUNCTION DATE-OF-INTEGER(WS-GAP-INT).
           MOVE 'HELLOBAT' TO WS-RUNCTL-CHECK-JOB.
           CALL 'RUNINQ' USING WS-RUNCTL-CHECK-JOB WS-GAP-DATE
               WS-RUNCTL-COUNT WS-RUNCTL-RESULT.
           MOVE WS-GAP-DATE TO WS-BDL-DATE.
           MOVE ZERO TO WS-BDL-RECS.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ERROR
                   PERFORM 1690-RUN-CONTROL-ERROR
               WHEN WS-RUNCTL-NOT-YET-RUN
                   MOVE '*** GAP - NO AUDIT TRAIL' TO WS-BDL-TEXT
                   PERFORM 1800-WRITE-GAP-LINE
               WHEN WS-RUNCTL-COUNT = ZERO
                   MOVE 'NO ARRIVALS' TO WS-BDL-TEXT
                   MOVE WS-RPT-DATE-LINE TO VSTRPT-OUT-LINE
                   WRITE VSTRPT-OUT-LINE
               WHEN OTHER
                   MOVE '*** GAP - NOT CONSOLIDATED' TO WS-BDL-TEXT
                   PERFORM 1800-WRITE-GAP-LINE
           END-EVALUATE.

      *    A DATE WHOSE RUN CONTROL CANNOT BE READ IS LISTED AND THE
      *    RUN IS REFUSED AS IN ERROR.
       1690-RUN-CONTROL-ERROR.
           MOVE WS-GAP-DATE TO WS-BDL-DATE.
           MOVE ZERO TO WS-BDL-RECS.
           MOVE '*** RUN CONTROL UNAVAILABLE' TO WS-BDL-TEXT.
           MOVE WS-RPT-DATE-LINE TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.
           SET WS-RUN-IN-ERROR TO TRUE.
           MOVE 12 TO WS-STEP-RC.

       1700-LIST-DATE.
           MOVE WS-RUNCTL-JOB TO WS-RUNCTL-CHECK-JOB.
           CALL 'RUNCTL' USING WS-RUNCTL-CHECK-JOB WS-PRIOR-BUS-DATE
               WS-RUNCTL-RESULT.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ALREADY-RUN
                   MOVE '*** ALREADY CONSOLIDATED' TO WS-BDL-TEXT
                   SET WS-RUN-REFUSED TO TRUE
               WHEN WS-RUNCTL-RERUN
                   MOVE 'RERUN UNDER HELLO_RERUN' TO WS-BDL-TEXT
               WHEN WS-RUNCTL-ERROR
                   MOVE '*** RUN CONTROL UNAVAILABLE' TO WS-BDL-TEXT
                   SET WS-RUN-IN-ERROR TO TRUE
                   MOVE 12 TO WS-STEP-RC
               WHEN OTHER
                   MOVE 'TO BE CONSOLIDATED' TO WS-BDL-TEXT
           END-EVALUATE.
           MOVE WS-PRIOR-BUS-DATE TO WS-BDL-DATE.
           MOVE WS-DATE-RECS TO WS-BDL-RECS.
           MOVE WS-RPT-DATE-LINE TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.
           ADD 1 TO WS-TOTAL-DATES.

       1800-WRITE-GAP-LINE.
           MOVE WS-RPT-DATE-LINE TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.
           DISPLAY 'DATE GAP: ' WS-BDL-DATE ' ' WS-BDL-TEXT.
           ADD 1 TO WS-TOTAL-GAPS.
           IF WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.

      *    A VISITOR WHOSE DATA HAS BEEN ERASED IS LEFT ON THE
      *    AUDIT TRAIL WITH A BLANK NAME AND IS NOT FOLDED BACK IN.
       2000-CONSOLIDATE-AUDIT.
           MOVE AUDITOUT-IN-RECORD TO WS-AUDIT-RECORD.
           IF WS-AUD-TIMESTAMP OF WS-AUDIT-RECORD(1:8)
                   NOT = WS-POST-DATE
               IF WS-POST-DATE NOT = ZERO
                   PERFORM 2900-POST-RUN-CONTROL
               END-IF
               MOVE WS-AUD-TIMESTAMP OF WS-AUDIT-RECORD(1:8)
                   TO WS-POST-DATE
               MOVE ZERO TO WS-POST-RECS
           END-IF.
           ADD 1 TO WS-POST-RECS.
           IF WS-AUD-STATUS OF WS-AUDIT-RECORD = 'GREETED'
                   AND WS-AUD-SURNAME OF WS-AUDIT-RECORD NOT = SPACES
               PERFORM 2200-APPLY-VISIT
           END-IF.
           PERFORM 2100-READ-AUDITOUT.
               DISPLAY 'AUDITOUT READ ERROR, STATUS='
                   WS-AUDITOUT-STATUS
               SET END-OF-AUDITOUT TO TRUE
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       2200-APPLY-VISIT.
                   AND WS-VSTHIST-STATUS(1:1) NOT = '2'
               DISPLAY 'VSTHIST READ ERROR, STATUS='
                   WS-VSTHIST-STATUS
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       2300-ADD-NEW-VISITOR.
               INVALID KEY
                   DISPLAY 'VSTHIST WRITE ERROR, STATUS='
                       WS-VSTHIST-STATUS
                   SET WS-RUN-IN-ERROR TO TRUE
                   MOVE 12 TO WS-STEP-RC
               NOT INVALID KEY
                   ADD 1 TO WS-VISITS-APPLIED
                   ADD 1 TO WS-NEW-VISITORS
                   AND WS-VSTHIST-STATUS(1:1) NOT = '2'
               DISPLAY 'VSTHIST WRITE ERROR, STATUS='
                   WS-VSTHIST-STATUS
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       2400-UPDATE-VISITOR.
               INVALID KEY
                   DISPLAY 'VSTHIST REWRITE ERROR, STATUS='
                       WS-VSTHIST-STATUS
                   SET WS-RUN-IN-ERROR TO TRUE
                   MOVE 12 TO WS-STEP-RC
               NOT INVALID KEY
                   ADD 1 TO WS-VISITS-APPLIED
           END-REWRITE.
                   AND WS-VSTHIST-STATUS(1:1) NOT = '2'
               DISPLAY 'VSTHIST REWRITE ERROR, STATUS='
                   WS-VSTHIST-STATUS
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

      *    EACH BUSINESS DATE IS POSTED AS IT IS FINISHED, SO THE
      *    DATES FULLY APPLIED BEFORE ANY LATER FAILURE STAY RECORDED.
       2900-POST-RUN-CONTROL.
           IF NOT WS-RUN-IN-ERROR
               MOVE WS-POST-RECS TO WS-RUNCTL-COUNT
               MOVE WS-STEP-RC TO WS-RUNCTL-RC
               CALL 'RUNPOST' USING WS-RUNCTL-JOB WS-POST-DATE
                   WS-RUNCTL-COUNT WS-RUNCTL-RC WS-RUNCTL-RESULT
               IF WS-RUNCTL-ERROR
                   DISPLAY 'WARNING: RUN CONTROL NOT UPDATED FOR '
                       'BUSINESS DATE ' WS-POST-DATE
                   IF WS-STEP-RC < 4
                       MOVE 4 TO WS-STEP-RC
                   END-IF
               END-IF
           END-IF.

       3000-PRINT-REPORT.
           IF NOT WS-VSTRPT-IS-OPEN OR WS-RUN-REFUSED
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           ELSE
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               DISPLAY 'VSTHIST START ERROR, STATUS='
                   WS-VSTHIST-STATUS
               SET END-OF-HISTORY TO TRUE
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           IF NOT END-OF-HISTORY
               PERFORM 3150-READ-HISTORY-NEXT
               DISPLAY 'VSTHIST READ ERROR, STATUS='
                   WS-VSTHIST-STATUS
               SET END-OF-HISTORY TO TRUE
               SET WS-RUN-IN-ERROR TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       3200-PRINT-FREQUENCY.
           MOVE WS-TOTAL-LAPSED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.
           MOVE 'BUSINESS DATES  :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-DATES TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.
           MOVE 'DATE GAPS       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-GAPS TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO VSTRPT-OUT-LINE.
           WRITE VSTRPT-OUT-LINE.

       4000-TERMINATE.
           IF WS-POST-DATE NOT = ZERO
               PERFORM 2900-POST-RUN-CONTROL
           END-IF.
           CALL 'RUNCTL-TERM'.
           MOVE WS-STEP-RC TO RETURN-CODE.
           CLOSE AUDIT-FILE.
           CLOSE VISIT-HISTORY.
           IF WS-VSTRPT-IS-OPEN
           DISPLAY 'NEW VISITORS    : ' WS-NEW-VISITORS.
           DISPLAY 'TOTAL VISITORS  : ' WS-TOTAL-VISITORS.
           DISPLAY 'TOTAL LAPSED    : ' WS-TOTAL-LAPSED.
           DISPLAY 'BUSINESS DATES  : ' WS-TOTAL-DATES.
           DISPLAY 'DATE GAPS       : ' WS-TOTAL-GAPS.
