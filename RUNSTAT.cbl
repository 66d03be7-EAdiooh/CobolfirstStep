       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RSTRPT-FILE ASSIGN TO RSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       COPY RUNCREC REPLACING WS-RUNCTL-RECORD BY RUN-CONTROL-RECORD.

       FD  RSTRPT-FILE
           RECORDING MODE IS F.
       01  RSTRPT-OUT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RSTRPT-STATUS                PIC XX.

      *    THE JOBS TRACKED ON RUN CONTROL, IN DAILY RUNNING ORDER.
       01  WS-JOB-NAMES.
           05  FILLER                      PIC X(8) VALUE 'HELLOBAT'.
           05  FILLER                      PIC X(8) VALUE 'RECONCIL'.
           05  FILLER                      PIC X(8) VALUE 'ROLLCALL'.
           05  FILLER                      PIC X(8) VALUE 'VISITHST'.
           05  FILLER                      PIC X(8) VALUE 'AUDSTATS'.
       01  WS-JOB-TABLE REDEFINES WS-JOB-NAMES.
           05  WS-JOB-NAME OCCURS 5 TIMES  PIC X(8).
       01  WS-JOB-IDX                      PIC 9.

      *    VISITHST AND AUDSTATS RUN PERIODICALLY, NOT DAILY. A DATE
      *    AFTER THE LAST ONE SUCH A JOB HAS POSTED IS NOT YET DUE
      *    RATHER THAN OUTSTANDING.
       01  WS-JOB-PERIODIC-FLAGS           PIC X(5) VALUE 'NNNYY'.
       01  WS-JOB-PERIODIC-TABLE REDEFINES WS-JOB-PERIODIC-FLAGS.
           05  WS-JOB-PERIODIC OCCURS 5 TIMES
                                           PIC X.
               88  WS-JOB-IS-PERIODIC      VALUE 'Y'.
       01  WS-LAST-POSTED-TABLE.
           05  WS-LAST-POSTED OCCURS 5 TIMES
                                           PIC 9(8).
       01  WS-SCAN-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-RUNCTL               VALUE 'Y'.

      *    THE LAST BUSINESS DATE REPORTED (HELLO_STATUS_DATE,
      *    YYYYMMDD, DEFAULT THE DAY BEFORE THE RUN DATE) AND THE
      *    NUMBER OF BUSINESS DATES REPORTED UP TO IT.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-ENV-STATUS-DATE              PIC X(8).
       01  WS-LAST-DATE                    PIC 9(8).
       01  WS-FIRST-DATE                   PIC 9(8).
       01  WS-REPORT-DAYS                  PIC 9 VALUE 7.
       01  WS-DAY-IDX                      PIC 9.
       01  WS-BUSINESS-DATE                PIC 9(8).

       01  WS-TOTAL-COMPLETE               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ATTENTION              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-OUTSTANDING            PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NOT-DUE                PIC 9(6) VALUE ZERO.
       01  WS-DATE-OUTSTANDING             PIC 9(6) VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(29)
               VALUE '===== DAILY RUN STATUS '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-RANGE-LINE.
           05  FILLER                      PIC X(27)
               VALUE 'BUSINESS DATES FROM      : '.
           05  WS-RNG-FROM-DATE            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-RNG-TO-DATE              PIC 9(8).

       01  WS-RPT-COLUMNS.
           05  FILLER                      PIC X(18)
               VALUE 'BUS DATE JOB'.
           05  FILLER                      PIC X(22)
               VALUE 'STATUS        RECORDS'.
           05  FILLER                      PIC X(30)
               VALUE '  RC COMPLETED      RUNS'.

       01  WS-RPT-DETAIL.
           05  WS-DTL-DATE                 PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-JOB                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-STATUS               PIC X(11).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-RECORDS              PIC X(9).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-RC                   PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-COMPLETED            PIC X(14).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-RUNS                 PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-RERUN                PIC X(5).

       01  WS-EDIT-RECORDS                 PIC Z(8)9.
       01  WS-EDIT-RC                      PIC ZZZ9.
       01  WS-EDIT-RUNS                    PIC ZZ9.

       01  WS-RPT-DATE-TOTAL.
           05  FILLER                      PIC X(9) VALUE SPACES.
           05  FILLER                      PIC X(22)
               VALUE 'STEPS OUTSTANDING    :'.
           05  WS-DTT-COUNT                PIC 9(6).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(22).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REPORT-DATE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-REPORT-DAYS.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUNCTL, STATUS='
                   WS-RUNCTL-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT RSTRPT-FILE.
           IF WS-RSTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSTRPT, STATUS='
                   WS-RSTRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-STATUS-DATE.
           PERFORM 1200-FIND-LAST-POSTED.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.
           MOVE WS-FIRST-DATE TO WS-RNG-FROM-DATE.
           MOVE WS-LAST-DATE TO WS-RNG-TO-DATE.
           MOVE WS-RPT-RANGE-LINE TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.
           MOVE WS-RPT-COLUMNS TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.

       1100-SET-STATUS-DATE.
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
           DISPLAY 'HELLO_STATUS_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-STATUS-DATE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-STATUS-DATE NOT = SPACES
               IF WS-ENV-STATUS-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-ENV-STATUS-DATE)) = 0
                   MOVE FUNCTION NUMVAL(WS-ENV-STATUS-DATE)
                       TO WS-LAST-DATE
               ELSE
                   DISPLAY 'HELLO_STATUS_DATE IS NOT A VALID DATE, '
                       'IGNORING AND USING ' WS-LAST-DATE
               END-IF
           END-IF.
           COMPUTE WS-FIRST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
               - WS-REPORT-DAYS + 1).

      *    ONE PASS OF RUN CONTROL FINDS THE LAST BUSINESS DATE
      *    EACH JOB HAS POSTED.
       1200-FIND-LAST-POSTED.
           INITIALIZE WS-LAST-POSTED-TABLE.
           MOVE ZERO TO WS-RCT-BUSINESS-DATE.
           MOVE SPACES TO WS-RCT-JOB-NAME.
           START RUN-CONTROL KEY IS NOT LESS THAN WS-RCT-KEY
               INVALID KEY
                   SET END-OF-RUNCTL TO TRUE
           END-START.
           IF WS-RUNCTL-STATUS NOT = '00'
                   AND WS-RUNCTL-STATUS NOT = '23'
               DISPLAY 'RUNCTL START ERROR, STATUS='
                   WS-RUNCTL-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           PERFORM 1250-READ-NEXT-CONTROL
               UNTIL END-OF-RUNCTL.

       1250-READ-NEXT-CONTROL.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   SET END-OF-RUNCTL TO TRUE
           END-READ.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   PERFORM 1260-NOTE-POSTED-DATE
                       VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > 5
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RUNCTL READ ERROR, STATUS='
                       WS-RUNCTL-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       1260-NOTE-POSTED-DATE.
           IF WS-RCT-JOB-NAME = WS-JOB-NAME (WS-JOB-IDX)
                   AND WS-RCT-BUSINESS-DATE
                       > WS-LAST-POSTED (WS-JOB-IDX)
               MOVE WS-RCT-BUSINESS-DATE
                   TO WS-LAST-POSTED (WS-JOB-IDX)
           END-IF.

       2000-REPORT-DATE.
           COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
               + WS-DAY-IDX - 1).
           MOVE ZERO TO WS-DATE-OUTSTANDING.
           PERFORM 2100-REPORT-STEP
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > 5.
           MOVE WS-DATE-OUTSTANDING TO WS-DTT-COUNT.
           MOVE WS-RPT-DATE-TOTAL TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.

      *    A STEP WITH NO RUN-CONTROL RECORD FOR THE DATE IS
      *    OUTSTANDING - OR, FOR A PERIODIC JOB, NOT YET DUE IF THE
      *    DATE IS AFTER THE LAST ONE IT POSTED; ONE THAT ENDED RC 8
      *    OR HIGHER NEEDS A LOOK.
       2100-REPORT-STEP.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-BUSINESS-DATE TO WS-DTL-DATE.
           MOVE WS-JOB-NAME (WS-JOB-IDX) TO WS-DTL-JOB.
           MOVE WS-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE.
           MOVE WS-JOB-NAME (WS-JOB-IDX) TO WS-RCT-JOB-NAME.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   PERFORM 2200-FORMAT-COMPLETED
               WHEN '23'
                   PERFORM 2150-FORMAT-NOT-RUN
               WHEN OTHER
                   DISPLAY 'RUNCTL READ ERROR, STATUS='
                       WS-RUNCTL-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.

       2150-FORMAT-NOT-RUN.
           IF WS-JOB-IS-PERIODIC (WS-JOB-IDX)
                   AND WS-BUSINESS-DATE > WS-LAST-POSTED (WS-JOB-IDX)
               MOVE 'NOT DUE' TO WS-DTL-STATUS
               ADD 1 TO WS-TOTAL-NOT-DUE
           ELSE
               MOVE 'OUTSTANDING' TO WS-DTL-STATUS
               ADD 1 TO WS-TOTAL-OUTSTANDING
               ADD 1 TO WS-DATE-OUTSTANDING
           END-IF.

       2200-FORMAT-COMPLETED.
           IF WS-RCT-RETURN-CODE < 8
               MOVE 'COMPLETE' TO WS-DTL-STATUS
               ADD 1 TO WS-TOTAL-COMPLETE
           ELSE
               MOVE 'ATTENTION' TO WS-DTL-STATUS
               ADD 1 TO WS-TOTAL-ATTENTION
           END-IF.
           MOVE WS-RCT-RECORD-COUNT TO WS-EDIT-RECORDS.
           MOVE WS-EDIT-RECORDS TO WS-DTL-RECORDS.
           MOVE WS-RCT-RETURN-CODE TO WS-EDIT-RC.
           MOVE WS-EDIT-RC TO WS-DTL-RC.
           MOVE WS-RCT-COMPLETED-AT TO WS-DTL-COMPLETED.
           MOVE WS-RCT-TIMES-RUN TO WS-EDIT-RUNS.
           MOVE WS-EDIT-RUNS TO WS-DTL-RUNS.
           IF WS-RCT-WAS-RERUN
               MOVE 'RERUN' TO WS-DTL-RERUN
           END-IF.

       3000-PRINT-TOTALS.
           MOVE 'STEPS COMPLETE       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-COMPLETE TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.
           MOVE 'STEPS NEED ATTENTION :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ATTENTION TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.
           MOVE 'STEPS OUTSTANDING    :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-OUTSTANDING TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.
           MOVE 'STEPS NOT YET DUE    :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NOT-DUE TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSTRPT-OUT-LINE.
           PERFORM 3900-WRITE-RSTRPT.

       3900-WRITE-RSTRPT.
           WRITE RSTRPT-OUT-LINE.
           IF WS-RSTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RSTRPT, STATUS='
                   WS-RSTRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4000-TERMINATE.
           CLOSE RUN-CONTROL.
           CLOSE RSTRPT-FILE.
           DISPLAY '===== RUN STATUS SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'DATES FROM      : ' WS-FIRST-DATE.
           DISPLAY 'DATES TO        : ' WS-LAST-DATE.
           DISPLAY 'STEPS COMPLETE  : ' WS-TOTAL-COMPLETE.
           DISPLAY 'NEED ATTENTION  : ' WS-TOTAL-ATTENTION.
           DISPLAY 'OUTSTANDING     : ' WS-TOTAL-OUTSTANDING.
           DISPLAY 'NOT YET DUE     : ' WS-TOTAL-NOT-DUE.
           IF WS-TOTAL-OUTSTANDING > ZERO
                   OR WS-TOTAL-ATTENTION > ZERO
               DISPLAY 'STEPS OUTSTANDING OR IN ERROR, SEE THE RUN '
                   'STATUS REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABORT-RUN.
           DISPLAY 'RUNSTAT ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
