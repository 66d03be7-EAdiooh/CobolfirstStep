           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT ASTRPT-FILE ASSIGN TO ASTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASTRPT-STATUS.
           RECORDING MODE IS F.
       COPY AUDITREC REPLACING WS-AUDIT-RECORD BY AUDITOUT-IN-RECORD.

       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  ASTRPT-FILE
           RECORDING MODE IS F.
       01  ASTRPT-OUT-LINE                 PIC X(80).
           88  AUDITOUT-EOF                VALUE '10'.

       01  WS-ASTRPT-STATUS                PIC XX.
       01  WS-BOOKMSTR-STATUS              PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-AUDITOUT             VALUE 'Y'.
       01  WS-TOTAL-GREETED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DUPLICATE              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-HELD                   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-OTHER                  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-EXPECTED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-UNANNOUNCED            PIC 9(6) VALUE ZERO.

       01  WS-PCT-WORK                     PIC 9(3)V9.

      *    NO-SHOWS BY REMINDER OUTCOME - THE BOOKINGS HELD FOR EACH
      *    BUSINESS DATE ON THE AUDIT TRAIL AGAINST THE EXPECTED
      *    ARRIVALS, BY THE BOOKING'S REMINDER STATUS: 1 NOT
      *    REMINDED, 2 REMINDED WITH NO ANSWER BACK, 3 CONFIRMED,
      *    4 NO REPLY. CANCELLED BOOKINGS ARE OFF THE MASTER.
       01  WS-OUTCOME-TABLE.
           05  WS-OUTCOME-ENTRY OCCURS 4 TIMES.
               10  WS-OUT-BOOKED           PIC 9(6).
               10  WS-OUT-ARRIVED          PIC 9(6).
       01  WS-OUTCOME-IDX                  PIC 9.
       01  WS-OUTCOME-CODE                 PIC X.
       01  WS-NO-SHOW-COUNT                PIC 9(6).
       01  WS-ALL-BOOKED                   PIC 9(6) VALUE ZERO.
       01  WS-ALL-ARRIVED                  PIC 9(6) VALUE ZERO.
       01  WS-BKG-SCAN-SWITCH              PIC X VALUE 'N'.
           88  WS-BKG-SCAN-DONE            VALUE 'Y'.

      *    RUN CONTROL - EVERY BUSINESS DATE ON THE AUDIT TRAIL IS
      *    CHECKED BEFORE THE REPORT IS STARTED; ONE DATE ALREADY
      *    REPORTED REFUSES THE RUN UNLESS HELLO_RERUN=Y. EACH DATE
      *    IS POSTED WITH ITS AUDIT RECORD COUNT AT THE END.
       01  WS-RUNCTL-JOB                   PIC X(8) VALUE 'AUDSTATS'.
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
       01  WS-REFUSE-SWITCH                PIC X VALUE 'N'.
           88  WS-RUN-REFUSED              VALUE 'Y'.
       01  WS-BUS-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-BUS-DATE-RECS                PIC 9(6) VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(36)
               VALUE '===== MONTHLY VISITOR STATISTICS '.
           05  WS-RTE-PCT                  PIC ZZ9.9.
           05  FILLER                      PIC X(4) VALUE ' PCT'.

       01  WS-RPT-NO-SHOW-LINE.
           05  WS-NSL-LABEL                PIC X(22).
           05  FILLER                      PIC X(8) VALUE ' BOOKED '.
           05  WS-NSL-BOOKED               PIC 9(6).
           05  FILLER                      PIC X(9) VALUE ' ARRIVED '.
           05  WS-NSL-ARRIVED              PIC 9(6).
           05  FILLER                      PIC X(9) VALUE ' NO-SHOW '.
           05  WS-NSL-NO-SHOW              PIC 9(6).
           05  FILLER                      PIC X(2) VALUE ' ('.
           05  WS-NSL-PCT                  PIC ZZ9.9.
           05  FILLER                      PIC X(5) VALUE ' PCT)'.

       01  WS-RPT-HOUR-LINE.
           05  FILLER                      PIC X(5) VALUE 'HOUR '.
           05  WS-HRL-HOUR                 PIC 99.
               OUTPUT PROCEDURE IS 3000-PRINT-DAILY-BRANCH.
           PERFORM 3500-PRINT-MIX.
           PERFORM 3600-PRINT-REJECT-RATE.
           PERFORM 3650-PRINT-NO-SHOWS.
           PERFORM 3700-PRINT-HOURS.
           PERFORM 4000-TERMINATE.
           STOP RUN.
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           INITIALIZE WS-OUTCOME-TABLE.
           PERFORM 1500-CHECK-BUSINESS-DATES.
           OPEN OUTPUT ASTRPT-FILE.
           IF WS-ASTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ASTRPT, STATUS='
           MOVE WS-RPT-HEADING TO ASTRPT-OUT-LINE.
           PERFORM 3900-WRITE-ASTRPT.

      *    A FIRST PASS OVER THE AUDIT TRAIL CHECKS EACH BUSINESS
      *    DATE, THEN THE FILE IS REOPENED FOR THE SORT TO READ.
       1500-CHECK-BUSINESS-DATES.
           PERFORM 1600-READ-AUDIT-DATE.
           PERFORM 1550-CHECK-ONE-RECORD UNTIL END-OF-AUDITOUT.
           CLOSE AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-RUN-REFUSED
               DISPLAY 'AUDSTATS RUN REFUSED - SET HELLO_RERUN=Y IN '
                   'STDENV TO REPORT THE DATES AGAIN'
               CALL 'RUNCTL-TERM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITOUT-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       1550-CHECK-ONE-RECORD.
           IF WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
                   NOT = WS-BUS-DATE
               MOVE WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
                   TO WS-BUS-DATE
               CALL 'RUNCTL' USING WS-RUNCTL-JOB WS-BUS-DATE
                   WS-RUNCTL-RESULT
               EVALUATE TRUE
                   WHEN WS-RUNCTL-ALREADY-RUN
                       DISPLAY 'AUDSTATS ALREADY COMPLETED FOR '
                           'BUSINESS DATE ' WS-BUS-DATE
                       SET WS-RUN-REFUSED TO TRUE
                   WHEN WS-RUNCTL-RERUN
                       DISPLAY 'WARNING: AUDSTATS RERUN FOR BUSINESS '
                           'DATE ' WS-BUS-DATE ' UNDER HELLO_RERUN'
                   WHEN WS-RUNCTL-ERROR
                       PERFORM 9999-ABORT-RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1700-COUNT-DAY-BOOKINGS
           END-IF.
           PERFORM 1600-READ-AUDIT-DATE.

      *    READS FOR THE RUN-CONTROL PASSES, WHICH ARE NOT COUNTED
      *    IN THE AUDIT RECORDS READ.
       1600-READ-AUDIT-DATE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDITOUT TO TRUE
           END-READ.
           IF NOT AUDITOUT-OK AND NOT AUDITOUT-EOF
               DISPLAY 'AUDITOUT READ ERROR, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    PAST BOOKINGS ARE LEFT ON THE MASTER, SO EACH BUSINESS
      *    DATE'S BOOKINGS CAN BE COUNTED BY REMINDER OUTCOME.
       1700-COUNT-DAY-BOOKINGS.
           MOVE 'N' TO WS-BKG-SCAN-SWITCH.
           MOVE WS-BUS-DATE
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES
               TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY NOT < WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET WS-BKG-SCAN-DONE TO TRUE
           END-START.
           IF WS-BOOKMSTR-STATUS NOT = '00'
                   AND WS-BOOKMSTR-STATUS NOT = '23'
               DISPLAY 'BOOKMSTR START ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           PERFORM 1750-COUNT-NEXT-BOOKING UNTIL WS-BKG-SCAN-DONE.

       1750-COUNT-NEXT-BOOKING.
           READ BOOKING-MASTER NEXT RECORD
               AT END
                   SET WS-BKG-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BKG-SCAN-DONE AND WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'BOOKMSTR READ ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT WS-BKG-SCAN-DONE
               IF WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
                       NOT = WS-BUS-DATE
                   SET WS-BKG-SCAN-DONE TO TRUE
               ELSE
                   MOVE WS-BKG-REMINDER OF BOOKING-MASTER-RECORD
                       TO WS-OUTCOME-CODE
                   PERFORM 2260-SET-OUTCOME-IDX
                   ADD 1 TO WS-OUT-BOOKED (WS-OUTCOME-IDX)
               END-IF
           END-IF.

       2000-TALLY-AUDIT.
           PERFORM 2100-READ-AUDITOUT.
           PERFORM UNTIL END-OF-AUDITOUT
                   ADD 1 TO WS-TOTAL-REJECTED
               WHEN 'DUPLICATE'
                   ADD 1 TO WS-TOTAL-DUPLICATE
               WHEN 'HELD'
                   ADD 1 TO WS-TOTAL-HELD
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OTHER
           END-EVALUATE.
           EVALUATE WS-AUD-EXPECT OF WS-AUDIT-RECORD
               WHEN 'E'
                   ADD 1 TO WS-TOTAL-EXPECTED
                   MOVE WS-AUD-REMINDER OF WS-AUDIT-RECORD
                       TO WS-OUTCOME-CODE
                   PERFORM 2260-SET-OUTCOME-IDX
                   ADD 1 TO WS-OUT-ARRIVED (WS-OUTCOME-IDX)
               WHEN 'U'
                   ADD 1 TO WS-TOTAL-UNANNOUNCED
               WHEN OTHER
               ADD 1 TO WS-HOUR-COUNT (WS-ARRIVAL-HOUR + 1)
           END-IF.

       2260-SET-OUTCOME-IDX.
           EVALUATE WS-OUTCOME-CODE
               WHEN 'S'
                   MOVE 2 TO WS-OUTCOME-IDX
               WHEN 'C'
                   MOVE 3 TO WS-OUTCOME-IDX
               WHEN 'N'
                   MOVE 4 TO WS-OUTCOME-IDX
               WHEN OTHER
                   MOVE 1 TO WS-OUTCOME-IDX
           END-EVALUATE.

       3000-PRINT-DAILY-BRANCH.
           MOVE '----- VISITORS PER DAY PER BRANCH -----'
               TO WS-RPT-SECTION-LINE.
           MOVE WS-TOTAL-DUPLICATE TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO ASTRPT-OUT-LINE.
           PERFORM 3900-WRITE-ASTRPT.
           MOVE 'TOTAL HELD           :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-HELD TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO ASTRPT-OUT-LINE.
           PERFORM 3900-WRITE-ASTRPT.
           MOVE 'REJECT RATE          :' TO WS-RTE-LABEL.
           IF WS-RECS-READ > ZERO
               COMPUTE WS-PCT-WORK ROUNDED
           MOVE WS-RPT-RATE-LINE TO ASTRPT-OUT-LINE.
           PERFORM 3900-WRITE-ASTRPT.

      *    A NO-SHOW IS A BOOKING WITH NO EXPECTED ARRIVAL AGAINST
      *    IT. AN ARRIVAL MATCHED TO A BOOKING LATER CANCELLED OR
      *    ERASED CAN OUTNUMBER THE BOOKINGS LEFT, SO THE COUNT IS
      *    NEVER TAKEN BELOW ZERO.
       3650-PRINT-NO-SHOWS.
           MOVE '----- NO-SHOWS BY REMINDER OUTCOME -----'
               TO WS-RPT-SECTION-LINE.
           MOVE WS-RPT-SECTION-LINE TO ASTRPT-OUT-LINE.
           PERFORM 3900-WRITE-ASTRPT.
           PERFORM 3660-PRINT-OUTCOME-LINE
               VARYING WS-OUTCOME-IDX FROM 1 BY 1
               UNTIL WS-OUTCOME-IDX > 4.
           MOVE 'ALL BOOKINGS         :' TO WS-NSL-LABEL.
           MOVE WS-ALL-BOOKED TO WS-NSL-BOOKED.
           MOVE WS-ALL-ARRIVED TO WS-NSL-ARRIVED.
           PERFORM 3670-PRINT-NO-SHOW-RATE.

       3660-PRINT-OUTCOME-LINE.
           EVALUATE WS-OUTCOME-IDX
               WHEN 1
                   MOVE 'NOT REMINDED         :' TO WS-NSL-LABEL
               WHEN 2
                   MOVE 'REMINDED, NO ANSWER  :' TO WS-NSL-LABEL
               WHEN 3
                   MOVE 'CONFIRMED            :' TO WS-NSL-LABEL
               WHEN OTHER
                   MOVE 'NO REPLY             :' TO WS-NSL-LABEL
           END-EVALUATE.
           MOVE WS-OUT-BOOKED (WS-OUTCOME-IDX) TO WS-NSL-BOOKED.
           MOVE WS-OUT-ARRIVED (WS-OUTCOME-IDX) TO WS-NSL-ARRIVED.
           ADD WS-OUT-BOOKED (WS-OUTCOME-IDX) TO WS-ALL-BOOKED.
           ADD WS-OUT-ARRIVED (WS-OUTCOME-IDX) TO WS-ALL-ARRIVED.
           PERFORM 3670-PRINT-NO-SHOW-RATE.

       3670-PRINT-NO-SHOW-RATE.
           IF WS-NSL-BOOKED > WS-NSL-ARRIVED
               COMPUTE WS-NO-SHOW-COUNT = WS-NSL-BOOKED - WS-NSL-ARRIVED
               COMPUTE WS-PCT-WORK ROUNDED
                   = WS-NO-SHOW-COUNT * 100 / WS-NSL-BOOKED
           ELSE
               MOVE ZERO TO WS-NO-SHOW-COUNT
               MOVE ZERO TO WS-PCT-WORK
           END-IF.
           MOVE WS-NO-SHOW-COUNT TO WS-NSL-NO-SHOW.
           MOVE WS-PCT-WORK TO WS-NSL-PCT.
           MOVE WS-RPT-NO-SHOW-LINE TO ASTRPT-OUT-LINE.
           PERFORM 3900-WRITE-ASTRPT.

       3700-PRINT-HOURS.
           MOVE '----- ARRIVALS BY HOUR OF DAY -----'
               TO WS-RPT-SECTION-LINE.
           END-IF.

       4000-TERMINATE.
           PERFORM 4100-POST-BUSINESS-DATES.
           CLOSE AUDIT-FILE.
           CLOSE BOOKING-MASTER.
           CLOSE ASTRPT-FILE.
           DISPLAY '===== AUDIT STATISTICS SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'TOTAL GREETED   : ' WS-TOTAL-GREETED.
           DISPLAY 'TOTAL REJECTED  : ' WS-TOTAL-REJECTED.
           DISPLAY 'TOTAL DUPLICATE : ' WS-TOTAL-DUPLICATE.
           DISPLAY 'TOTAL HELD      : ' WS-TOTAL-HELD.
           IF WS-TOTAL-OTHER > ZERO
               DISPLAY 'UNKNOWN STATUS  : ' WS-TOTAL-OTHER
           END-IF.

      *    A LAST PASS OVER THE AUDIT TRAIL POSTS EACH BUSINESS DATE
      *    REPORTED, WITH ITS AUDIT RECORD COUNT, TO RUN CONTROL.
       4100-POST-BUSINESS-DATES.
           CLOSE AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITOUT-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE ZERO TO WS-BUS-DATE.
           MOVE ZERO TO WS-BUS-DATE-RECS.
           PERFORM 1600-READ-AUDIT-DATE.
           PERFORM 4150-POST-ONE-RECORD UNTIL END-OF-AUDITOUT.
           IF WS-BUS-DATE NOT = ZERO
               PERFORM 4200-POST-DATE
           END-IF.
           CALL 'RUNCTL-TERM'.
           MOVE WS-STEP-RC TO RETURN-CODE.

       4150-POST-ONE-RECORD.
           IF WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
                   NOT = WS-BUS-DATE
               IF WS-BUS-DATE NOT = ZERO
                   PERFORM 4200-POST-DATE
               END-IF
               MOVE WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
                   TO WS-BUS-DATE
               MOVE ZERO TO WS-BUS-DATE-RECS
           END-IF.
           ADD 1 TO WS-BUS-DATE-RECS.
           PERFORM 1600-READ-AUDIT-DATE.

       4200-POST-DATE.
           MOVE WS-BUS-DATE-RECS TO WS-RUNCTL-COUNT.
           MOVE WS-STEP-RC TO WS-RUNCTL-RC.
           CALL 'RUNPOST' USING WS-RUNCTL-JOB WS-BUS-DATE
               WS-RUNCTL-COUNT WS-RUNCTL-RC WS-RUNCTL-RESULT.
           IF WS-RUNCTL-ERROR
               DISPLAY 'WARNING: RUN CONTROL NOT UPDATED FOR '
                   'BUSINESS DATE ' WS-BUS-DATE
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.

       9999-ABORT-RUN.
           DISPLAY 'AUDSTATS ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
