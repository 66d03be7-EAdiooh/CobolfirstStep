               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT CAPACITY-TABLE ASSIGN TO CAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CAP-BRANCH
               FILE STATUS IS WS-CAPMSTR-STATUS.
           SELECT EXPECTED-FILE ASSIGN TO EXPECTED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  CAPACITY-TABLE.
       COPY CAPCREC REPLACING WS-CAPACITY-RECORD BY
           CAPACITY-TABLE-RECORD.

       FD  EXPECTED-FILE
           RECORDING MODE IS F.
       COPY EXPCREC REPLACING WS-EXPECTED-RECORD BY
           05  WS-SRT-TITLE                PIC X(4).
           05  WS-SRT-GIVEN-NAME           PIC X(15).
           05  WS-SRT-SURNAME              PIC X(20).
           05  WS-SRT-HOST-ID              PIC X(6).
           05  WS-SRT-REMINDER             PIC X.
               88  WS-SRT-CONFIRMED        VALUE 'C'.

       WORKING-STORAGE SECTION.
       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-CAPMSTR-STATUS               PIC XX.
       01  WS-EXPECTED-STATUS              PIC XX.
       01  WS-SCHEDRPT-STATUS              PIC XX.

       01  WS-ENV-EXTRACT-DATE             PIC X(8).

       01  WS-TOTAL-EXTRACTED              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CONFIRMED              PIC 9(6) VALUE ZERO.
       01  WS-BRANCH-BOOKINGS              PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-BRANCH                 PIC X(3).

      *    SLOT UTILISATION - BOOKINGS IN EACH HALF-HOUR AGAINST THE
      *    BRANCH LIMIT FOR THE EXTRACT DATE'S DAY OF THE WEEK.
       01  WS-WEEKDAY                      PIC 9.
       01  WS-SLOT-CAPACITY                PIC 9(3).
       01  WS-SLOT-BOOKINGS                PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-SLOT                   PIC 9(4).
       01  WS-SLOT-TIME                    PIC 9(4).
       01  WS-SLOT-HOUR                    PIC 99.
       01  WS-SLOT-MINUTE                  PIC 99.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(30)
               VALUE '===== DAILY SCHEDULE '.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-HOST-ID              PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-CONFIRMED            PIC X(9).

       01  WS-RPT-SLOT-LINE.
           05  FILLER                      PIC X(7) VALUE '  SLOT '.
           05  WS-SLT-SLOT-TIME            PIC 9(4).
           05  FILLER                      PIC X(8) VALUE ' BOOKED '.
           05  WS-SLT-BOOKED               PIC ZZZZZ9.
           05  WS-SLT-CAPACITY-TEXT        PIC X(19).

       01  WS-RPT-SLOT-LIMIT.
           05  FILLER                      PIC X(4) VALUE ' OF '.
           05  WS-SLL-CAPACITY             PIC ZZ9.
           05  FILLER                      PIC X(7) VALUE '  UTIL '.
           05  WS-SLL-UTIL-PCT             PIC ZZZ9.
           05  FILLER                      PIC X VALUE '%'.

       01  WS-RPT-BRANCH-TOTAL.
           05  FILLER                      PIC X(18)
               VALUE 'TOTAL BOOKINGS  : '.
           05  WS-TOT-COUNT                PIC 9(6).

       01  WS-RPT-CONFIRMED-TOTAL.
           05  FILLER                      PIC X(18)
               VALUE 'CONFIRMED       : '.
           05  WS-CNF-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT CAPACITY-TABLE.
           IF WS-CAPMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CAPMSTR, STATUS='
                   WS-CAPMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXPECTED, STATUS='
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-EXTRACT-DATE.
      *    DAY 1 OF THE INTEGER DATE SCALE WAS A MONDAY, SO THIS
      *    GIVES MONDAY = 1 THROUGH SUNDAY = 7 AS ON THE CAPACITY
      *    TABLE.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-EXTRACT-DATE) - 1, 7) + 1.
           MOVE WS-EXTRACT-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO SCHEDRPT-OUT-LINE.
           WRITE SCHEDRPT-OUT-LINE.
                   TO WS-SRT-GIVEN-NAME
               MOVE WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
                   TO WS-SRT-SURNAME
               MOVE WS-BKG-HOST-ID OF BOOKING-MASTER-RECORD
                   TO WS-SRT-HOST-ID
               MOVE WS-BKG-REMINDER OF BOOKING-MASTER-RECORD
                   TO WS-SRT-REMINDER
               RELEASE SCHED-WORK-RECORD
               ADD 1 TO WS-TOTAL-EXTRACTED
               PERFORM 2200-READ-BOOKING
               TO WS-EXP-SURNAME OF EXPECTED-OUT-RECORD.
           MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               TO WS-EXP-APPT-TIME OF EXPECTED-OUT-RECORD.
           MOVE WS-BKG-HOST-ID OF BOOKING-MASTER-RECORD
               TO WS-EXP-HOST-ID OF EXPECTED-OUT-RECORD.
           MOVE WS-BKG-REMINDER OF BOOKING-MASTER-RECORD
               TO WS-EXP-REMINDER OF EXPECTED-OUT-RECORD.
           WRITE EXPECTED-OUT-RECORD.
           IF WS-EXPECTED-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXPECTED, STATUS='
       3000-PRINT-SCHEDULE.
           MOVE SPACES TO WS-PRIOR-BRANCH.
           MOVE ZERO TO WS-BRANCH-BOOKINGS.
           MOVE ZERO TO WS-PRIOR-SLOT.
           MOVE ZERO TO WS-SLOT-CAPACITY.
           PERFORM UNTIL END-OF-SORTED
               RETURN SCHED-WORK
                   AT END
               END-RETURN
           END-PERFORM.
           IF WS-PRIOR-BRANCH NOT = SPACES
               PERFORM 3150-PRINT-SLOT-LINE
               PERFORM 3200-PRINT-BRANCH-TOTAL
           END-IF.
           MOVE WS-TOTAL-EXTRACTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO SCHEDRPT-OUT-LINE.
           PERFORM 3300-WRITE-SCHEDRPT.
           MOVE WS-TOTAL-CONFIRMED TO WS-CNF-COUNT.
           MOVE WS-RPT-CONFIRMED-TOTAL TO SCHEDRPT-OUT-LINE.
           PERFORM 3300-WRITE-SCHEDRPT.

       3100-PRINT-SCHEDULE-LINE.
           PERFORM 3120-SET-SLOT-TIME.
           IF WS-SRT-BRANCH NOT = WS-PRIOR-BRANCH
               IF WS-PRIOR-BRANCH NOT = SPACES
                   PERFORM 3150-PRINT-SLOT-LINE
                   PERFORM 3200-PRINT-BRANCH-TOTAL
               END-IF
               MOVE WS-SRT-BRANCH TO WS-PRIOR-BRANCH
               MOVE WS-SRT-BRANCH TO WS-BHD-BRANCH
               MOVE WS-RPT-BRANCH-HEADING TO SCHEDRPT-OUT-LINE
               PERFORM 3300-WRITE-SCHEDRPT
               PERFORM 3110-GET-CAPACITY
               MOVE WS-SLOT-TIME TO WS-PRIOR-SLOT
           END-IF.
           IF WS-SLOT-TIME NOT = WS-PRIOR-SLOT
               PERFORM 3150-PRINT-SLOT-LINE
               MOVE WS-SLOT-TIME TO WS-PRIOR-SLOT
           END-IF.
           ADD 1 TO WS-SLOT-BOOKINGS.
           MOVE WS-SRT-APPT-TIME TO WS-DTL-APPT-TIME.
           MOVE WS-SRT-TITLE TO WS-DTL-TITLE.
           MOVE WS-SRT-GIVEN-NAME TO WS-DTL-GIVEN-NAME.
           MOVE WS-SRT-SURNAME TO WS-DTL-SURNAME.
           MOVE WS-SRT-HOST-ID TO WS-DTL-HOST-ID.
      *    THE VISITOR ANSWERED THE GATEWAY REMINDER TO SAY THEY
      *    ARE COMING.
           IF WS-SRT-CONFIRMED
               MOVE 'CONFIRMED' TO WS-DTL-CONFIRMED
               ADD 1 TO WS-TOTAL-CONFIRMED
           ELSE
               MOVE SPACES TO WS-DTL-CONFIRMED
           END-IF.
           MOVE WS-RPT-DETAIL TO SCHEDRPT-OUT-LINE.
           PERFORM 3300-WRITE-SCHEDRPT.
           ADD 1 TO WS-BRANCH-BOOKINGS.

      *    ZERO, OR A BRANCH NOT ON THE TABLE, MEANS NO LIMIT.
       3110-GET-CAPACITY.
           MOVE ZERO TO WS-SLOT-CAPACITY.
           MOVE WS-SRT-BRANCH TO WS-CAP-BRANCH OF CAPACITY-TABLE-RECORD.
           READ CAPACITY-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CAP-SLOT-LIMIT OF CAPACITY-TABLE-RECORD
                       (WS-WEEKDAY) TO WS-SLOT-CAPACITY
           END-READ.

      *    ROUNDS THE APPOINTMENT TIME DOWN TO THE START OF ITS
      *    HALF-HOUR SLOT.
       3120-SET-SLOT-TIME.
           DIVIDE WS-SRT-APPT-TIME BY 100 GIVING WS-SLOT-HOUR
               REMAINDER WS-SLOT-MINUTE.
           IF WS-SLOT-MINUTE < 30
               MOVE ZERO TO WS-SLOT-MINUTE
           ELSE
               MOVE 30 TO WS-SLOT-MINUTE
           END-IF.
           COMPUTE WS-SLOT-TIME = WS-SLOT-HOUR * 100 + WS-SLOT-MINUTE.

       3150-PRINT-SLOT-LINE.
           IF WS-SLOT-BOOKINGS > ZERO
               MOVE WS-PRIOR-SLOT TO WS-SLT-SLOT-TIME
               MOVE WS-SLOT-BOOKINGS TO WS-SLT-BOOKED
               IF WS-SLOT-CAPACITY > ZERO
                   MOVE WS-SLOT-CAPACITY TO WS-SLL-CAPACITY
                   COMPUTE WS-SLL-UTIL-PCT ROUNDED =
                       WS-SLOT-BOOKINGS * 100 / WS-SLOT-CAPACITY
                   MOVE WS-RPT-SLOT-LIMIT TO WS-SLT-CAPACITY-TEXT
               ELSE
                   MOVE '  NO LIMIT' TO WS-SLT-CAPACITY-TEXT
               END-IF
               MOVE WS-RPT-SLOT-LINE TO SCHEDRPT-OUT-LINE
               PERFORM 3300-WRITE-SCHEDRPT
           END-IF.
           MOVE ZERO TO WS-SLOT-BOOKINGS.

       3200-PRINT-BRANCH-TOTAL.
           MOVE WS-BRANCH-BOOKINGS TO WS-BRT-COUNT.
           MOVE WS-RPT-BRANCH-TOTAL TO SCHEDRPT-OUT-LINE.

       4000-TERMINATE.
           CLOSE BOOKING-MASTER.
           CLOSE CAPACITY-TABLE.
           CLOSE EXPECTED-FILE.
           CLOSE SCHEDRPT-FILE.
           DISPLAY '===== DAILY BOOKING EXTRACT ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'EXTRACT DATE    : ' WS-EXTRACT-DATE.
           DISPLAY 'BOOKINGS PULLED : ' WS-TOTAL-EXTRACTED.
           DISPLAY 'CONFIRMED       : ' WS-TOTAL-CONFIRMED.

       9999-ABORT-RUN.
           DISPLAY 'BOOKXTR ABORTED DUE TO FILE ERROR'.
