       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMDXTR.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT PREF-MASTER ASSIGN TO MEMBPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PREF-KEY
               FILE STATUS IS WS-MEMBPREF-STATUS.
           SELECT RMDOUT-FILE ASSIGN TO RMDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMDOUT-STATUS.
           SELECT RMDRPT-FILE ASSIGN TO RMDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  PREF-MASTER.
       COPY PREFREC REPLACING WS-PREF-RECORD BY PREF-MASTER-RECORD.

       FD  RMDOUT-FILE
           RECORDING MODE IS F.
       COPY RMDREC REPLACING WS-REMINDER-RECORD BY RMDOUT-RECORD.

       FD  RMDRPT-FILE
           RECORDING MODE IS F.
       01  RMDRPT-OUT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-MEMBPREF-STATUS              PIC XX.
       01  WS-RMDOUT-STATUS                PIC XX.
       01  WS-RMDRPT-STATUS                PIC XX.

       01  WS-BOOKING-EOF-SWITCH           PIC X VALUE 'N'.
           88  END-OF-BOOKINGS             VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-REMIND-DATE                  PIC 9(8).
       01  WS-ENV-REMIND-DATE              PIC X(8).

       01  WS-BOOKINGS-READ                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SENT                   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NO-CONSENT             PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NO-CONTACT             PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ALREADY-SENT           PIC 9(6) VALUE ZERO.

       01  WS-DISPOSITION                  PIC X(8).
       01  WS-DISPOSITION-NOTE             PIC X(18).

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(35)
               VALUE '===== APPOINTMENT REMINDER EXTRACT '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-COLUMNS.
           05  FILLER                      PIC X(30)
               VALUE 'TIME BRN SURNAME'.
           05  FILLER                      PIC X(16)
               VALUE 'GIVEN NAME'.
           05  FILLER                      PIC X(15)
               VALUE 'RESULT'.

       01  WS-RPT-DETAIL.
           05  WS-DTL-APPT-TIME            PIC 9(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-BRANCH               PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-NOTE                 PIC X(18).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(18).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EXTRACT-REMINDERS.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT PREF-MASTER.
           IF WS-MEMBPREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBPREF, STATUS='
                   WS-MEMBPREF-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT RMDOUT-FILE.
           IF WS-RMDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RMDOUT, STATUS='
                   WS-RMDOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT RMDRPT-FILE.
           IF WS-RMDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RMDRPT, STATUS='
                   WS-RMDRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-REMIND-DATE.
           MOVE WS-REMIND-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.
           MOVE WS-RPT-COLUMNS TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.

      *    THE BRANCHES ARE OPEN EVERY DAY OF THE WEEK, SO THE NEXT
      *    BUSINESS DAY IS TOMORROW. SET HELLO_REMIND_DATE TO REMIND
      *    FOR ANOTHER DAY (E.G. AFTER A MISSED RUN).
       1100-SET-REMIND-DATE.
           COMPUTE WS-REMIND-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1).
           DISPLAY 'HELLO_REMIND_DATE' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-REMIND-DATE FROM ENVIRONMENT-VALUE.
           IF WS-ENV-REMIND-DATE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-REMIND-DATE)
                   TO WS-REMIND-DATE
           END-IF.

       2000-EXTRACT-REMINDERS.
           PERFORM 2100-START-BOOKINGS.
           PERFORM 2300-REMIND-BOOKING UNTIL END-OF-BOOKINGS.

       2100-START-BOOKINGS.
           MOVE WS-REMIND-DATE
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES
               TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY NOT < WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET END-OF-BOOKINGS TO TRUE
           END-START.
           IF WS-BOOKMSTR-STATUS NOT = '00'
                   AND WS-BOOKMSTR-STATUS NOT = '23'
               DISPLAY 'BOOKMSTR START ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT END-OF-BOOKINGS
               PERFORM 2200-READ-BOOKING
           END-IF.

       2200-READ-BOOKING.
           READ BOOKING-MASTER NEXT RECORD
               AT END
                   SET END-OF-BOOKINGS TO TRUE
           END-READ.
           IF NOT END-OF-BOOKINGS AND WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'BOOKMSTR READ ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT END-OF-BOOKINGS
                   AND WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
                       NOT = WS-REMIND-DATE
               SET END-OF-BOOKINGS TO TRUE
           END-IF.

      *    A BOOKING ALREADY REMINDED (A RERUN FOR THE SAME DAY) IS
      *    NOT SENT AGAIN. OTHERWISE THE VISITOR IS REMINDED ONLY IF
      *    THEY HAVE GIVEN CONTACT CONSENT AND A PHONE OR E-MAIL ON
      *    THE PREFERENCE FILE; WALK-IN BOOKINGS HAVE NEITHER.
       2300-REMIND-BOOKING.
           ADD 1 TO WS-BOOKINGS-READ.
           MOVE SPACES TO WS-DISPOSITION-NOTE.
           IF NOT WS-BKG-NOT-REMINDED OF BOOKING-MASTER-RECORD
               ADD 1 TO WS-TOTAL-ALREADY-SENT
               MOVE 'SKIPPED' TO WS-DISPOSITION
               MOVE 'ALREADY REMINDED' TO WS-DISPOSITION-NOTE
           ELSE
               MOVE WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
                   TO WS-PREF-SURNAME OF PREF-MASTER-RECORD
               MOVE WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD
                   TO WS-PREF-GIVEN-NAME OF PREF-MASTER-RECORD
               READ PREF-MASTER
                   INVALID KEY
                       MOVE 'NO CONTACT DETAILS' TO WS-DISPOSITION-NOTE
               END-READ
               IF WS-MEMBPREF-STATUS NOT = '00'
                       AND WS-MEMBPREF-STATUS NOT = '23'
                   DISPLAY 'MEMBPREF READ ERROR, STATUS='
                       WS-MEMBPREF-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               IF WS-DISPOSITION-NOTE = SPACES
                   PERFORM 2350-CHECK-CONTACT
               END-IF
               IF WS-DISPOSITION-NOTE = SPACES
                   PERFORM 2400-WRITE-REMINDER
               ELSE
                   MOVE 'NOT SENT' TO WS-DISPOSITION
               END-IF
           END-IF.
           IF WS-DISPOSITION-NOTE = 'NO CONSENT'
               ADD 1 TO WS-TOTAL-NO-CONSENT
           END-IF.
           IF WS-DISPOSITION-NOTE = 'NO CONTACT DETAILS'
               ADD 1 TO WS-TOTAL-NO-CONTACT
           END-IF.
           PERFORM 2500-WRITE-REPORT-LINE.
           PERFORM 2200-READ-BOOKING.

       2350-CHECK-CONTACT.
           IF NOT WS-PREF-CONSENTS OF PREF-MASTER-RECORD
               MOVE 'NO CONSENT' TO WS-DISPOSITION-NOTE
           ELSE
               IF WS-PREF-PHONE OF PREF-MASTER-RECORD = SPACES
                       AND WS-PREF-EMAIL OF PREF-MASTER-RECORD
                           = SPACES
                   MOVE 'NO CONTACT DETAILS' TO WS-DISPOSITION-NOTE
               END-IF
           END-IF.

      *    THE BOOKING IS MARKED REMINDED AS THE EXTRACT RECORD IS
      *    WRITTEN, SO THE GATEWAY'S ANSWER CAN BE TOLD FROM A
      *    BOOKING THAT WAS NEVER REMINDED.
       2400-WRITE-REMINDER.
           MOVE WS-BKG-KEY OF BOOKING-MASTER-RECORD
               TO WS-RMD-KEY OF RMDOUT-RECORD.
           MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               TO WS-RMD-APPT-TIME OF RMDOUT-RECORD.
           MOVE WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
               TO WS-RMD-BRANCH OF RMDOUT-RECORD.
           MOVE WS-BKG-TITLE OF BOOKING-MASTER-RECORD
               TO WS-RMD-TITLE OF RMDOUT-RECORD.
           MOVE WS-PREF-LANGUAGE OF PREF-MASTER-RECORD
               TO WS-RMD-LANGUAGE OF RMDOUT-RECORD.
           MOVE WS-PREF-PHONE OF PREF-MASTER-RECORD
               TO WS-RMD-PHONE OF RMDOUT-RECORD.
           MOVE WS-PREF-EMAIL OF PREF-MASTER-RECORD
               TO WS-RMD-EMAIL OF RMDOUT-RECORD.
           WRITE RMDOUT-RECORD.
           IF WS-RMDOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RMDOUT, STATUS='
                   WS-RMDOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           SET WS-BKG-REMINDER-SENT OF BOOKING-MASTER-RECORD TO TRUE.
           REWRITE BOOKING-MASTER-RECORD.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'BOOKMSTR REWRITE ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ADD 1 TO WS-TOTAL-SENT.
           MOVE 'SENT' TO WS-DISPOSITION.
           EVALUATE TRUE
               WHEN WS-RMD-PHONE OF RMDOUT-RECORD = SPACES
                   MOVE 'BY E-MAIL' TO WS-DISPOSITION-NOTE
               WHEN WS-RMD-EMAIL OF RMDOUT-RECORD = SPACES
                   MOVE 'BY PHONE' TO WS-DISPOSITION-NOTE
               WHEN OTHER
                   MOVE 'BY PHONE + E-MAIL' TO WS-DISPOSITION-NOTE
           END-EVALUATE.

       2500-WRITE-REPORT-LINE.
           MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               TO WS-DTL-APPT-TIME.
           MOVE WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
               TO WS-DTL-BRANCH.
           MOVE WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
               TO WS-DTL-SURNAME.
           MOVE WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD
               TO WS-DTL-GIVEN-NAME.
           MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
           MOVE WS-DISPOSITION-NOTE TO WS-DTL-NOTE.
           MOVE WS-RPT-DETAIL TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.

       2900-WRITE-RMDRPT.
           WRITE RMDRPT-OUT-LINE.
           IF WS-RMDRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RMDRPT, STATUS='
                   WS-RMDRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       3000-TERMINATE.
           PERFORM 3100-PRINT-TOTALS.
           CLOSE BOOKING-MASTER.
           CLOSE PREF-MASTER.
           CLOSE RMDOUT-FILE.
           CLOSE RMDRPT-FILE.
           DISPLAY '===== APPOINTMENT REMINDER EXTRACT ====='.
           DISPLAY 'RUN DATE         : ' WS-RUN-DATE.
           DISPLAY 'REMINDER DATE    : ' WS-REMIND-DATE.
           DISPLAY 'BOOKINGS READ    : ' WS-BOOKINGS-READ.
           DISPLAY 'REMINDERS SENT   : ' WS-TOTAL-SENT.
           DISPLAY 'NO CONSENT       : ' WS-TOTAL-NO-CONSENT.
           DISPLAY 'NO CONTACT       : ' WS-TOTAL-NO-CONTACT.
           DISPLAY 'ALREADY REMINDED : ' WS-TOTAL-ALREADY-SENT.

       3100-PRINT-TOTALS.
           MOVE 'BOOKINGS READ    :' TO WS-TOT-LABEL.
           MOVE WS-BOOKINGS-READ TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.
           MOVE 'REMINDERS SENT   :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-SENT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.
           MOVE 'NO CONSENT       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NO-CONSENT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.
           MOVE 'NO CONTACT       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NO-CONTACT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.
           MOVE 'ALREADY REMINDED :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ALREADY-SENT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RMDRPT-OUT-LINE.
           PERFORM 2900-WRITE-RMDRPT.

       9999-ABORT-RUN.
           DISPLAY 'RMDXTR ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
