       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMDRESP.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSPIN-FILE ASSIGN TO RSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSPIN-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT CANCOUT-FILE ASSIGN TO CANCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CANCOUT-STATUS.
           SELECT RSPRPT-FILE ASSIGN TO RSPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSPIN-FILE
           RECORDING MODE IS F.
       COPY RSPREC REPLACING WS-RESPONSE-RECORD BY RSPIN-IN-RECORD.

       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

      *    CANCELS ARE NOT APPLIED HERE BUT PASSED ON AS BOOKMNT
      *    CANCEL TRANSACTIONS, SO THE SLOT IS FREED AND THE
      *    WAITLIST PROMOTED EXACTLY AS FOR A CANCEL KEYED AT THE
      *    DESK.
       FD  CANCOUT-FILE
           RECORDING MODE IS F.
       COPY BOKTRAN REPLACING WS-BOOK-TRAN BY CANCOUT-RECORD.

       FD  RSPRPT-FILE
           RECORDING MODE IS F.
       01  RSPRPT-OUT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RSPREC.

       01  WS-RSPIN-STATUS                 PIC XX.
           88  RSPIN-OK                    VALUE '00'.
           88  RSPIN-EOF                   VALUE '10'.

       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-CANCOUT-STATUS               PIC XX.
       01  WS-RSPRPT-STATUS                PIC XX.

       01  WS-RSPRPT-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-RSPRPT-IS-OPEN           VALUE 'Y'.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-RSPIN                VALUE 'Y'.

       01  WS-RESPONSES-READ               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CONFIRMED              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CANCELLED              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NO-REPLY               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-REJECT-REASON                PIC X(22).
       01  WS-APPLIED-NOTE                 PIC X(22).

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(35)
               VALUE '===== REMINDER RESPONSE REGISTER '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-DETAIL.
           05  WS-DTL-RESPONSE             PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-APPT-DATE            PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-REASON               PIC X(22).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(16).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-RESPONSE UNTIL END-OF-RSPIN.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RSPIN-FILE.
           IF WS-RSPIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSPIN, STATUS=' WS-RSPIN-STATUS
               SET END-OF-RSPIN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN I-O BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               SET END-OF-RSPIN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT CANCOUT-FILE.
           IF WS-CANCOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CANCOUT, STATUS='
                   WS-CANCOUT-STATUS
               SET END-OF-RSPIN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT RSPRPT-FILE.
           IF WS-RSPRPT-STATUS = '00'
               SET WS-RSPRPT-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'ERROR OPENING RSPRPT, STATUS=' WS-RSPRPT-STATUS
               SET END-OF-RSPIN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF NOT END-OF-RSPIN
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               MOVE WS-RPT-HEADING TO RSPRPT-OUT-LINE
               WRITE RSPRPT-OUT-LINE
               PERFORM 2100-READ-RSPIN
           END-IF.

      *    A RESPONSE IS ONLY TAKEN FOR A BOOKING STILL ON THE
      *    MASTER, NOT YET PAST, AND STILL CARRYING A REMINDER - A
      *    BOOKING RESCHEDULED SINCE THE REMINDER WENT OUT HAS HAD
      *    ITS REMINDER CLEARED, AND THE ANSWER WAS TO THE OLD TIME.
       2000-PROCESS-RESPONSE.
           MOVE RSPIN-IN-RECORD TO WS-RESPONSE-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.
           EVALUATE TRUE
               WHEN WS-RSP-APPT-DATE OF WS-RESPONSE-RECORD
                       NOT NUMERIC
                   MOVE 'INVALID APPT DATE' TO WS-REJECT-REASON
               WHEN NOT WS-RSP-CONFIRM OF WS-RESPONSE-RECORD
                       AND NOT WS-RSP-CANCEL OF WS-RESPONSE-RECORD
                       AND NOT WS-RSP-NO-REPLY OF WS-RESPONSE-RECORD
                   MOVE 'INVALID RESPONSE CODE' TO WS-REJECT-REASON
               WHEN WS-RSP-APPT-DATE OF WS-RESPONSE-RECORD
                       < WS-RUN-DATE
                   MOVE 'APPOINTMENT PAST' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-READ-BOOKING
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-RSP-CONFIRM OF WS-RESPONSE-RECORD
                       PERFORM 2200-APPLY-CONFIRM
                   WHEN WS-RSP-CANCEL OF WS-RESPONSE-RECORD
                       PERFORM 2300-PASS-CANCEL
                   WHEN OTHER
                       PERFORM 2400-APPLY-NO-REPLY
               END-EVALUATE
           END-IF.
           PERFORM 2500-WRITE-REPORT-LINE.
           PERFORM 2100-READ-RSPIN.

       2100-READ-RSPIN.
           READ RSPIN-FILE
               AT END
                   SET END-OF-RSPIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
           END-READ.
           IF NOT RSPIN-OK AND NOT RSPIN-EOF
               DISPLAY 'RSPIN READ ERROR, STATUS=' WS-RSPIN-STATUS
               SET END-OF-RSPIN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2150-READ-BOOKING.
           MOVE WS-RSP-APPT-DATE OF WS-RESPONSE-RECORD
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-RSP-SURNAME OF WS-RESPONSE-RECORD)
               TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-RSP-GIVEN-NAME OF WS-RESPONSE-RECORD)
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           READ BOOKING-MASTER
               INVALID KEY
                   MOVE 'BOOKING NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF WS-BKG-NOT-REMINDED OF BOOKING-MASTER-RECORD
                       MOVE 'NO REMINDER SENT' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES
                   AND WS-BOOKMSTR-STATUS NOT = '00'
               MOVE 'MASTER READ ERROR' TO WS-REJECT-REASON
               DISPLAY 'BOOKMSTR READ ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
           END-IF.

       2200-APPLY-CONFIRM.
           SET WS-BKG-CONFIRMED OF BOOKING-MASTER-RECORD TO TRUE.
           PERFORM 2450-REWRITE-BOOKING.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-CONFIRMED
               MOVE 'CONFIRMED' TO WS-APPLIED-NOTE
           END-IF.

       2300-PASS-CANCEL.
           MOVE 'C' TO WS-BKT-ACTION OF CANCOUT-RECORD.
           MOVE WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
               TO WS-BKT-APPT-DATE OF CANCOUT-RECORD.
           MOVE WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
               TO WS-BKT-SURNAME OF CANCOUT-RECORD.
           MOVE WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD
               TO WS-BKT-GIVEN-NAME OF CANCOUT-RECORD.
           MOVE WS-BKG-TITLE OF BOOKING-MASTER-RECORD
               TO WS-BKT-TITLE OF CANCOUT-RECORD.
           MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               TO WS-BKT-APPT-TIME OF CANCOUT-RECORD.
           MOVE WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
               TO WS-BKT-BRANCH OF CANCOUT-RECORD.
           MOVE ZERO TO WS-BKT-NEW-DATE OF CANCOUT-RECORD.
           MOVE ZERO TO WS-BKT-NEW-TIME OF CANCOUT-RECORD.
           MOVE SPACES TO WS-BKT-HOST-ID OF CANCOUT-RECORD.
           WRITE CANCOUT-RECORD.
           IF WS-CANCOUT-STATUS NOT = '00'
               MOVE 'CANCEL WRITE ERROR' TO WS-REJECT-REASON
               DISPLAY 'ERROR WRITING CANCOUT, STATUS='
                   WS-CANCOUT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-CANCELLED
               MOVE 'CANCEL SENT TO BOOKMNT' TO WS-APPLIED-NOTE
           END-IF.

      *    A VISITOR WHO HAS ALREADY CONFIRMED (E.G. BY A LATER
      *    MESSAGE AFTER THE GATEWAY'S CUT-OFF) STAYS CONFIRMED.
       2400-APPLY-NO-REPLY.
           IF WS-BKG-CONFIRMED OF BOOKING-MASTER-RECORD
               MOVE 'ALREADY CONFIRMED' TO WS-APPLIED-NOTE
           ELSE
               SET WS-BKG-NO-REPLY OF BOOKING-MASTER-RECORD TO TRUE
               PERFORM 2450-REWRITE-BOOKING
               IF WS-REJECT-REASON = SPACES
                   MOVE 'NO REPLY' TO WS-APPLIED-NOTE
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-NO-REPLY
           END-IF.

       2450-REWRITE-BOOKING.
           REWRITE BOOKING-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE ERROR' TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-BOOKMSTR-STATUS NOT = '00'
               MOVE 'MASTER REWRITE ERROR' TO WS-REJECT-REASON
               DISPLAY 'BOOKMSTR REWRITE ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
           END-IF.

       2500-WRITE-REPORT-LINE.
           MOVE WS-RSP-RESPONSE OF WS-RESPONSE-RECORD
               TO WS-DTL-RESPONSE.
           MOVE WS-RSP-APPT-DATE OF WS-RESPONSE-RECORD
               TO WS-DTL-APPT-DATE.
           MOVE WS-RSP-SURNAME OF WS-RESPONSE-RECORD
               TO WS-DTL-SURNAME.
           MOVE WS-RSP-GIVEN-NAME OF WS-RESPONSE-RECORD
               TO WS-DTL-GIVEN-NAME.
           IF WS-REJECT-REASON = SPACES
               MOVE 'APPLIED' TO WS-DTL-DISPOSITION
               MOVE WS-APPLIED-NOTE TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE 'REJECTED' TO WS-DTL-DISPOSITION
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           MOVE WS-RPT-DETAIL TO RSPRPT-OUT-LINE.
           WRITE RSPRPT-OUT-LINE.
           IF WS-RSPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RSPRPT, STATUS=' WS-RSPRPT-STATUS
           END-IF.

       3000-TERMINATE.
           IF WS-RSPRPT-IS-OPEN
               PERFORM 3100-PRINT-TOTALS
               CLOSE RSPRPT-FILE
           END-IF.
           CLOSE RSPIN-FILE.
           CLOSE BOOKING-MASTER.
           CLOSE CANCOUT-FILE.
           IF WS-TOTAL-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '===== REMINDER RESPONSE SUMMARY ====='.
           DISPLAY 'RUN DATE       : ' WS-RUN-DATE.
           DISPLAY 'RESPONSES READ : ' WS-RESPONSES-READ.
           DISPLAY 'CONFIRMED      : ' WS-TOTAL-CONFIRMED.
           DISPLAY 'CANCELLED      : ' WS-TOTAL-CANCELLED.
           DISPLAY 'NO REPLY       : ' WS-TOTAL-NO-REPLY.
           DISPLAY 'TOTAL REJECTED : ' WS-TOTAL-REJECTED.

       3100-PRINT-TOTALS.
           MOVE 'RESPONSES READ :' TO WS-TOT-LABEL.
           MOVE WS-RESPONSES-READ TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSPRPT-OUT-LINE.
           WRITE RSPRPT-OUT-LINE.
           MOVE 'CONFIRMED      :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-CONFIRMED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSPRPT-OUT-LINE.
           WRITE RSPRPT-OUT-LINE.
           MOVE 'CANCELLED      :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-CANCELLED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSPRPT-OUT-LINE.
           WRITE RSPRPT-OUT-LINE.
           MOVE 'NO REPLY       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NO-REPLY TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSPRPT-OUT-LINE.
           WRITE RSPRPT-OUT-LINE.
           MOVE 'TOTAL REJECTED :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RSPRPT-OUT-LINE.
           WRITE RSPRPT-OUT-LINE.
