               RECORD KEY IS WS-MEMBER-KEY
               ALTERNATE RECORD KEY IS WS-MEMBER-ID
               FILE STATUS IS WS-MEMBMSTR-STATUS.
           SELECT VISIT-HISTORY ASSIGN TO VSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-VST-KEY
               FILE STATUS IS WS-VSTHIST-STATUS.
           SELECT PREF-MASTER ASSIGN TO MEMBPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PREF-KEY
               FILE STATUS IS WS-MEMBPREF-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT BKORPT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKORPT-STATUS.
       FD  MEMBER-MASTER.
       COPY MEMBREC REPLACING WS-MEMBER-RECORD BY MEMBER-MASTER-RECORD.

       FD  VISIT-HISTORY.
       COPY VISITREC REPLACING WS-VISIT-RECORD BY VISIT-HISTORY-RECORD.

       FD  PREF-MASTER.
       COPY PREFREC REPLACING WS-PREF-RECORD BY PREF-MASTER-RECORD.

       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  BKORPT-FILE
           RECORDING MODE IS F.
       01  BKORPT-OUT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MEMBJRNL-STATUS              PIC XX.
       01  WS-MEMBMSTR-STATUS              PIC XX.
       01  WS-VSTHIST-STATUS               PIC XX.
       01  WS-MEMBPREF-STATUS              PIC XX.
       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-BKORPT-STATUS                PIC XX.

       01  WS-BKORPT-OPEN-SWITCH           PIC X VALUE 'N'.
       01  WS-RECS-READ                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REVERSED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-FAILED                 PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SKIPPED                PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-FAIL-REASON                  PIC X(20).
       01  WS-FILE-NOTE                    PIC X(8).
       01  WS-IO-STATUS                    PIC XX.

       01  WS-IMAGE-VIEW.
           05  WS-IMG-SURNAME              PIC X(20).
                   WS-MEMBMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O VISIT-HISTORY.
           IF WS-VSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VSTHIST, STATUS='
                   WS-VSTHIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O PREF-MASTER.
           IF WS-MEMBPREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBPREF, STATUS='
                   WS-MEMBPREF-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT BKORPT-FILE.
           IF WS-BKORPT-STATUS = '00'
               SET WS-BKORPT-IS-OPEN TO TRUE
               END-RETURN
           END-PERFORM.

      *    MEMBER MERGES ALSO JOURNAL THE VISIT HISTORY, PREFERENCE
      *    AND BOOKING RECORDS THEY CHANGED; EVERYTHING ELSE IS A
      *    MEMBER MASTER ENTRY. AN ENTRY FOR A PERSON WHOSE DATA HAS
      *    SINCE BEEN ERASED IS NEVER REVERSED.
       2100-REVERSE-ENTRY.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE SPACES TO WS-FILE-NOTE.
           EVALUATE TRUE
               WHEN WS-JRN-ERASED OF JRNL-WORK-RECORD
                   MOVE 'ERASED' TO WS-FILE-NOTE
                   MOVE SPACES TO WS-IMAGE-VIEW
               WHEN WS-JRN-VSTHIST OF JRNL-WORK-RECORD
                   MOVE 'VSTHIST' TO WS-FILE-NOTE
                   PERFORM 2450-REVERSE-HISTORY
               WHEN WS-JRN-MEMBPREF OF JRNL-WORK-RECORD
                   MOVE 'MEMBPREF' TO WS-FILE-NOTE
                   PERFORM 2470-REVERSE-PREFERENCE
               WHEN WS-JRN-BOOKMSTR OF JRNL-WORK-RECORD
                   MOVE 'BOOKMSTR' TO WS-FILE-NOTE
                   PERFORM 2490-REVERSE-BOOKING
               WHEN WS-JRN-ADD OF JRNL-WORK-RECORD
                   PERFORM 2200-REVERSE-ADD
               WHEN WS-JRN-CHANGE OF JRNL-WORK-RECORD
                   WS-MEMBMSTR-STATUS
           END-IF.

       2450-REVERSE-HISTORY.
           EVALUATE TRUE
               WHEN WS-JRN-ADD OF JRNL-WORK-RECORD
                   MOVE WS-JRN-AFTER-IMAGE OF JRNL-WORK-RECORD
                       TO VISIT-HISTORY-RECORD
                   DELETE VISIT-HISTORY RECORD
                       INVALID KEY
                           MOVE 'HISTORY NOT ON FILE' TO WS-FAIL-REASON
                   END-DELETE
               WHEN WS-JRN-CHANGE OF JRNL-WORK-RECORD
                   MOVE WS-JRN-BEFORE-IMAGE OF JRNL-WORK-RECORD
                       TO VISIT-HISTORY-RECORD
                   REWRITE VISIT-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'HISTORY NOT ON FILE' TO WS-FAIL-REASON
                   END-REWRITE
               WHEN WS-JRN-DELETE OF JRNL-WORK-RECORD
                   MOVE WS-JRN-BEFORE-IMAGE OF JRNL-WORK-RECORD
                       TO VISIT-HISTORY-RECORD
                   WRITE VISIT-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'DUPLICATE HISTORY' TO WS-FAIL-REASON
                   END-WRITE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-FAIL-REASON
           END-EVALUATE.
           MOVE VISIT-HISTORY-RECORD(1:35) TO WS-IMAGE-VIEW.
           MOVE WS-VSTHIST-STATUS TO WS-IO-STATUS.
           PERFORM 2550-CHECK-IO-STATUS.

       2470-REVERSE-PREFERENCE.
           EVALUATE TRUE
               WHEN WS-JRN-ADD OF JRNL-WORK-RECORD
                   MOVE WS-JRN-AFTER-IMAGE OF JRNL-WORK-RECORD
                       TO PREF-MASTER-RECORD
                   DELETE PREF-MASTER RECORD
                       INVALID KEY
                           MOVE 'PREF NOT ON FILE' TO WS-FAIL-REASON
                   END-DELETE
               WHEN WS-JRN-CHANGE OF JRNL-WORK-RECORD
                   MOVE WS-JRN-BEFORE-IMAGE OF JRNL-WORK-RECORD
                       TO PREF-MASTER-RECORD
                   REWRITE PREF-MASTER-RECORD
                       INVALID KEY
                           MOVE 'PREF NOT ON FILE' TO WS-FAIL-REASON
                   END-REWRITE
               WHEN WS-JRN-DELETE OF JRNL-WORK-RECORD
                   MOVE WS-JRN-BEFORE-IMAGE OF JRNL-WORK-RECORD
                       TO PREF-MASTER-RECORD
                   WRITE PREF-MASTER-RECORD
                       INVALID KEY
                           MOVE 'DUPLICATE PREF' TO WS-FAIL-REASON
                   END-WRITE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-FAIL-REASON
           END-EVALUATE.
           MOVE PREF-MASTER-RECORD(1:35) TO WS-IMAGE-VIEW.
           MOVE WS-MEMBPREF-STATUS TO WS-IO-STATUS.
           PERFORM 2550-CHECK-IO-STATUS.

      *    THE BOOKING KEY LEADS WITH THE APPOINTMENT DATE, SO THE
      *    NAME FOR THE REGISTER STARTS AT BYTE 9 OF THE IMAGE.
       2490-REVERSE-BOOKING.
           EVALUATE TRUE
               WHEN WS-JRN-ADD OF JRNL-WORK-RECORD
                   MOVE WS-JRN-AFTER-IMAGE OF JRNL-WORK-RECORD
                       TO BOOKING-MASTER-RECORD
                   DELETE BOOKING-MASTER RECORD
                       INVALID KEY
                           MOVE 'BOOKING NOT ON FILE' TO WS-FAIL-REASON
                   END-DELETE
               WHEN WS-JRN-CHANGE OF JRNL-WORK-RECORD
                   MOVE WS-JRN-BEFORE-IMAGE OF JRNL-WORK-RECORD
                       TO BOOKING-MASTER-RECORD
                   REWRITE BOOKING-MASTER-RECORD
                       INVALID KEY
                           MOVE 'BOOKING NOT ON FILE' TO WS-FAIL-REASON
                   END-REWRITE
               WHEN WS-JRN-DELETE OF JRNL-WORK-RECORD
                   MOVE WS-JRN-BEFORE-IMAGE OF JRNL-WORK-RECORD
                       TO BOOKING-MASTER-RECORD
                   WRITE BOOKING-MASTER-RECORD
                       INVALID KEY
                           MOVE 'DUPLICATE BOOKING' TO WS-FAIL-REASON
                   END-WRITE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-FAIL-REASON
           END-EVALUATE.
           MOVE BOOKING-MASTER-RECORD(9:35) TO WS-IMAGE-VIEW.
           MOVE WS-BOOKMSTR-STATUS TO WS-IO-STATUS.
           PERFORM 2550-CHECK-IO-STATUS.

       2550-CHECK-IO-STATUS.
           IF WS-FAIL-REASON = SPACES
                   AND WS-IO-STATUS NOT = '00'
               MOVE 'FILE I/O ERROR' TO WS-FAIL-REASON
               DISPLAY WS-FILE-NOTE ' BACKOUT ERROR, STATUS='
                   WS-IO-STATUS
           END-IF.

       2600-WRITE-REPORT-LINE.
           MOVE WS-JRN-ACTION OF JRNL-WORK-RECORD TO WS-DTL-ACTION.
           MOVE WS-JRN-TIMESTAMP OF JRNL-WORK-RECORD
               TO WS-DTL-TIMESTAMP.
           MOVE WS-IMG-SURNAME TO WS-DTL-SURNAME.
           MOVE WS-IMG-GIVEN-NAME TO WS-DTL-GIVEN-NAME.
           EVALUATE TRUE
               WHEN WS-JRN-ERASED OF JRNL-WORK-RECORD
                   ADD 1 TO WS-TOTAL-SKIPPED
                   MOVE 'SKIPPED' TO WS-DTL-DISPOSITION
                   MOVE WS-FILE-NOTE TO WS-DTL-REASON
               WHEN WS-FAIL-REASON = SPACES
                   ADD 1 TO WS-TOTAL-REVERSED
                   MOVE 'REVERSED' TO WS-DTL-DISPOSITION
                   MOVE WS-FILE-NOTE TO WS-DTL-REASON
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-FAILED
                   MOVE 'FAILED' TO WS-DTL-DISPOSITION
                   MOVE WS-FAIL-REASON TO WS-DTL-REASON
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO BKORPT-OUT-LINE.
           PERFORM 2700-WRITE-BKORPT.

       3000-TERMINATE.
           PERFORM 3100-PRINT-TOTALS.
           CLOSE MEMBER-MASTER.
           CLOSE VISIT-HISTORY.
           CLOSE PREF-MASTER.
           CLOSE BOOKING-MASTER.
           IF WS-BKORPT-IS-OPEN
               CLOSE BKORPT-FILE
           END-IF.
           DISPLAY 'JOURNAL RECS    : ' WS-RECS-READ.
           DISPLAY 'TOTAL REVERSED  : ' WS-TOTAL-REVERSED.
           DISPLAY 'TOTAL FAILED    : ' WS-TOTAL-FAILED.
           DISPLAY 'SKIPPED ERASED  : ' WS-TOTAL-SKIPPED.
           IF WS-TOTAL-FAILED > ZERO
               DISPLAY 'BACKOUT INCOMPLETE, SEE THE BKORPT REGISTER'
               IF RETURN-CODE < 8
           MOVE WS-TOTAL-FAILED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO BKORPT-OUT-LINE.
           PERFORM 2700-WRITE-BKORPT.
           MOVE 'SKIPPED ERASED  :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-SKIPPED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO BKORPT-OUT-LINE.
           PERFORM 2700-WRITE-BKORPT.

       9999-ABORT-RUN.
           DISPLAY 'MEMBBKO ABORTED DUE TO FILE ERROR'.
