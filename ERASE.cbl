       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASE.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASREQ-FILE ASSIGN TO ERASREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASREQ-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO MEMBMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-MEMBER-KEY
               ALTERNATE RECORD KEY IS WS-MEMBER-ID
               FILE STATUS IS WS-MEMBMSTR-STATUS.
           SELECT PREF-MASTER ASSIGN TO MEMBPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PREF-KEY
               FILE STATUS IS WS-MEMBPREF-STATUS.
           SELECT VISIT-HISTORY ASSIGN TO VSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-VST-KEY
               FILE STATUS IS WS-VSTHIST-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO WAITLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-WTL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT ERASLIST-FILE ASSIGN TO ERASLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASREQ-FILE
           RECORDING MODE IS F.
       COPY ERSTRAN REPLACING WS-ERASE-TRAN BY ERASREQ-IN-RECORD.

       FD  MEMBER-MASTER.
       COPY MEMBREC REPLACING WS-MEMBER-RECORD BY MEMBER-MASTER-RECORD.

       FD  PREF-MASTER.
       COPY PREFREC REPLACING WS-PREF-RECORD BY PREF-MASTER-RECORD.

       FD  VISIT-HISTORY.
       COPY VISITREC REPLACING WS-VISIT-RECORD BY VISIT-HISTORY-RECORD.

       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  WAITLIST-FILE.
       COPY WAITREC REPLACING WS-WAIT-RECORD BY WAITLIST-RECORD.

       FD  ERASLIST-FILE
           RECORDING MODE IS F.
       COPY ERASREC REPLACING WS-ERASE-RECORD BY ERASLIST-OUT-RECORD.

       WORKING-STORAGE SECTION.
       COPY ERSTRAN.
       COPY ERASREC.

       01  WS-ERASREQ-STATUS               PIC XX.
           88  ERASREQ-OK                  VALUE '00'.
           88  ERASREQ-EOF                 VALUE '10'.

       01  WS-MEMBMSTR-STATUS              PIC XX.
       01  WS-MEMBPREF-STATUS              PIC XX.
       01  WS-VSTHIST-STATUS               PIC XX.
       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-WAITLIST-STATUS              PIC XX.
       01  WS-ERASLIST-STATUS              PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-ERASREQ              VALUE 'Y'.

       01  WS-WAITLIST-SWITCH              PIC X VALUE 'N'.
           88  WS-WAITLIST-PRESENT         VALUE 'Y'.

       01  WS-SCAN-SWITCH                  PIC X VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.

       01  WS-REQS-READ                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ERASED                 PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-REJECT-REASON                PIC X(20).
       01  WS-FILE-NOTE                    PIC X(8).
       01  WS-IO-STATUS                    PIC XX.

      *    VSTHIST IS KEYED BY THE NORMALIZED NAME FROM THE AUDIT
      *    TRAIL (FIRST LETTER OF EACH WORD UPPER-CASE, REST LOWER),
      *    NOT THE UPPER-CASE MASTER KEY.
       01  WS-NORM-SURNAME                 PIC X(20).
       01  WS-NORM-GIVEN-NAME              PIC X(15).
       01  WS-NORM-IDX                     PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-REQUEST UNTIL END-OF-ERASREQ.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ERASREQ-FILE.
           IF WS-ERASREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASREQ, STATUS='
                   WS-ERASREQ-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O MEMBER-MASTER.
           IF WS-MEMBMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBMSTR, STATUS='
                   WS-MEMBMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O PREF-MASTER.
           IF WS-MEMBPREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBPREF, STATUS='
                   WS-MEMBPREF-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O VISIT-HISTORY.
           IF WS-VSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VSTHIST, STATUS='
                   WS-VSTHIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN I-O BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
      *    THE WAITLIST IS ONLY CREATED BY BOOKMNT THE FIRST TIME A
      *    SLOT FILLS, SO A MISSING CLUSTER JUST MEANS NOBODY IS
      *    WAITING.
           OPEN I-O WAITLIST-FILE.
           EVALUATE WS-WAITLIST-STATUS
               WHEN '00'
                   SET WS-WAITLIST-PRESENT TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING WAITLIST, STATUS='
                       WS-WAITLIST-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.
           OPEN OUTPUT ERASLIST-FILE.
           IF WS-ERASLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASLIST, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 2050-READ-ERASREQ.

      *    NOTHING IS JOURNALED TO MEMBJRNL - AN ERASURE MUST NEVER
      *    BE REVERSIBLE BY THE MEMBBKO BACKOUT.
       2000-PROCESS-REQUEST.
           MOVE ERASREQ-IN-RECORD TO WS-ERASE-TRAN.
           INITIALIZE WS-ERASE-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-ETR-REQUEST-REF OF WS-ERASE-TRAN
               TO WS-ERS-REQUEST-REF OF WS-ERASE-RECORD.
           MOVE WS-ETR-SIGNED-OFF-BY OF WS-ERASE-TRAN
               TO WS-ERS-SIGNED-OFF-BY OF WS-ERASE-RECORD.
           PERFORM 2100-VALIDATE-REQUEST.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-ERASE-MEMBER
               PERFORM 2300-ERASE-PREFERENCE
               PERFORM 2400-ERASE-HISTORY
               PERFORM 2500-ERASE-BOOKINGS
               IF WS-WAITLIST-PRESENT
                   PERFORM 2600-ERASE-WAITLIST
               END-IF
               ADD 1 TO WS-TOTAL-ERASED
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE WS-REJECT-REASON
                   TO WS-ERS-REJECT-REASON OF WS-ERASE-RECORD
           END-IF.
           PERFORM 2800-WRITE-ERASLIST.
           PERFORM 2050-READ-ERASREQ.

       2050-READ-ERASREQ.
           READ ERASREQ-FILE
               AT END
                   SET END-OF-ERASREQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQS-READ
           END-READ.
           IF NOT ERASREQ-OK AND NOT ERASREQ-EOF
               DISPLAY 'ERASREQ READ ERROR, STATUS=' WS-ERASREQ-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    A REQUEST BY MEMBER ID TAKES THE NAME FROM THE MASTER; ONE
      *    GIVING BOTH MUST AGREE WITH IT. A REQUEST BY NAME ALONE
      *    NEED NOT BE A MEMBER - WALK-IN VISITORS ARE ERASED FROM
      *    THE HISTORY AND AUDIT FILES THE SAME WAY.
       2100-VALIDATE-REQUEST.
           MOVE FUNCTION UPPER-CASE(WS-ETR-SURNAME OF WS-ERASE-TRAN)
               TO WS-ERS-SURNAME OF WS-ERASE-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-ETR-GIVEN-NAME OF WS-ERASE-TRAN)
               TO WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD.
           MOVE WS-ETR-MEMBER-ID OF WS-ERASE-TRAN
               TO WS-ERS-MEMBER-ID OF WS-ERASE-RECORD.
           EVALUATE TRUE
               WHEN WS-ETR-SIGNED-OFF-BY OF WS-ERASE-TRAN = SPACES
                   MOVE 'NOT SIGNED OFF' TO WS-REJECT-REASON
               WHEN WS-ETR-MEMBER-ID OF WS-ERASE-TRAN = SPACES
                       AND (WS-ETR-SURNAME OF WS-ERASE-TRAN = SPACES
                       OR WS-ETR-GIVEN-NAME OF WS-ERASE-TRAN
                           = SPACES)
                   MOVE 'NAME INCOMPLETE' TO WS-REJECT-REASON
               WHEN WS-ETR-MEMBER-ID OF WS-ERASE-TRAN = SPACES
                   CONTINUE
               WHEN WS-ETR-MEMBER-ID OF WS-ERASE-TRAN NOT NUMERIC
                   MOVE 'INVALID MEMBER ID' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-FIND-MEMBER-ID
           END-EVALUATE.

       2150-FIND-MEMBER-ID.
           MOVE WS-ETR-MEMBER-ID OF WS-ERASE-TRAN
               TO WS-MEMBER-ID OF MEMBER-MASTER-RECORD.
           READ MEMBER-MASTER KEY IS WS-MEMBER-ID
                   OF MEMBER-MASTER-RECORD
               INVALID KEY
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF WS-ERS-SURNAME OF WS-ERASE-RECORD = SPACES
                           AND WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
                               = SPACES
                       MOVE WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
                           TO WS-ERS-SURNAME OF WS-ERASE-RECORD
                       MOVE WS-MEMBER-GIVEN-NAME
                           OF MEMBER-MASTER-RECORD
                           TO WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
                   END-IF
                   IF WS-ERS-SURNAME OF WS-ERASE-RECORD
                           NOT = WS-MEMBER-SURNAME
                               OF MEMBER-MASTER-RECORD
                           OR WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
                               NOT = WS-MEMBER-GIVEN-NAME
                                   OF MEMBER-MASTER-RECORD
                       MOVE 'MEMBER ID MISMATCH' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           MOVE 'MEMBMSTR' TO WS-FILE-NOTE.
           MOVE WS-MEMBMSTR-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.

       2200-ERASE-MEMBER.
           MOVE 'MEMBMSTR' TO WS-FILE-NOTE.
           MOVE WS-ERS-SURNAME OF WS-ERASE-RECORD
               TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD.
           MOVE WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
               TO WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD.
           READ MEMBER-MASTER KEY IS WS-MEMBER-KEY
                   OF MEMBER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ERS-MEMBER-ID OF WS-ERASE-RECORD = SPACES
                       MOVE WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                           TO WS-ERS-MEMBER-ID OF WS-ERASE-RECORD
                   END-IF
                   DELETE MEMBER-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERS-MEMBMSTR-COUNT
                               OF WS-ERASE-RECORD
                   END-DELETE
           END-READ.
           MOVE WS-MEMBMSTR-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.

       2300-ERASE-PREFERENCE.
           MOVE 'MEMBPREF' TO WS-FILE-NOTE.
           MOVE WS-ERS-SURNAME OF WS-ERASE-RECORD
               TO WS-PREF-SURNAME OF PREF-MASTER-RECORD.
           MOVE WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
               TO WS-PREF-GIVEN-NAME OF PREF-MASTER-RECORD.
           READ PREF-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE PREF-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERS-MEMBPREF-COUNT
                               OF WS-ERASE-RECORD
                   END-DELETE
           END-READ.
           MOVE WS-MEMBPREF-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.

       2400-ERASE-HISTORY.
           MOVE 'VSTHIST' TO WS-FILE-NOTE.
           MOVE WS-ERS-SURNAME OF WS-ERASE-RECORD TO WS-NORM-SURNAME.
           MOVE WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
               TO WS-NORM-GIVEN-NAME.
           PERFORM 2450-NORMALIZE-NAME.
           MOVE WS-NORM-SURNAME
               TO WS-VST-SURNAME OF VISIT-HISTORY-RECORD.
           MOVE WS-NORM-GIVEN-NAME
               TO WS-VST-GIVEN-NAME OF VISIT-HISTORY-RECORD.
           READ VISIT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE VISIT-HISTORY RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERS-VSTHIST-COUNT
                               OF WS-ERASE-RECORD
                   END-DELETE
           END-READ.
           MOVE WS-VSTHIST-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.

       2450-NORMALIZE-NAME.
           MOVE FUNCTION LOWER-CASE(WS-NORM-GIVEN-NAME)
               TO WS-NORM-GIVEN-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-GIVEN-NAME(1:1))
               TO WS-NORM-GIVEN-NAME(1:1).
           PERFORM 2460-CAPITALIZE-GIVEN-NAME
               VARYING WS-NORM-IDX FROM 2 BY 1
               UNTIL WS-NORM-IDX > 15.
           MOVE FUNCTION LOWER-CASE(WS-NORM-SURNAME)
               TO WS-NORM-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-SURNAME(1:1))
               TO WS-NORM-SURNAME(1:1).
           PERFORM 2470-CAPITALIZE-SURNAME
               VARYING WS-NORM-IDX FROM 2 BY 1
               UNTIL WS-NORM-IDX > 20.

       2460-CAPITALIZE-GIVEN-NAME.
           IF WS-NORM-GIVEN-NAME(WS-NORM-IDX - 1:1) = SPACE
                   AND WS-NORM-GIVEN-NAME(WS-NORM-IDX:1) NOT = SPACE
               MOVE FUNCTION UPPER-CASE(
                   WS-NORM-GIVEN-NAME(WS-NORM-IDX:1))
                   TO WS-NORM-GIVEN-NAME(WS-NORM-IDX:1)
           END-IF.

       2470-CAPITALIZE-SURNAME.
           IF WS-NORM-SURNAME(WS-NORM-IDX - 1:1) = SPACE
                   AND WS-NORM-SURNAME(WS-NORM-IDX:1) NOT = SPACE
               MOVE FUNCTION UPPER-CASE(
                   WS-NORM-SURNAME(WS-NORM-IDX:1))
                   TO WS-NORM-SURNAME(WS-NORM-IDX:1)
           END-IF.

      *    BOOKINGS ARE KEYED BY DATE + NAME, SO EVERY DAY FROM
      *    TODAY ON IS SCANNED FOR THE NAME. PAST BOOKINGS ARE LEFT
      *    FOR THE NO-SHOW HISTORY.
       2500-ERASE-BOOKINGS.
           MOVE 'BOOKMSTR' TO WS-FILE-NOTE.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO WS-BKG-KEY OF BOOKING-MASTER-RECORD.
           MOVE WS-RUN-DATE
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY NOT < WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2510-ERASE-NEXT-BOOKING UNTIL WS-SCAN-DONE.

       2510-ERASE-NEXT-BOOKING.
           READ BOOKING-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
               MOVE WS-BOOKMSTR-STATUS TO WS-IO-STATUS
               PERFORM 2900-CHECK-IO-STATUS
               IF WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
                       = WS-ERS-SURNAME OF WS-ERASE-RECORD
                       AND WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD
                           = WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
                   DELETE BOOKING-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERS-BOOKMSTR-COUNT
                               OF WS-ERASE-RECORD
                   END-DELETE
                   MOVE WS-BOOKMSTR-STATUS TO WS-IO-STATUS
                   PERFORM 2900-CHECK-IO-STATUS
               END-IF
           END-IF.

      *    WAITLIST REQUESTS ARE KEYED BY DATE + SLOT, SO THE SAME
      *    FORWARD SCAN FROM TODAY.
       2600-ERASE-WAITLIST.
           MOVE 'WAITLIST' TO WS-FILE-NOTE.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE LOW-VALUES TO WS-WTL-KEY OF WAITLIST-RECORD.
           MOVE WS-RUN-DATE TO WS-WTL-APPT-DATE OF WAITLIST-RECORD.
           START WAITLIST-FILE KEY NOT < WS-WTL-KEY
                   OF WAITLIST-RECORD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2610-ERASE-NEXT-WAITING UNTIL WS-SCAN-DONE.

       2610-ERASE-NEXT-WAITING.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
               MOVE WS-WAITLIST-STATUS TO WS-IO-STATUS
               PERFORM 2900-CHECK-IO-STATUS
               IF WS-WTL-SURNAME OF WAITLIST-RECORD
                       = WS-ERS-SURNAME OF WS-ERASE-RECORD
                       AND WS-WTL-GIVEN-NAME OF WAITLIST-RECORD
                           = WS-ERS-GIVEN-NAME OF WS-ERASE-RECORD
                   DELETE WAITLIST-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ERS-WAITLIST-COUNT
                               OF WS-ERASE-RECORD
                   END-DELETE
                   MOVE WS-WAITLIST-STATUS TO WS-IO-STATUS
                   PERFORM 2900-CHECK-IO-STATUS
               END-IF
           END-IF.

       2800-WRITE-ERASLIST.
           MOVE WS-ERASE-RECORD TO ERASLIST-OUT-RECORD.
           WRITE ERASLIST-OUT-RECORD.
           IF WS-ERASLIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ERASLIST, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    NOT-FOUND (23) IS A NORMAL OUTCOME - THE PERSON SIMPLY
      *    HAS NOTHING ON THAT FILE.
       2900-CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
                   AND WS-IO-STATUS NOT = '02'
                   AND WS-IO-STATUS NOT = '23'
               DISPLAY WS-FILE-NOTE ' ERASE ERROR, STATUS='
                   WS-IO-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       3000-TERMINATE.
           CLOSE ERASREQ-FILE.
           CLOSE MEMBER-MASTER.
           CLOSE PREF-MASTER.
           CLOSE VISIT-HISTORY.
           CLOSE BOOKING-MASTER.
           IF WS-WAITLIST-PRESENT
               CLOSE WAITLIST-FILE
           END-IF.
           CLOSE ERASLIST-FILE.
           DISPLAY '===== PERSONAL DATA ERASURE SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'REQUESTS READ   : ' WS-REQS-READ.
           DISPLAY 'TOTAL ERASED    : ' WS-TOTAL-ERASED.
           DISPLAY 'TOTAL REJECTED  : ' WS-TOTAL-REJECTED.
           IF WS-TOTAL-REJECTED > ZERO
               DISPLAY 'REJECTED REQUESTS ARE LISTED ON THE ERSRPT '
                   'REGISTER'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABORT-RUN.
           DISPLAY 'ERASE ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
