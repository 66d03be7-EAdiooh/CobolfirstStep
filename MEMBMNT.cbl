               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PREF-KEY OF PREF-MASTER-RECORD
               FILE STATUS IS WS-MEMBPREF-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREF-MASTER.
       COPY PREFREC REPLACING WS-PREF-RECORD BY PREF-MASTER-RECORD.

       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       WORKING-STORAGE SECTION.
       COPY MNTTRAN.
       COPY JRNLREC.
       01  WS-MEMBJRNL-STATUS              PIC XX.
       01  WS-VSTHIST-STATUS               PIC XX.
       01  WS-MEMBPREF-STATUS              PIC XX.
       01  WS-BOOKMSTR-STATUS              PIC XX.

       01  WS-MNTRPT-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-MNTRPT-IS-OPEN           VALUE 'Y'.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

      *    MEMBERSHIP TERM IN DAYS (HELLO_MEMBER_TERM_DAYS, DEFAULT
      *    365) AND THE EXPIRY DATE ONE TERM FROM TODAY.
       01  WS-TERM-DAYS                    PIC 9(4) VALUE 365.
       01  WS-ENV-TERM-DAYS                PIC X(4).
       01  WS-TERM-EXPIRY-DATE             PIC 9(8).

       01  WS-REJECT-REASON                PIC X(25).
       01  WS-JRN-SEQ                      PIC 9(6) VALUE ZERO.
       01  WS-BEFORE-IMAGE                 PIC X(59).
       01  WS-AFTER-IMAGE                  PIC X(59).
       01  WS-APPLIED-NOTE                 PIC X(24).

      *    MERGE WORK AREAS - THE DUPLICATE'S IMAGE IS HELD IN
      *    WS-BEFORE-IMAGE AND THE SURVIVOR'S IN WS-AFTER-IMAGE.
       01  WS-HISTORY-FOUND-SWITCH         PIC X.
           88  WS-SURVIVOR-HAS-HISTORY     VALUE 'Y'.
       01  WS-HIST-BEFORE-IMAGE            PIC X(69).
       01  WS-BOOKING-BEFORE-IMAGE         PIC X(61).
       01  WS-BOOK-SCAN-SWITCH             PIC X VALUE 'N'.
           88  WS-BOOK-SCAN-DONE           VALUE 'Y'.
       01  WS-BOOKINGS-REPOINTED           PIC 9(6) VALUE ZERO.
       01  WS-BOOKINGS-LEFT                PIC 9(6) VALUE ZERO.

       01  WS-RENAME-NEW-KEY.
           05  WS-RNM-SURNAME              PIC X(20).
               SET END-OF-MNTTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN I-O BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS = '35'
               OPEN OUTPUT BOOKING-MASTER
               IF WS-BOOKMSTR-STATUS = '00'
                   CLOSE BOOKING-MASTER
                   OPEN I-O BOOKING-MASTER
               END-IF
           END-IF.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               SET END-OF-MNTTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-TERM.
           IF NOT END-OF-MNTTRAN
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               MOVE WS-RPT-HEADING TO MNTRPT-OUT-LINE
               PERFORM 2100-READ-MNTTRAN
           END-IF.

       1100-SET-TERM.
           DISPLAY 'HELLO_MEMBER_TERM_DAYS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-TERM-DAYS FROM ENVIRONMENT-VALUE.
           IF WS-ENV-TERM-DAYS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-TERM-DAYS) TO WS-TERM-DAYS
               IF WS-TERM-DAYS = ZERO
                   DISPLAY 'HELLO_MEMBER_TERM_DAYS MUST BE > 0, '
                       'IGNORING AND USING DEFAULT OF 365'
                   MOVE 365 TO WS-TERM-DAYS
               END-IF
           END-IF.
           COMPUTE WS-TERM-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-TERM-DAYS).

       2000-PROCESS-TRANS.
           MOVE MNTTRAN-IN-RECORD TO WS-MAINT-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.
           SET WS-JRN-MEMBMSTR OF WS-JOURNAL-RECORD TO TRUE.
           PERFORM 2150-EDIT-MEMBERSHIP.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-TRN-ADD OF WS-MAINT-TRAN
                   PERFORM 2200-APPLY-ADD
               WHEN WS-TRN-CHANGE OF WS-MAINT-TRAN
                   PERFORM 2400-APPLY-DELETE
               WHEN WS-TRN-RENAME OF WS-MAINT-TRAN
                   PERFORM 2450-APPLY-RENAME
               WHEN WS-TRN-MERGE OF WS-MAINT-TRAN
                   PERFORM 2700-APPLY-MERGE
               WHEN WS-TRN-RENEW OF WS-MAINT-TRAN
                   PERFORM 2800-APPLY-RENEW
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    THE OPTIONAL MEMBERSHIP FIELDS ARE EDITED BEFORE ANY
      *    ACTION IS APPLIED. DECKS KEYED WITHOUT THEM CARRY SPACES
      *    THERE, WHICH COUNT AS NOT GIVEN.
       2150-EDIT-MEMBERSHIP.
           IF WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN(1:8) = SPACES
               MOVE ZERO TO WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN
           END-IF.
           IF WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN NOT NUMERIC
               MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
           ELSE
               IF WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN)
                           NOT = ZERO
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NOT WS-TRN-STATUS-VALID OF WS-MAINT-TRAN
               MOVE 'INVALID MEMBER STATUS' TO WS-REJECT-REASON
           END-IF.

       2200-APPLY-ADD.
           MOVE FUNCTION UPPER-CASE(WS-TRN-SURNAME OF WS-MAINT-TRAN)
               TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD.
               TO WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD.
           MOVE WS-TRN-MEMBER-ID OF WS-MAINT-TRAN
               TO WS-MEMBER-ID OF MEMBER-MASTER-RECORD.
           MOVE WS-RUN-DATE
               TO WS-MEMBER-JOIN-DATE OF MEMBER-MASTER-RECORD.
           IF WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN = ZERO
               MOVE WS-TERM-EXPIRY-DATE
                   TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
           ELSE
               MOVE WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN
                   TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
           END-IF.
           IF WS-TRN-MEMBER-STATUS OF WS-MAINT-TRAN = SPACE
               SET WS-MEMBER-ACTIVE OF MEMBER-MASTER-RECORD TO TRUE
           ELSE
               MOVE WS-TRN-MEMBER-STATUS OF WS-MAINT-TRAN
                   TO WS-MEMBER-STATUS OF MEMBER-MASTER-RECORD
           END-IF.
           WRITE MEMBER-MASTER-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE MEMBER' TO WS-REJECT-REASON
                   MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-TRN-MEMBER-ID OF WS-MAINT-TRAN
                       TO WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                   PERFORM 2350-CHANGE-MEMBERSHIP
                   REWRITE MEMBER-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE ERROR'
               PERFORM 2600-WRITE-JOURNAL
           END-IF.

      *    A CHANGE TOUCHES THE EXPIRY DATE AND STATUS ONLY WHEN THEY
      *    ARE KEYED.
       2350-CHANGE-MEMBERSHIP.
           IF WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN NOT = ZERO
               MOVE WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN
                   TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
           END-IF.
           IF WS-TRN-MEMBER-STATUS OF WS-MAINT-TRAN NOT = SPACE
               MOVE WS-TRN-MEMBER-STATUS OF WS-MAINT-TRAN
                   TO WS-MEMBER-STATUS OF MEMBER-MASTER-RECORD
           END-IF.

       2400-APPLY-DELETE.
           MOVE FUNCTION UPPER-CASE(WS-TRN-SURNAME OF WS-MAINT-TRAN)
               TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE 'APPLIED' TO WS-DTL-DISPOSITION
               MOVE WS-APPLIED-NOTE TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE 'REJECTED' TO WS-DTL-DISPOSITION
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    A MERGE FOLDS A DUPLICATE MEMBER INTO THE SURVIVOR: THE
      *    DUPLICATE'S MASTER RECORD IS DELETED, ITS VISIT HISTORY IS
      *    ADDED INTO THE SURVIVOR'S, ITS PREFERENCE IS DROPPED (THE
      *    SURVIVOR'S STANDS - IT IS CARRIED ONLY WHEN THE SURVIVOR
      *    HAS NONE) AND ITS BOOKINGS FROM TODAY ON ARE MOVED TO THE
      *    SURVIVOR'S NAME. EVERY FILE CHANGE IS JOURNALED SO MEMBBKO
      *    CAN PUT THE DUPLICATE BACK. THE DUPLICATE'S DELETE CARRIES
      *    THE SURVIVOR AS ITS AFTER IMAGE, SO THE ERASE JOB CAN TIE
      *    THE DUPLICATE'S NAME TO THE SURVIVOR'S MEMBER ID (MEMBBKO
      *    REVERSES A DELETE FROM THE BEFORE IMAGE ALONE).
       2700-APPLY-MERGE.
           IF WS-TRN-NEW-SURNAME OF WS-MAINT-TRAN = SPACES
               MOVE 'SURVIVOR NAME MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE FUNCTION UPPER-CASE(
                   WS-TRN-SURNAME OF WS-MAINT-TRAN)
                   TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
               MOVE FUNCTION UPPER-CASE(
                   WS-TRN-GIVEN-NAME OF WS-MAINT-TRAN)
                   TO WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                       IF WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                               NOT = WS-TRN-MEMBER-ID OF WS-MAINT-TRAN
                           MOVE 'MEMBER ID MISMATCH'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE FUNCTION UPPER-CASE(
                   WS-TRN-NEW-SURNAME OF WS-MAINT-TRAN)
                   TO WS-RNM-SURNAME
               MOVE FUNCTION UPPER-CASE(
                   WS-TRN-NEW-GIVEN-NAME OF WS-MAINT-TRAN)
                   TO WS-RNM-GIVEN-NAME
               IF WS-RENAME-NEW-KEY = WS-BEFORE-IMAGE(1:35)
                   MOVE 'CANNOT MERGE INTO SELF' TO WS-REJECT-REASON
               ELSE
                   MOVE WS-RENAME-NEW-KEY
                       TO WS-MEMBER-KEY OF MEMBER-MASTER-RECORD
                   READ MEMBER-MASTER
                       INVALID KEY
                           MOVE 'SURVIVOR NOT ON FILE'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE MEMBER-MASTER-RECORD TO WS-AFTER-IMAGE
                   END-READ
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-BEFORE-IMAGE TO MEMBER-MASTER-RECORD
               DELETE MEMBER-MASTER RECORD
                   INVALID KEY
                       MOVE 'MASTER DELETE ERROR' TO WS-REJECT-REASON
               END-DELETE
               IF WS-REJECT-REASON = SPACES
                       AND WS-MEMBMSTR-STATUS NOT = '00'
                   MOVE 'MASTER DELETE ERROR' TO WS-REJECT-REASON
                   DISPLAY 'MEMBMSTR DELETE ERROR, STATUS='
                       WS-MEMBMSTR-STATUS
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE 'D' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD
               MOVE WS-BEFORE-IMAGE
                   TO WS-JRN-BEFORE-IMAGE OF WS-JOURNAL-RECORD
               MOVE WS-AFTER-IMAGE
                   TO WS-JRN-AFTER-IMAGE OF WS-JOURNAL-RECORD
               PERFORM 2600-WRITE-JOURNAL
               PERFORM 2710-MERGE-HISTORY
               PERFORM 2740-MERGE-PREFERENCE
               PERFORM 2760-REPOINT-BOOKINGS
               STRING 'INTO MEMBER ' WS-AFTER-IMAGE(36:7)
                   DELIMITED BY SIZE INTO WS-APPLIED-NOTE
               END-STRING
           END-IF.

       2710-MERGE-HISTORY.
           MOVE WS-BEFORE-IMAGE(1:20) TO WS-NORM-SURNAME.
           MOVE WS-BEFORE-IMAGE(21:15) TO WS-NORM-GIVEN-NAME.
           PERFORM 2480-NORMALIZE-NAME.
           MOVE WS-NORM-SURNAME TO WS-OHK-SURNAME.
           MOVE WS-NORM-GIVEN-NAME TO WS-OHK-GIVEN-NAME.
           MOVE WS-AFTER-IMAGE(1:20) TO WS-NORM-SURNAME.
           MOVE WS-AFTER-IMAGE(21:15) TO WS-NORM-GIVEN-NAME.
           PERFORM 2480-NORMALIZE-NAME.
           MOVE WS-NORM-SURNAME TO WS-NHK-SURNAME.
           MOVE WS-NORM-GIVEN-NAME TO WS-NHK-GIVEN-NAME.
           MOVE WS-OLD-HIST-KEY
               TO WS-VST-KEY OF VISIT-HISTORY-RECORD.
           READ VISIT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VISIT-HISTORY-RECORD TO WS-VISIT-RECORD
                   DELETE VISIT-HISTORY RECORD
                       INVALID KEY
                           DISPLAY 'VSTHIST MERGE DELETE ERROR, '
                               'STATUS=' WS-VSTHIST-STATUS
                           MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                           SET WS-JRN-VSTHIST OF WS-JOURNAL-RECORD
                               TO TRUE
                           MOVE 'D' TO WS-JRN-ACTION
                               OF WS-JOURNAL-RECORD
                           MOVE WS-VISIT-RECORD TO WS-JRN-BEFORE-IMAGE
                               OF WS-JOURNAL-RECORD
                           MOVE SPACES TO WS-JRN-AFTER-IMAGE
                               OF WS-JOURNAL-RECORD
                           PERFORM 2600-WRITE-JOURNAL
                           PERFORM 2720-FOLD-HISTORY
                   END-DELETE
           END-READ.
           IF WS-VSTHIST-STATUS NOT = '00'
                   AND WS-VSTHIST-STATUS(1:1) NOT = '2'
               DISPLAY 'VSTHIST MERGE ERROR, STATUS='
                   WS-VSTHIST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    THE DUPLICATE'S COUNT IS ADDED TO THE SURVIVOR'S AND THE
      *    EARLIER FIRST VISIT AND LATER LAST VISIT KEPT; A SURVIVOR
      *    WITH NO HISTORY YET TAKES THE DUPLICATE'S AS IT STANDS.
       2720-FOLD-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND-SWITCH.
           MOVE WS-NEW-HIST-KEY
               TO WS-VST-KEY OF VISIT-HISTORY-RECORD.
           READ VISIT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SURVIVOR-HAS-HISTORY TO TRUE
           END-READ.
           SET WS-JRN-VSTHIST OF WS-JOURNAL-RECORD TO TRUE.
           IF WS-SURVIVOR-HAS-HISTORY
               MOVE VISIT-HISTORY-RECORD TO WS-HIST-BEFORE-IMAGE
               ADD WS-VST-VISIT-COUNT OF WS-VISIT-RECORD
                   TO WS-VST-VISIT-COUNT OF VISIT-HISTORY-RECORD
               IF WS-VST-FIRST-VISIT OF WS-VISIT-RECORD
                       < WS-VST-FIRST-VISIT OF VISIT-HISTORY-RECORD
                   MOVE WS-VST-FIRST-VISIT OF WS-VISIT-RECORD
                       TO WS-VST-FIRST-VISIT OF VISIT-HISTORY-RECORD
               END-IF
               IF WS-VST-LAST-VISIT OF WS-VISIT-RECORD
                       > WS-VST-LAST-VISIT OF VISIT-HISTORY-RECORD
                   MOVE WS-VST-LAST-VISIT OF WS-VISIT-RECORD
                       TO WS-VST-LAST-VISIT OF VISIT-HISTORY-RECORD
               END-IF
               REWRITE VISIT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'VSTHIST MERGE REWRITE ERROR, STATUS='
                           WS-VSTHIST-STATUS
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD
                       MOVE WS-HIST-BEFORE-IMAGE
                           TO WS-JRN-BEFORE-IMAGE OF WS-JOURNAL-RECORD
                       MOVE VISIT-HISTORY-RECORD
                           TO WS-JRN-AFTER-IMAGE OF WS-JOURNAL-RECORD
                       PERFORM 2600-WRITE-JOURNAL
               END-REWRITE
           ELSE
               MOVE WS-VISIT-RECORD TO VISIT-HISTORY-RECORD
               MOVE WS-NEW-HIST-KEY
                   TO WS-VST-KEY OF VISIT-HISTORY-RECORD
               WRITE VISIT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'VSTHIST MERGE WRITE ERROR, STATUS='
                           WS-VSTHIST-STATUS
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD
                       MOVE SPACES
                           TO WS-JRN-BEFORE-IMAGE OF WS-JOURNAL-RECORD
                       MOVE VISIT-HISTORY-RECORD
                           TO WS-JRN-AFTER-IMAGE OF WS-JOURNAL-RECORD
                       PERFORM 2600-WRITE-JOURNAL
               END-WRITE
           END-IF.

       2740-MERGE-PREFERENCE.
           MOVE WS-BEFORE-IMAGE(1:35)
               TO WS-PREF-KEY OF PREF-MASTER-RECORD.
           READ PREF-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PREF-MASTER-RECORD TO WS-PREF-RECORD
                   DELETE PREF-MASTER RECORD
                       INVALID KEY
                           DISPLAY 'MEMBPREF MERGE DELETE ERROR, '
                               'STATUS=' WS-MEMBPREF-STATUS
                           MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                           SET WS-JRN-MEMBPREF OF WS-JOURNAL-RECORD
                               TO TRUE
                           MOVE 'D' TO WS-JRN-ACTION
                               OF WS-JOURNAL-RECORD
                           MOVE WS-PREF-RECORD TO WS-JRN-BEFORE-IMAGE
                               OF WS-JOURNAL-RECORD
                           MOVE SPACES TO WS-JRN-AFTER-IMAGE
                               OF WS-JOURNAL-RECORD
                           PERFORM 2600-WRITE-JOURNAL
                           PERFORM 2750-CARRY-DUP-PREFERENCE
                   END-DELETE
           END-READ.
           IF WS-MEMBPREF-STATUS NOT = '00'
                   AND WS-MEMBPREF-STATUS(1:1) NOT = '2'
               DISPLAY 'MEMBPREF MERGE ERROR, STATUS='
                   WS-MEMBPREF-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    A DUPLICATE KEY HERE MEANS THE SURVIVOR HAS ITS OWN
      *    PREFERENCE, WHICH STANDS.
       2750-CARRY-DUP-PREFERENCE.
           MOVE WS-PREF-RECORD TO PREF-MASTER-RECORD.
           MOVE WS-RENAME-NEW-KEY TO WS-PREF-KEY OF PREF-MASTER-RECORD.
           WRITE PREF-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD
                   MOVE SPACES
                       TO WS-JRN-BEFORE-IMAGE OF WS-JOURNAL-RECORD
                   MOVE PREF-MASTER-RECORD
                       TO WS-JRN-AFTER-IMAGE OF WS-JOURNAL-RECORD
                   PERFORM 2600-WRITE-JOURNAL
           END-WRITE.

      *    BOOKINGS ARE KEYED BY DATE + NAME, SO EVERY DAY FROM
      *    TODAY ON IS SCANNED FOR THE DUPLICATE'S NAME.
       2760-REPOINT-BOOKINGS.
           MOVE 'N' TO WS-BOOK-SCAN-SWITCH.
           MOVE WS-RUN-DATE
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY NOT < WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET WS-BOOK-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2770-REPOINT-NEXT UNTIL WS-BOOK-SCAN-DONE.

       2770-REPOINT-NEXT.
           READ BOOKING-MASTER NEXT RECORD
               AT END
                   SET WS-BOOK-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-BOOK-SCAN-DONE
               IF WS-BOOKMSTR-STATUS NOT = '00'
                   DISPLAY 'BOOKMSTR MERGE READ ERROR, STATUS='
                       WS-BOOKMSTR-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-BOOK-SCAN-DONE TO TRUE
               ELSE
                   IF WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
                           = WS-BEFORE-IMAGE(1:20)
                           AND WS-BKG-GIVEN-NAME
                               OF BOOKING-MASTER-RECORD
                               = WS-BEFORE-IMAGE(21:15)
                       PERFORM 2780-REPOINT-BOOKING
                   END-IF
               END-IF
           END-IF.

      *    THE SURVIVOR MAY ALREADY BE BOOKED THAT DAY (ONE BOOKING
      *    PER VISITOR PER DAY) - THE DUPLICATE'S BOOKING IS THEN
      *    LEFT UNDER THE OLD NAME FOR THE DESK TO SORT OUT.
       2780-REPOINT-BOOKING.
           MOVE BOOKING-MASTER-RECORD TO WS-BOOKING-BEFORE-IMAGE.
           SET WS-JRN-BOOKMSTR OF WS-JOURNAL-RECORD TO TRUE.
           MOVE WS-RNM-SURNAME
               TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE WS-RNM-GIVEN-NAME
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           WRITE BOOKING-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-BOOKINGS-LEFT
                   DISPLAY 'SURVIVOR ALREADY BOOKED ON '
                       WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
                       ', BOOKING LEFT UNDER '
                       WS-BEFORE-IMAGE(1:35)
               NOT INVALID KEY
                   MOVE 'A' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD
                   MOVE SPACES
                       TO WS-JRN-BEFORE-IMAGE OF WS-JOURNAL-RECORD
                   MOVE BOOKING-MASTER-RECORD
                       TO WS-JRN-AFTER-IMAGE OF WS-JOURNAL-RECORD
                   PERFORM 2600-WRITE-JOURNAL
                   MOVE WS-BOOKING-BEFORE-IMAGE
                       TO BOOKING-MASTER-RECORD
                   DELETE BOOKING-MASTER RECORD
                       INVALID KEY
                           DISPLAY 'BOOKMSTR MERGE DELETE ERROR, '
                               'STATUS=' WS-BOOKMSTR-STATUS
                           MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-BOOKINGS-REPOINTED
                           MOVE 'D' TO WS-JRN-ACTION
                               OF WS-JOURNAL-RECORD
                           MOVE WS-BOOKING-BEFORE-IMAGE
                               TO WS-JRN-BEFORE-IMAGE
                                   OF WS-JOURNAL-RECORD
                           MOVE SPACES TO WS-JRN-AFTER-IMAGE
                               OF WS-JOURNAL-RECORD
                           PERFORM 2600-WRITE-JOURNAL
                   END-DELETE
           END-WRITE.
      *    PICK THE SCAN UP AGAIN JUST PAST THE BOOKING HANDLED.
           MOVE WS-BOOKING-BEFORE-IMAGE TO BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY > WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET WS-BOOK-SCAN-DONE TO TRUE
           END-START.

      *    A RENEWAL RUNS ONE TERM ON FROM THE CURRENT EXPIRY WHEN THE
      *    MEMBER RENEWS EARLY, OR FROM TODAY ONCE IT HAS PASSED,
      *    UNLESS THE DESK KEYS THE NEW EXPIRY DATE ITSELF. THE
      *    MEMBER ID IS KEYED AS A CHECK, AS FOR A MERGE.
       2800-APPLY-RENEW.
           MOVE FUNCTION UPPER-CASE(WS-TRN-SURNAME OF WS-MAINT-TRAN)
               TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-TRN-GIVEN-NAME OF WS-MAINT-TRAN)
               TO WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD.
           READ MEMBER-MASTER
               INVALID KEY
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MEMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                   IF WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                           NOT = WS-TRN-MEMBER-ID OF WS-MAINT-TRAN
                       MOVE 'MEMBER ID MISMATCH' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2810-SET-RENEWED-EXPIRY
               SET WS-MEMBER-ACTIVE OF MEMBER-MASTER-RECORD TO TRUE
               REWRITE MEMBER-MASTER-RECORD
                   INVALID KEY
                       MOVE 'MASTER REWRITE ERROR' TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES
                       AND WS-MEMBMSTR-STATUS NOT = '00'
                   MOVE 'MASTER REWRITE ERROR' TO WS-REJECT-REASON
                   DISPLAY 'MEMBMSTR REWRITE ERROR, STATUS='
                       WS-MEMBMSTR-STATUS
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE 'C' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD
               MOVE WS-BEFORE-IMAGE TO WS-JRN-BEFORE-IMAGE
                   OF WS-JOURNAL-RECORD
               MOVE MEMBER-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
                   OF WS-JOURNAL-RECORD
               PERFORM 2600-WRITE-JOURNAL
               STRING 'EXPIRES '
                   WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                   DELIMITED BY SIZE INTO WS-APPLIED-NOTE
               END-STRING
           END-IF.

       2810-SET-RENEWED-EXPIRY.
           EVALUATE TRUE
               WHEN WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN NOT = ZERO
                   MOVE WS-TRN-EXPIRY-DATE OF WS-MAINT-TRAN
                       TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
               WHEN WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                       NOT NUMERIC
                   MOVE WS-TERM-EXPIRY-DATE
                       TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
               WHEN WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                       < WS-RUN-DATE
                   MOVE WS-TERM-EXPIRY-DATE
                       TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
               WHEN OTHER
                   COMPUTE WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                       = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD)
                       + WS-TERM-DAYS)
           END-EVALUATE.

       3000-TERMINATE.
           IF WS-MNTRPT-IS-OPEN
               PERFORM 3100-PRINT-TOTALS
           CLOSE JOURNAL-FILE.
           CLOSE VISIT-HISTORY.
           CLOSE PREF-MASTER.
           CLOSE BOOKING-MASTER.
           DISPLAY '===== MEMBER MAINTENANCE SUMMARY ====='.
           DISPLAY 'RUN DATE       : ' WS-RUN-DATE.
           DISPLAY 'TRANS READ     : ' WS-TRANS-READ.
           DISPLAY 'TOTAL APPLIED  : ' WS-TOTAL-APPLIED.
           DISPLAY 'TOTAL REJECTED : ' WS-TOTAL-REJECTED.
           DISPLAY 'BOOKINGS MOVED : ' WS-BOOKINGS-REPOINTED.
           IF WS-BOOKINGS-LEFT > ZERO
               DISPLAY 'BOOKINGS LEFT UNDER MERGED NAMES : '
                   WS-BOOKINGS-LEFT
           END-IF.

       3100-PRINT-TOTALS.
           MOVE 'TRANS READ     :' TO WS-TOT-LABEL.
