       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFINQ.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQREQ-FILE ASSIGN TO INQREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQREQ-STATUS.
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
               RECORD KEY IS WS-VST-KEY OF VISIT-HISTORY-RECORD
               FILE STATUS IS WS-VSTHIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO VSTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSTARCH-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MEMBJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBJRNL-STATUS.
           SELECT SORTED-JRNL-FILE ASSIGN TO JRNSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNSRT-STATUS.
           SELECT PRFRPT-FILE ASSIGN TO PRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.
           SELECT JRNL-WORK ASSIGN TO JRNWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  INQREQ-FILE
           RECORDING MODE IS F.
       COPY INQTRAN REPLACING WS-INQUIRY-TRAN BY INQREQ-IN-RECORD.

       FD  MEMBER-MASTER.
       COPY MEMBREC REPLACING WS-MEMBER-RECORD BY MEMBER-MASTER-RECORD.

       FD  PREF-MASTER.
       COPY PREFREC REPLACING WS-PREF-RECORD BY PREF-MASTER-RECORD.

       FD  VISIT-HISTORY.
       COPY VISITREC REPLACING WS-VISIT-RECORD BY VISIT-HISTORY-RECORD.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY VISITREC REPLACING WS-VISIT-RECORD BY ARCHIVE-IN-RECORD.

       FD  BOOKING-MASTER.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNLREC REPLACING WS-JOURNAL-RECORD BY JOURNAL-IN-RECORD.

       FD  SORTED-JRNL-FILE
           RECORDING MODE IS F.
       COPY JRNLREC REPLACING WS-JOURNAL-RECORD BY SORTED-JRNL-RECORD.

       FD  PRFRPT-FILE
           RECORDING MODE IS F.
       01  PRFRPT-OUT-LINE                 PIC X(80).

       SD  JRNL-WORK.
       COPY JRNLREC REPLACING WS-JOURNAL-RECORD BY JRNL-WORK-RECORD.

       WORKING-STORAGE SECTION.
       COPY INQTRAN.

       01  WS-INQREQ-STATUS                PIC XX.
           88  INQREQ-OK                   VALUE '00'.
           88  INQREQ-EOF                  VALUE '10'.

       01  WS-VSTARCH-STATUS               PIC XX.
           88  VSTARCH-OK                  VALUE '00'.
           88  VSTARCH-EOF                 VALUE '10'.

       01  WS-JRNSRT-STATUS                PIC XX.
           88  JRNSRT-OK                   VALUE '00'.
           88  JRNSRT-EOF                  VALUE '10'.

       01  WS-MEMBMSTR-STATUS              PIC XX.
       01  WS-MEMBPREF-STATUS              PIC XX.
       01  WS-VSTHIST-STATUS               PIC XX.
       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-MEMBJRNL-STATUS              PIC XX.
       01  WS-PRFRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-INQREQ               VALUE 'Y'.

       01  WS-ARCH-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-ARCHIVE              VALUE 'Y'.

       01  WS-JRNL-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-JOURNAL              VALUE 'Y'.

       01  WS-SCAN-SWITCH                  PIC X VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.

      *    SET WHEN THE MEMBER RECORD FOR THE PROFILE IS IN THE
      *    MEMBER-MASTER BUFFER (READ BY ID OR BY NAME).
       01  WS-MEMBER-SWITCH                PIC X VALUE 'N'.
           88  WS-MEMBER-ON-FILE           VALUE 'Y'.

      *    SET WHEN ANY FILE HOLDS ANYTHING FOR THE PERSON.
       01  WS-HELD-SWITCH                  PIC X VALUE 'N'.
           88  WS-SOMETHING-HELD           VALUE 'Y'.

       01  WS-MATCH-SWITCH                 PIC X VALUE 'N'.
           88  WS-ENTRY-MATCHES            VALUE 'Y'.

       01  WS-CHANGE-SWITCH                PIC X VALUE 'N'.
           88  WS-CHANGE-FOUND             VALUE 'Y'.

       01  WS-REQS-READ                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MEMBERS                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-WALK-INS               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NOT-FOUND              PIC 9(6) VALUE ZERO.
       01  WS-PROFILE-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-REJECT-REASON                PIC X(26).
       01  WS-FILE-NOTE                    PIC X(8).
       01  WS-IO-STATUS                    PIC XX.

      *    THE PERSON BEING PROFILED - NAME UPPER-CASE AS ON THE
      *    MEMBER MASTER, PREFERENCE AND BOOKING FILES.
       01  WS-PROFILE-KEY.
           05  WS-PRO-SURNAME              PIC X(20).
           05  WS-PRO-GIVEN-NAME           PIC X(15).
       01  WS-PRO-MEMBER-ID                PIC X(7).

      *    VSTHIST AND VSTARCH ARE KEYED BY THE NORMALIZED NAME FROM
      *    THE AUDIT TRAIL (FIRST LETTER OF EACH WORD UPPER-CASE,
      *    REST LOWER), NOT THE UPPER-CASE MASTER KEY.
       01  WS-NORM-KEY.
           05  WS-NORM-SURNAME             PIC X(20).
           05  WS-NORM-GIVEN-NAME          PIC X(15).
       01  WS-NORM-IDX                     PIC 99.

      *    JOURNAL IMAGES ARE MATCHED ON THE NAME KEY AT THE FRONT OF
      *    THE MEMBER, PREFERENCE AND HISTORY RECORDS, OR BEHIND THE
      *    APPOINTMENT DATE ON A BOOKING. A MEMBER MASTER IMAGE ALSO
      *    MATCHES ON THE MEMBER ID, SO A RENAME IS SHOWN UNDER BOTH
      *    NAMES.
       01  WS-BEFORE-VIEW.
           05  WS-BEF-NAME-KEY             PIC X(35).
           05  WS-BEF-MEMBER-ID            PIC X(7).
           05  FILLER                      PIC X(58).
       01  WS-BEFORE-BKG-VIEW REDEFINES WS-BEFORE-VIEW.
           05  FILLER                      PIC X(8).
           05  WS-BEF-BKG-NAME-KEY         PIC X(35).
           05  FILLER                      PIC X(57).

       01  WS-AFTER-VIEW.
           05  WS-AFT-NAME-KEY             PIC X(35).
           05  WS-AFT-MEMBER-ID            PIC X(7).
           05  FILLER                      PIC X(58).
       01  WS-AFTER-BKG-VIEW REDEFINES WS-AFTER-VIEW.
           05  FILLER                      PIC X(8).
           05  WS-AFT-BKG-NAME-KEY         PIC X(35).
           05  FILLER                      PIC X(57).

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(30)
               VALUE '===== VISITOR PROFILE INQUIRY '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-RULE                     PIC X(80) VALUE ALL '-'.

       01  WS-RPT-PROFILE.
           05  FILLER                      PIC X(11)
               VALUE 'PROFILE  : '.
           05  WS-PRO-DTL-SURNAME          PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PRO-DTL-GIVEN-NAME       PIC X(15).
           05  FILLER                      PIC X(4) VALUE ' ID '.
           05  WS-PRO-DTL-MEMBER-ID        PIC X(7).

       01  WS-RPT-MEMBER.
           05  FILLER                      PIC X(11)
               VALUE 'MEMBER   : '.
           05  FILLER                      PIC X(3) VALUE 'ID '.
           05  WS-MBR-DTL-MEMBER-ID        PIC 9(7).
           05  FILLER                      PIC X(8) VALUE ' JOINED '.
           05  WS-MBR-DTL-JOIN-DATE        PIC 9(8).
           05  FILLER                      PIC X(9)
               VALUE ' EXPIRES '.
           05  WS-MBR-DTL-EXPIRY-DATE      PIC 9(8).
           05  FILLER                      PIC X(8) VALUE ' STATUS '.
           05  WS-MBR-DTL-STATUS           PIC X(9).

       01  WS-RPT-PREF.
           05  FILLER                      PIC X(11)
               VALUE 'PREFS    : '.
           05  FILLER                      PIC X(9) VALUE 'LANGUAGE '.
           05  WS-PRF-DTL-LANGUAGE         PIC X(2).
           05  FILLER                      PIC X(7) VALUE ' TITLE '.
           05  WS-PRF-DTL-TITLE            PIC X(4).
           05  FILLER                      PIC X(5) VALUE ' VIP '.
           05  WS-PRF-DTL-VIP              PIC X(3).

       01  WS-RPT-CONTACT.
           05  FILLER                      PIC X(11)
               VALUE 'CONTACT  : '.
           05  FILLER                      PIC X(8) VALUE 'CONSENT '.
           05  WS-CON-DTL-CONSENT          PIC X(3).
           05  FILLER                      PIC X(7) VALUE ' PHONE '.
           05  WS-CON-DTL-PHONE            PIC X(15).

       01  WS-RPT-VISITS.
           05  WS-VIS-DTL-LABEL            PIC X(11).
           05  FILLER                      PIC X(6) VALUE 'COUNT '.
           05  WS-VIS-DTL-COUNT            PIC 9(6).
           05  FILLER                      PIC X(7) VALUE ' FIRST '.
           05  WS-VIS-DTL-FIRST            PIC 9(14).
           05  FILLER                      PIC X(6) VALUE ' LAST '.
           05  WS-VIS-DTL-LAST             PIC 9(14).

       01  WS-RPT-BOOKING.
           05  FILLER                      PIC X(11)
               VALUE 'BOOKING  : '.
           05  WS-BKG-DTL-DATE             PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' AT '.
           05  WS-BKG-DTL-TIME             PIC 9(4).
           05  FILLER                      PIC X(8) VALUE ' BRANCH '.
           05  WS-BKG-DTL-BRANCH           PIC X(3).
           05  FILLER                      PIC X(6) VALUE ' HOST '.
           05  WS-BKG-DTL-HOST-ID          PIC X(6).
           05  FILLER                      PIC X(10)
               VALUE ' REMINDER '.
           05  WS-BKG-DTL-REMINDER         PIC X(9).

       01  WS-RPT-CHANGE.
           05  FILLER                      PIC X(11)
               VALUE 'CHANGE   : '.
           05  WS-CHG-DTL-TIMESTAMP        PIC 9(14).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CHG-DTL-PROGRAM          PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CHG-DTL-ACTION           PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CHG-DTL-FILE             PIC X(8).

      *    AN IMAGE LONGER THAN ONE LINE (A PREFERENCE RECORD WITH
      *    CONTACT DETAILS) RUNS ON TO A SECOND, UNLABELLED LINE.
       01  WS-PRINT-IMAGE                  PIC X(100).
       01  WS-RPT-IMAGE.
           05  WS-IMG-DTL-LABEL            PIC X(11).
           05  WS-IMG-DTL-TEXT             PIC X(69).

       01  WS-RPT-NOTE.
           05  WS-NTE-LABEL                PIC X(11).
           05  WS-NTE-TEXT                 PIC X(40).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(18).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT JRNL-WORK
               ON ASCENDING KEY WS-JRN-TIMESTAMP OF JRNL-WORK-RECORD
                                WS-JRN-SEQ-NO OF JRNL-WORK-RECORD
               USING JOURNAL-FILE
               GIVING SORTED-JRNL-FILE.
           PERFORM 2000-PROCESS-INQUIRY UNTIL END-OF-INQREQ.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT INQREQ-FILE.
           IF WS-INQREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INQREQ, STATUS='
                   WS-INQREQ-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBMSTR, STATUS='
                   WS-MEMBMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT PREF-MASTER.
           IF WS-MEMBPREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBPREF, STATUS='
                   WS-MEMBPREF-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT VISIT-HISTORY.
           IF WS-VSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VSTHIST, STATUS='
                   WS-VSTHIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT PRFRPT-FILE.
           IF WS-PRFRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRFRPT, STATUS='
                   WS-PRFRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           PERFORM 2050-READ-INQREQ.

       2000-PROCESS-INQUIRY.
           MOVE INQREQ-IN-RECORD TO WS-INQUIRY-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-MEMBER-SWITCH.
           MOVE 'N' TO WS-HELD-SWITCH.
           PERFORM 2100-VALIDATE-INQUIRY.
           MOVE WS-RPT-RULE TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE WS-PRO-SURNAME TO WS-PRO-DTL-SURNAME.
           MOVE WS-PRO-GIVEN-NAME TO WS-PRO-DTL-GIVEN-NAME.
           MOVE WS-PRO-MEMBER-ID TO WS-PRO-DTL-MEMBER-ID.
           MOVE WS-RPT-PROFILE TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-SHOW-MEMBER
               PERFORM 2300-SHOW-PREFERENCE
               PERFORM 2400-SHOW-HISTORY
               PERFORM 2500-SHOW-BOOKINGS
               PERFORM 2600-SHOW-CHANGES
               EVALUATE TRUE
                   WHEN WS-MEMBER-ON-FILE
                       ADD 1 TO WS-TOTAL-MEMBERS
                   WHEN WS-SOMETHING-HELD
                       ADD 1 TO WS-TOTAL-WALK-INS
                   WHEN OTHER
                       MOVE 'NOTHING HELD FOR THIS NAME'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-PROFILE-COUNT
           ELSE
               ADD 1 TO WS-TOTAL-NOT-FOUND
               MOVE 'RESULT   : ' TO WS-NTE-LABEL
               MOVE WS-REJECT-REASON TO WS-NTE-TEXT
               PERFORM 2800-WRITE-NOTE
           END-IF.
           PERFORM 2050-READ-INQREQ.

       2050-READ-INQREQ.
           READ INQREQ-FILE
               AT END
                   SET END-OF-INQREQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQS-READ
           END-READ.
           IF NOT INQREQ-OK AND NOT INQREQ-EOF
               DISPLAY 'INQREQ READ ERROR, STATUS=' WS-INQREQ-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    AN INQUIRY BY MEMBER ID TAKES THE NAME FROM THE MASTER
      *    (READ THROUGH THE MEMBER-ID PATH); ONE GIVING BOTH MUST
      *    AGREE WITH IT. AN INQUIRY BY NAME ALONE NEED NOT BE A
      *    MEMBER - A WALK-IN IS PROFILED FROM WHAT THE VISIT
      *    HISTORY AND BOOKING FILES HOLD.
       2100-VALIDATE-INQUIRY.
           MOVE FUNCTION UPPER-CASE(WS-INQ-SURNAME OF WS-INQUIRY-TRAN)
               TO WS-PRO-SURNAME.
           MOVE FUNCTION UPPER-CASE(
               WS-INQ-GIVEN-NAME OF WS-INQUIRY-TRAN)
               TO WS-PRO-GIVEN-NAME.
           MOVE WS-INQ-MEMBER-ID OF WS-INQUIRY-TRAN
               TO WS-PRO-MEMBER-ID.
           EVALUATE TRUE
               WHEN WS-INQ-MEMBER-ID OF WS-INQUIRY-TRAN = SPACES
                       AND (WS-INQ-SURNAME OF WS-INQUIRY-TRAN = SPACES
                       OR WS-INQ-GIVEN-NAME OF WS-INQUIRY-TRAN
                           = SPACES)
                   MOVE 'NAME INCOMPLETE' TO WS-REJECT-REASON
               WHEN WS-INQ-MEMBER-ID OF WS-INQUIRY-TRAN = SPACES
                   CONTINUE
               WHEN WS-INQ-MEMBER-ID OF WS-INQUIRY-TRAN NOT NUMERIC
                   MOVE 'INVALID MEMBER ID' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-FIND-MEMBER-ID
           END-EVALUATE.

       2150-FIND-MEMBER-ID.
           MOVE WS-INQ-MEMBER-ID OF WS-INQUIRY-TRAN
               TO WS-MEMBER-ID OF MEMBER-MASTER-RECORD.
           READ MEMBER-MASTER KEY IS WS-MEMBER-ID
                   OF MEMBER-MASTER-RECORD
               INVALID KEY
                   MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF WS-PRO-SURNAME = SPACES
                           AND WS-PRO-GIVEN-NAME = SPACES
                       MOVE WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
                           TO WS-PRO-SURNAME
                       MOVE WS-MEMBER-GIVEN-NAME
                           OF MEMBER-MASTER-RECORD
                           TO WS-PRO-GIVEN-NAME
                   END-IF
                   IF WS-PRO-SURNAME
                           NOT = WS-MEMBER-SURNAME
                               OF MEMBER-MASTER-RECORD
                           OR WS-PRO-GIVEN-NAME
                               NOT = WS-MEMBER-GIVEN-NAME
                                   OF MEMBER-MASTER-RECORD
                       MOVE 'MEMBER ID MISMATCH' TO WS-REJECT-REASON
                   ELSE
                       SET WS-MEMBER-ON-FILE TO TRUE
                   END-IF
           END-READ.
           MOVE 'MEMBMSTR' TO WS-FILE-NOTE.
           MOVE WS-MEMBMSTR-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.

      *    A MEMBER WHOSE EXPIRY DATE HAS PASSED IS SHOWN AS EXPIRED
      *    UNTIL THE RENEWAL DESK MARKS THEM LAPSED ON THE MASTER.
       2200-SHOW-MEMBER.
           IF NOT WS-MEMBER-ON-FILE
               MOVE WS-PROFILE-KEY
                   TO WS-MEMBER-KEY OF MEMBER-MASTER-RECORD
               READ MEMBER-MASTER KEY IS WS-MEMBER-KEY
                       OF MEMBER-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MEMBER-ON-FILE TO TRUE
               END-READ
               MOVE 'MEMBMSTR' TO WS-FILE-NOTE
               MOVE WS-MEMBMSTR-STATUS TO WS-IO-STATUS
               PERFORM 2900-CHECK-IO-STATUS
           END-IF.
           IF WS-MEMBER-ON-FILE
               SET WS-SOMETHING-HELD TO TRUE
               MOVE WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                   TO WS-PRO-MEMBER-ID
               MOVE WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                   TO WS-MBR-DTL-MEMBER-ID
               MOVE WS-MEMBER-JOIN-DATE OF MEMBER-MASTER-RECORD
                   TO WS-MBR-DTL-JOIN-DATE
               MOVE WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                   TO WS-MBR-DTL-EXPIRY-DATE
               EVALUATE TRUE
                   WHEN WS-MEMBER-LAPSED OF MEMBER-MASTER-RECORD
                       MOVE 'LAPSED' TO WS-MBR-DTL-STATUS
                   WHEN WS-MEMBER-CANCELLED OF MEMBER-MASTER-RECORD
                       MOVE 'CANCELLED' TO WS-MBR-DTL-STATUS
                   WHEN WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                           NOT NUMERIC
                       MOVE 'ACTIVE' TO WS-MBR-DTL-STATUS
                   WHEN WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                           > ZERO
                           AND WS-MEMBER-EXPIRY-DATE
                               OF MEMBER-MASTER-RECORD < WS-RUN-DATE
                       MOVE 'EXPIRED' TO WS-MBR-DTL-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE' TO WS-MBR-DTL-STATUS
               END-EVALUATE
               MOVE WS-RPT-MEMBER TO PRFRPT-OUT-LINE
               PERFORM 2700-WRITE-PRFRPT
           ELSE
               MOVE 'MEMBER   : ' TO WS-NTE-LABEL
               MOVE 'NOT ENROLLED - WALK-IN VISITOR' TO WS-NTE-TEXT
               PERFORM 2800-WRITE-NOTE
           END-IF.

       2300-SHOW-PREFERENCE.
           MOVE WS-PROFILE-KEY TO WS-PREF-KEY OF PREF-MASTER-RECORD.
           READ PREF-MASTER
               INVALID KEY
                   MOVE 'PREFS    : ' TO WS-NTE-LABEL
                   MOVE 'NONE ON FILE' TO WS-NTE-TEXT
                   PERFORM 2800-WRITE-NOTE
               NOT INVALID KEY
                   SET WS-SOMETHING-HELD TO TRUE
                   MOVE WS-PREF-LANGUAGE OF PREF-MASTER-RECORD
                       TO WS-PRF-DTL-LANGUAGE
                   MOVE WS-PREF-TITLE OF PREF-MASTER-RECORD
                       TO WS-PRF-DTL-TITLE
                   IF WS-PREF-IS-VIP OF PREF-MASTER-RECORD
                       MOVE 'YES' TO WS-PRF-DTL-VIP
                   ELSE
                       MOVE 'NO' TO WS-PRF-DTL-VIP
                   END-IF
                   MOVE WS-RPT-PREF TO PRFRPT-OUT-LINE
                   PERFORM 2700-WRITE-PRFRPT
                   PERFORM 2350-SHOW-CONTACT
           END-READ.
           MOVE 'MEMBPREF' TO WS-FILE-NOTE.
           MOVE WS-MEMBPREF-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.

       2350-SHOW-CONTACT.
           IF WS-PREF-CONSENTS OF PREF-MASTER-RECORD
               MOVE 'YES' TO WS-CON-DTL-CONSENT
           ELSE
               MOVE 'NO' TO WS-CON-DTL-CONSENT
           END-IF.
           IF WS-PREF-PHONE OF PREF-MASTER-RECORD = SPACES
               MOVE 'NONE' TO WS-CON-DTL-PHONE
           ELSE
               MOVE WS-PREF-PHONE OF PREF-MASTER-RECORD
                   TO WS-CON-DTL-PHONE
           END-IF.
           MOVE WS-RPT-CONTACT TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE 'E-MAIL   : ' TO WS-NTE-LABEL.
           IF WS-PREF-EMAIL OF PREF-MASTER-RECORD = SPACES
               MOVE 'NONE' TO WS-NTE-TEXT
           ELSE
               MOVE WS-PREF-EMAIL OF PREF-MASTER-RECORD
                   TO WS-NTE-TEXT
           END-IF.
           PERFORM 2800-WRITE-NOTE.

      *    A VISITOR PURGED FROM THE LIVE HISTORY BY VSTPURGE IS
      *    LOOKED FOR ON THE ARCHIVE GENERATIONS INSTEAD. EVERY
      *    ARCHIVED ENTRY IS SHOWN, SINCE A VISITOR RELOADED AND
      *    PURGED AGAIN HAS ONE IN EACH GENERATION.
       2400-SHOW-HISTORY.
           MOVE WS-PRO-SURNAME TO WS-NORM-SURNAME.
           MOVE WS-PRO-GIVEN-NAME TO WS-NORM-GIVEN-NAME.
           PERFORM 2450-NORMALIZE-NAME.
           MOVE WS-NORM-KEY TO WS-VST-KEY OF VISIT-HISTORY-RECORD.
           MOVE 'N' TO WS-MATCH-SWITCH.
           READ VISIT-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-MATCHES TO TRUE
                   MOVE 'VISITS   : ' TO WS-VIS-DTL-LABEL
                   MOVE WS-VST-VISIT-COUNT OF VISIT-HISTORY-RECORD
                       TO WS-VIS-DTL-COUNT
                   MOVE WS-VST-FIRST-VISIT OF VISIT-HISTORY-RECORD
                       TO WS-VIS-DTL-FIRST
                   MOVE WS-VST-LAST-VISIT OF VISIT-HISTORY-RECORD
                       TO WS-VIS-DTL-LAST
                   MOVE WS-RPT-VISITS TO PRFRPT-OUT-LINE
                   PERFORM 2700-WRITE-PRFRPT
           END-READ.
           MOVE 'VSTHIST' TO WS-FILE-NOTE.
           MOVE WS-VSTHIST-STATUS TO WS-IO-STATUS.
           PERFORM 2900-CHECK-IO-STATUS.
           IF NOT WS-ENTRY-MATCHES
               PERFORM 2410-SCAN-ARCHIVE
           END-IF.
           IF WS-ENTRY-MATCHES
               SET WS-SOMETHING-HELD TO TRUE
           ELSE
               MOVE 'VISITS   : ' TO WS-NTE-LABEL
               MOVE 'NO VISIT HISTORY' TO WS-NTE-TEXT
               PERFORM 2800-WRITE-NOTE
           END-IF.

      *    ERASED VISITORS ARE LEFT IN THE ARCHIVE UNDER A BLANK
      *    KEY; THE NAME HERE IS NEVER BLANK, SO THEY NEVER MATCH.
       2410-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-VSTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VSTARCH, STATUS='
                   WS-VSTARCH-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE 'N' TO WS-ARCH-EOF-SWITCH.
           PERFORM 2430-READ-ARCHIVE.
           PERFORM 2420-CHECK-ARCHIVE-ENTRY UNTIL END-OF-ARCHIVE.
           CLOSE ARCHIVE-FILE.

       2420-CHECK-ARCHIVE-ENTRY.
           IF WS-VST-KEY OF ARCHIVE-IN-RECORD = WS-NORM-KEY
               SET WS-ENTRY-MATCHES TO TRUE
               MOVE 'ARCHIVED : ' TO WS-VIS-DTL-LABEL
               MOVE WS-VST-VISIT-COUNT OF ARCHIVE-IN-RECORD
                   TO WS-VIS-DTL-COUNT
               MOVE WS-VST-FIRST-VISIT OF ARCHIVE-IN-RECORD
                   TO WS-VIS-DTL-FIRST
               MOVE WS-VST-LAST-VISIT OF ARCHIVE-IN-RECORD
                   TO WS-VIS-DTL-LAST
               MOVE WS-RPT-VISITS TO PRFRPT-OUT-LINE
               PERFORM 2700-WRITE-PRFRPT
           END-IF.
           PERFORM 2430-READ-ARCHIVE.

       2430-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ.
           IF NOT VSTARCH-OK AND NOT VSTARCH-EOF
               DISPLAY 'VSTARCH READ ERROR, STATUS='
                   WS-VSTARCH-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

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
      *    TODAY ON IS SCANNED FOR THE NAME.
       2500-SHOW-BOOKINGS.
           MOVE 'BOOKMSTR' TO WS-FILE-NOTE.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE LOW-VALUES TO WS-BKG-KEY OF BOOKING-MASTER-RECORD.
           MOVE WS-RUN-DATE
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY NOT < WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2510-CHECK-NEXT-BOOKING UNTIL WS-SCAN-DONE.
           IF WS-ENTRY-MATCHES
               SET WS-SOMETHING-HELD TO TRUE
           ELSE
               MOVE 'BOOKING  : ' TO WS-NTE-LABEL
               MOVE 'NO UPCOMING BOOKINGS' TO WS-NTE-TEXT
               PERFORM 2800-WRITE-NOTE
           END-IF.

       2510-CHECK-NEXT-BOOKING.
           READ BOOKING-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
               MOVE WS-BOOKMSTR-STATUS TO WS-IO-STATUS
               PERFORM 2900-CHECK-IO-STATUS
               IF WS-BKG-SURNAME OF BOOKING-MASTER-RECORD
                       = WS-PRO-SURNAME
                       AND WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD
                           = WS-PRO-GIVEN-NAME
                   SET WS-ENTRY-MATCHES TO TRUE
                   MOVE WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
                       TO WS-BKG-DTL-DATE
                   MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
                       TO WS-BKG-DTL-TIME
                   MOVE WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
                       TO WS-BKG-DTL-BRANCH
                   MOVE WS-BKG-HOST-ID OF BOOKING-MASTER-RECORD
                       TO WS-BKG-DTL-HOST-ID
                   EVALUATE TRUE
                       WHEN WS-BKG-CONFIRMED OF BOOKING-MASTER-RECORD
                           MOVE 'CONFIRMED' TO WS-BKG-DTL-REMINDER
                       WHEN WS-BKG-REMINDER-SENT
                               OF BOOKING-MASTER-RECORD
                           MOVE 'SENT' TO WS-BKG-DTL-REMINDER
                       WHEN WS-BKG-NO-REPLY OF BOOKING-MASTER-RECORD
                           MOVE 'NO REPLY' TO WS-BKG-DTL-REMINDER
                       WHEN OTHER
                           MOVE 'NOT SENT' TO WS-BKG-DTL-REMINDER
                   END-EVALUATE
                   MOVE WS-RPT-BOOKING TO PRFRPT-OUT-LINE
                   PERFORM 2700-WRITE-PRFRPT
               END-IF
           END-IF.

      *    THE JOURNAL WAS SORTED INTO TIME ORDER AT THE START OF THE
      *    RUN, SO EACH PERSON'S CHANGES LIST OLDEST FIRST. ENTRIES
      *    MARKED ERASED HAVE NO IMAGES AND ARE NEVER SHOWN.
       2600-SHOW-CHANGES.
           OPEN INPUT SORTED-JRNL-FILE.
           IF WS-JRNSRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING JRNSRT, STATUS='
                   WS-JRNSRT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE 'N' TO WS-JRNL-EOF-SWITCH.
           MOVE 'N' TO WS-CHANGE-SWITCH.
           PERFORM 2640-READ-JOURNAL.
           PERFORM 2610-CHECK-JOURNAL-ENTRY UNTIL END-OF-JOURNAL.
           CLOSE SORTED-JRNL-FILE.
           IF WS-CHANGE-FOUND
               SET WS-SOMETHING-HELD TO TRUE
           ELSE
               MOVE 'CHANGE   : ' TO WS-NTE-LABEL
               MOVE 'NO CHANGE HISTORY' TO WS-NTE-TEXT
               PERFORM 2800-WRITE-NOTE
           END-IF.

       2610-CHECK-JOURNAL-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE WS-JRN-BEFORE-IMAGE OF SORTED-JRNL-RECORD
               TO WS-BEFORE-VIEW.
           MOVE WS-JRN-AFTER-IMAGE OF SORTED-JRNL-RECORD
               TO WS-AFTER-VIEW.
           EVALUATE TRUE
               WHEN WS-JRN-ERASED OF SORTED-JRNL-RECORD
                   CONTINUE
               WHEN WS-JRN-BOOKMSTR OF SORTED-JRNL-RECORD
                   IF WS-BEF-BKG-NAME-KEY = WS-PROFILE-KEY
                           OR WS-AFT-BKG-NAME-KEY = WS-PROFILE-KEY
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN WS-JRN-VSTHIST OF SORTED-JRNL-RECORD
                   IF WS-BEF-NAME-KEY = WS-NORM-KEY
                           OR WS-AFT-NAME-KEY = WS-NORM-KEY
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN WS-JRN-MEMBPREF OF SORTED-JRNL-RECORD
                   IF WS-BEF-NAME-KEY = WS-PROFILE-KEY
                           OR WS-AFT-NAME-KEY = WS-PROFILE-KEY
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-BEF-NAME-KEY = WS-PROFILE-KEY
                           OR WS-AFT-NAME-KEY = WS-PROFILE-KEY
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
                   IF WS-PRO-MEMBER-ID NOT = SPACES
                           AND (WS-BEF-MEMBER-ID = WS-PRO-MEMBER-ID
                           OR WS-AFT-MEMBER-ID = WS-PRO-MEMBER-ID)
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-ENTRY-MATCHES
               SET WS-CHANGE-FOUND TO TRUE
               PERFORM 2620-PRINT-CHANGE
           END-IF.
           PERFORM 2640-READ-JOURNAL.

       2620-PRINT-CHANGE.
           MOVE WS-JRN-TIMESTAMP OF SORTED-JRNL-RECORD
               TO WS-CHG-DTL-TIMESTAMP.
           MOVE WS-JRN-PROGRAM OF SORTED-JRNL-RECORD
               TO WS-CHG-DTL-PROGRAM.
           EVALUATE TRUE
               WHEN WS-JRN-ADD OF SORTED-JRNL-RECORD
                   MOVE 'ADD' TO WS-CHG-DTL-ACTION
               WHEN WS-JRN-CHANGE OF SORTED-JRNL-RECORD
                   MOVE 'CHANGE' TO WS-CHG-DTL-ACTION
               WHEN WS-JRN-DELETE OF SORTED-JRNL-RECORD
                   MOVE 'DELETE' TO WS-CHG-DTL-ACTION
               WHEN OTHER
                   MOVE WS-JRN-ACTION OF SORTED-JRNL-RECORD
                       TO WS-CHG-DTL-ACTION
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-JRN-VSTHIST OF SORTED-JRNL-RECORD
                   MOVE 'VSTHIST' TO WS-CHG-DTL-FILE
               WHEN WS-JRN-MEMBPREF OF SORTED-JRNL-RECORD
                   MOVE 'MEMBPREF' TO WS-CHG-DTL-FILE
               WHEN WS-JRN-BOOKMSTR OF SORTED-JRNL-RECORD
                   MOVE 'BOOKMSTR' TO WS-CHG-DTL-FILE
               WHEN OTHER
                   MOVE 'MEMBMSTR' TO WS-CHG-DTL-FILE
           END-EVALUATE.
           MOVE WS-RPT-CHANGE TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE '  BEFORE : ' TO WS-IMG-DTL-LABEL.
           MOVE WS-BEFORE-VIEW TO WS-PRINT-IMAGE.
           PERFORM 2630-WRITE-IMAGE.
           MOVE '  AFTER  : ' TO WS-IMG-DTL-LABEL.
           MOVE WS-AFTER-VIEW TO WS-PRINT-IMAGE.
           PERFORM 2630-WRITE-IMAGE.

       2630-WRITE-IMAGE.
           IF WS-PRINT-IMAGE = SPACES
               MOVE '(NONE)' TO WS-IMG-DTL-TEXT
           ELSE
               MOVE WS-PRINT-IMAGE(1:69) TO WS-IMG-DTL-TEXT
           END-IF.
           MOVE WS-RPT-IMAGE TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           IF WS-PRINT-IMAGE(70:31) NOT = SPACES
               MOVE SPACES TO WS-IMG-DTL-LABEL
               MOVE WS-PRINT-IMAGE(70:31) TO WS-IMG-DTL-TEXT
               MOVE WS-RPT-IMAGE TO PRFRPT-OUT-LINE
               PERFORM 2700-WRITE-PRFRPT
           END-IF.

       2640-READ-JOURNAL.
           READ SORTED-JRNL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.
           IF NOT JRNSRT-OK AND NOT JRNSRT-EOF
               DISPLAY 'JRNSRT READ ERROR, STATUS=' WS-JRNSRT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2700-WRITE-PRFRPT.
           WRITE PRFRPT-OUT-LINE.
           IF WS-PRFRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PRFRPT, STATUS='
                   WS-PRFRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2800-WRITE-NOTE.
           MOVE WS-RPT-NOTE TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.

      *    NOT-FOUND (23) IS A NORMAL OUTCOME - THE PERSON SIMPLY
      *    HAS NOTHING ON THAT FILE.
       2900-CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
                   AND WS-IO-STATUS NOT = '02'
                   AND WS-IO-STATUS NOT = '23'
               DISPLAY WS-FILE-NOTE ' INQUIRY ERROR, STATUS='
                   WS-IO-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       3000-TERMINATE.
           MOVE WS-RPT-RULE TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           PERFORM 3100-PRINT-TOTALS.
           CLOSE INQREQ-FILE.
           CLOSE MEMBER-MASTER.
           CLOSE PREF-MASTER.
           CLOSE VISIT-HISTORY.
           CLOSE BOOKING-MASTER.
           CLOSE PRFRPT-FILE.
           DISPLAY '===== VISITOR PROFILE INQUIRY SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'REQUESTS READ   : ' WS-REQS-READ.
           DISPLAY 'PROFILES PRINTED: ' WS-PROFILE-COUNT.
           DISPLAY 'MEMBERS         : ' WS-TOTAL-MEMBERS.
           DISPLAY 'WALK-INS        : ' WS-TOTAL-WALK-INS.
           DISPLAY 'NOT FOUND       : ' WS-TOTAL-NOT-FOUND.
           IF WS-TOTAL-NOT-FOUND > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-PRINT-TOTALS.
           MOVE 'REQUESTS READ   :' TO WS-TOT-LABEL.
           MOVE WS-REQS-READ TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE 'PROFILES PRINTED:' TO WS-TOT-LABEL.
           MOVE WS-PROFILE-COUNT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE 'MEMBERS         :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-MEMBERS TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE 'WALK-INS        :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-WALK-INS TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.
           MOVE 'NOT FOUND       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NOT-FOUND TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO PRFRPT-OUT-LINE.
           PERFORM 2700-WRITE-PRFRPT.

       9999-ABORT-RUN.
           DISPLAY 'PROFINQ ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
