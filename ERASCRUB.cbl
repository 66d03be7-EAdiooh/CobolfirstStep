       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASCRUB.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASLIST-FILE ASSIGN TO ERASLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASLIST-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO VSTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSTARCH-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO MEMBJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBJRNL-STATUS.
           SELECT OPTIONAL REMINDER-FILE ASSIGN TO RMDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMDOUT-STATUS.
           SELECT OPTIONAL NOTIFY-FILE ASSIGN TO HOSTNTFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOSTNTFY-STATUS.
           SELECT OPTIONAL HELD-FILE ASSIGN TO ENRLHELD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENRLHELD-STATUS.
           SELECT OPTIONAL RENEWAL-FILE ASSIGN TO RENEWFU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENEWFU-STATUS.
           SELECT OPTIONAL FOLLOWUP-FILE ASSIGN TO FOLLOWUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FOLLOWUP-STATUS.
           SELECT OPTIONAL ALIAS-IN-FILE ASSIGN TO ALIASIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIASIN-STATUS.
           SELECT ALIAS-OUT-FILE ASSIGN TO ALIASOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIASOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASLIST-FILE
           RECORDING MODE IS F.
       COPY ERASREC REPLACING WS-ERASE-RECORD BY ERASLIST-RECORD.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC REPLACING WS-AUDIT-RECORD BY AUDIT-IO-RECORD.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY VISITREC REPLACING WS-VISIT-RECORD BY ARCHIVE-IO-RECORD.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY JRNLREC REPLACING WS-JOURNAL-RECORD BY JOURNAL-IO-RECORD.

       FD  REMINDER-FILE
           RECORDING MODE IS F.
       COPY RMDREC REPLACING WS-REMINDER-RECORD BY REMINDER-IO-RECORD.

       FD  NOTIFY-FILE
           RECORDING MODE IS F.
       COPY HNOTREC REPLACING WS-HOST-NOTIFY-RECORD
           BY NOTIFY-IO-RECORD.

       FD  HELD-FILE
           RECORDING MODE IS F.
       COPY NAMEREC REPLACING WS-NAME-RECORD BY HELD-IO-RECORD.

       FD  RENEWAL-FILE
           RECORDING MODE IS F.
       COPY RNWREC REPLACING WS-RENEWAL-RECORD BY RENEWAL-IO-RECORD.

       FD  FOLLOWUP-FILE
           RECORDING MODE IS F.
       COPY NAMEREC REPLACING WS-NAME-RECORD BY FOLLOWUP-IO-RECORD.

       FD  ALIAS-IN-FILE
           RECORDING MODE IS F.
       COPY ERSALIAS REPLACING WS-ALIAS-RECORD BY ALIAS-IN-RECORD.

       FD  ALIAS-OUT-FILE
           RECORDING MODE IS F.
       COPY ERSALIAS REPLACING WS-ALIAS-RECORD BY ALIAS-OUT-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-ERASLIST-STATUS              PIC XX.
           88  ERASLIST-OK                 VALUE '00'.
           88  ERASLIST-EOF                VALUE '10'.

       01  WS-AUDITOUT-STATUS              PIC XX.
           88  AUDITOUT-OK                 VALUE '00'.
           88  AUDITOUT-EOF                VALUE '10'.

       01  WS-VSTARCH-STATUS               PIC XX.
           88  VSTARCH-OK                  VALUE '00'.
           88  VSTARCH-EOF                 VALUE '10'.

       01  WS-MEMBJRNL-STATUS              PIC XX.
           88  MEMBJRNL-OK                 VALUE '00'.
           88  MEMBJRNL-EOF                VALUE '10'.

       01  WS-RMDOUT-STATUS                PIC XX.
           88  RMDOUT-OK                   VALUE '00'.
           88  RMDOUT-EOF                  VALUE '10'.

       01  WS-HOSTNTFY-STATUS              PIC XX.
           88  HOSTNTFY-OK                 VALUE '00'.
           88  HOSTNTFY-EOF                VALUE '10'.

       01  WS-ENRLHELD-STATUS              PIC XX.
           88  ENRLHELD-OK                 VALUE '00'.
           88  ENRLHELD-EOF                VALUE '10'.

       01  WS-RENEWFU-STATUS               PIC XX.
           88  RENEWFU-OK                  VALUE '00'.
           88  RENEWFU-EOF                 VALUE '10'.

       01  WS-FOLLOWUP-STATUS              PIC XX.
           88  FOLLOWUP-OK                 VALUE '00'.
           88  FOLLOWUP-EOF                VALUE '10'.

       01  WS-ALIASIN-STATUS               PIC XX.
           88  ALIASIN-OK                  VALUE '00'.
           88  ALIASIN-EOF                 VALUE '10'.

       01  WS-ALIASOUT-STATUS              PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-FILE                 VALUE 'Y'.

       01  WS-FOUND-SWITCH                 PIC X.
           88  WS-PERSON-FOUND             VALUE 'Y'.

      *    ONE ENTRY PER ERASLIST RECORD, IN FILE ORDER, SO THE
      *    COUNTS CAN BE POSTED BACK TO THE SAME RECORDS AT THE END.
       01  WS-ERASE-TABLE.
           05  WS-ERT-ENTRY                OCCURS 500 TIMES.
               10  WS-ERT-ACTIVE           PIC X.
                   88  WS-ERT-IS-ACTIVE    VALUE 'Y'.
               10  WS-ERT-SURNAME          PIC X(20).
               10  WS-ERT-GIVEN-NAME       PIC X(15).
               10  WS-ERT-MEMBER-ID        PIC X(7).
               10  WS-ERT-AUDITOUT-COUNT   PIC 9(5).
               10  WS-ERT-VSTARCH-COUNT    PIC 9(5).
               10  WS-ERT-MEMBJRNL-COUNT   PIC 9(5).
               10  WS-ERT-RMDOUT-COUNT     PIC 9(5).
               10  WS-ERT-HOSTNTFY-COUNT   PIC 9(5).
               10  WS-ERT-ENRLHELD-COUNT   PIC 9(5).
               10  WS-ERT-RENEWFU-COUNT    PIC 9(5).
               10  WS-ERT-FOLLOWUP-COUNT   PIC 9(5).
       01  WS-ERT-MAX                      PIC 9(4) VALUE 500.
       01  WS-ERT-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-ERT-IDX                      PIC 9(4).
       01  WS-MATCH-IDX                    PIC 9(4).

      *    OTHER NAMES THE PEOPLE BEING ERASED HAVE BEEN KNOWN BY -
      *    AN OLD NAME FROM A RENAME OR A DUPLICATE FOLDED IN BY A
      *    MERGE - EACH POINTING BACK TO ITS ERASE TABLE ENTRY. A
      *    RECORD UNDER ONE OF THESE NAMES IS CLEARED AS IF IT WERE
      *    UNDER THE PERSON'S OWN NAME.
       01  WS-ALIAS-TABLE.
           05  WS-ALT-ENTRY                OCCURS 500 TIMES.
               10  WS-ALT-ERT-IDX          PIC 9(4).
               10  WS-ALT-SURNAME          PIC X(20).
               10  WS-ALT-GIVEN-NAME       PIC X(15).
       01  WS-ALT-MAX                      PIC 9(4) VALUE 500.
       01  WS-ALT-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-ALT-IDX                      PIC 9(4).
       01  WS-ALIAS-FOR-IDX                PIC 9(4).
       01  WS-ALIASES-FOUND                PIC 9(4) VALUE ZERO.

       01  WS-MATCH-NAME.
           05  WS-MATCH-SURNAME            PIC X(20).
           05  WS-MATCH-GIVEN-NAME         PIC X(15).
       01  WS-MATCH-MEMBER-ID              PIC X(7).
       01  WS-SCAN-IMAGE                   PIC X(100).

       01  WS-AUDIT-READ                   PIC 9(6) VALUE ZERO.
       01  WS-AUDIT-CLEARED                PIC 9(6) VALUE ZERO.
       01  WS-ARCHIVE-READ                 PIC 9(6) VALUE ZERO.
       01  WS-ARCHIVE-CLEARED              PIC 9(6) VALUE ZERO.
       01  WS-JOURNAL-READ                 PIC 9(6) VALUE ZERO.
       01  WS-JOURNAL-CLEARED              PIC 9(6) VALUE ZERO.
       01  WS-REMINDER-READ                PIC 9(6) VALUE ZERO.
       01  WS-REMINDER-CLEARED             PIC 9(6) VALUE ZERO.
       01  WS-NOTIFY-READ                  PIC 9(6) VALUE ZERO.
       01  WS-NOTIFY-CLEARED               PIC 9(6) VALUE ZERO.
       01  WS-HELD-READ                    PIC 9(6) VALUE ZERO.
       01  WS-HELD-CLEARED                 PIC 9(6) VALUE ZERO.
       01  WS-RENEWAL-READ                 PIC 9(6) VALUE ZERO.
       01  WS-RENEWAL-CLEARED              PIC 9(6) VALUE ZERO.
       01  WS-FOLLOWUP-READ                PIC 9(6) VALUE ZERO.
       01  WS-FOLLOWUP-CLEARED             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-ERASLIST.
           PERFORM 1400-LOAD-ALIASES.
           PERFORM 1500-COLLECT-ALIASES.
           PERFORM 2000-SCRUB-AUDITOUT.
           PERFORM 3000-SCRUB-ARCHIVE.
           PERFORM 4000-SCRUB-JOURNAL.
           PERFORM 4500-SCRUB-REMINDERS.
           PERFORM 4600-SCRUB-NOTIFICATIONS.
           PERFORM 4700-SCRUB-HELD-WALKINS.
           PERFORM 4800-SCRUB-RENEWALS.
           PERFORM 4900-SCRUB-FOLLOWUPS.
           PERFORM 5000-POST-COUNTS.
           PERFORM 5500-WRITE-ALIASES.
           PERFORM 6000-TERMINATE.
           STOP RUN.

       1000-LOAD-ERASLIST.
           OPEN INPUT ERASLIST-FILE.
           IF WS-ERASLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASLIST, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1100-READ-ERASLIST.
           PERFORM 1200-LOAD-ENTRY UNTIL END-OF-FILE.
           CLOSE ERASLIST-FILE.

       1100-READ-ERASLIST.
           READ ERASLIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT ERASLIST-OK AND NOT ERASLIST-EOF
               DISPLAY 'ERASLIST READ ERROR, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    REJECTED REQUESTS ARE CARRIED IN THE TABLE (TO KEEP IT IN
      *    STEP WITH THE FILE) BUT NEVER MATCHED.
       1200-LOAD-ENTRY.
           IF WS-ERT-COUNT NOT < WS-ERT-MAX
               DISPLAY 'ERASLIST HAS MORE THAN ' WS-ERT-MAX
                   ' REQUESTS - SPLIT THE ERASREQ DECK'
               PERFORM 9999-ABORT-RUN
           END-IF.
           ADD 1 TO WS-ERT-COUNT.
           MOVE WS-ERS-SURNAME TO WS-ERT-SURNAME(WS-ERT-COUNT).
           MOVE WS-ERS-GIVEN-NAME TO WS-ERT-GIVEN-NAME(WS-ERT-COUNT).
           MOVE WS-ERS-MEMBER-ID TO WS-ERT-MEMBER-ID(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-AUDITOUT-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-VSTARCH-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-MEMBJRNL-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-RMDOUT-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-HOSTNTFY-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-ENRLHELD-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-RENEWFU-COUNT(WS-ERT-COUNT).
           MOVE ZERO TO WS-ERT-FOLLOWUP-COUNT(WS-ERT-COUNT).
           IF WS-ERS-REJECT-REASON = SPACES
                   AND WS-ERS-SURNAME NOT = SPACES
               MOVE 'Y' TO WS-ERT-ACTIVE(WS-ERT-COUNT)
           ELSE
               MOVE 'N' TO WS-ERT-ACTIVE(WS-ERT-COUNT)
           END-IF.
           PERFORM 1100-READ-ERASLIST.

      *    THE ALIASES FOUND BY THE SCRUB STEPS FOR THE NEWER
      *    GENERATIONS; ALIASIN IS DUMMY (OR ABSENT) FOR THE FIRST.
       1400-LOAD-ALIASES.
           OPEN INPUT ALIAS-IN-FILE.
           EVALUATE WS-ALIASIN-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 1410-READ-ALIAS
                   PERFORM 1420-LOAD-ALIAS UNTIL END-OF-FILE
                   CLOSE ALIAS-IN-FILE
               WHEN '05'
                   CLOSE ALIAS-IN-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING ALIASIN, STATUS='
                       WS-ALIASIN-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       1410-READ-ALIAS.
           READ ALIAS-IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT ALIASIN-OK AND NOT ALIASIN-EOF
               DISPLAY 'ALIASIN READ ERROR, STATUS='
                   WS-ALIASIN-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       1420-LOAD-ALIAS.
           MOVE WS-ALS-ENTRY-NO OF ALIAS-IN-RECORD TO WS-ALIAS-FOR-IDX.
           MOVE WS-ALS-SURNAME OF ALIAS-IN-RECORD TO WS-MATCH-SURNAME.
           MOVE WS-ALS-GIVEN-NAME OF ALIAS-IN-RECORD
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7300-ADD-ALIAS.
           PERFORM 1410-READ-ALIAS.

      *    A RENAME IS JOURNALED AS A DELETE OF THE OLD NAME AND AN
      *    ADD OF THE NEW, AND A MERGE AS A DELETE OF THE DUPLICATE
      *    WITH THE SURVIVOR AS ITS AFTER IMAGE; EACH MEMBER MASTER
      *    IMAGE CARRYING THE PERSON'S MEMBER ID GIVES ANY OTHER NAME
      *    THEY WERE KNOWN BY, AND A MERGE'S DUPLICATE (WHICH KEEPS
      *    ITS OWN ID) IS TIED TO THE SURVIVOR'S ID. THE WHOLE
      *    GENERATION IS READ FIRST SO THOSE NAMES ARE CLEARED FROM
      *    EVERY FILE IN THIS STEP.
       1500-COLLECT-ALIASES.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-MEMBJRNL-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 1510-READ-JOURNAL
                   PERFORM 1520-COLLECT-ENTRY-ALIASES
                       UNTIL END-OF-FILE
                   CLOSE JOURNAL-FILE
               WHEN '05'
                   CLOSE JOURNAL-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING MEMBJRNL, STATUS='
                       WS-MEMBJRNL-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       1510-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT MEMBJRNL-OK AND NOT MEMBJRNL-EOF
               DISPLAY 'MEMBJRNL READ ERROR, STATUS='
                   WS-MEMBJRNL-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       1520-COLLECT-ENTRY-ALIASES.
           IF WS-JRN-MEMBMSTR AND NOT WS-JRN-ERASED
               IF WS-JRN-BEFORE-IMAGE NOT = SPACES
                   MOVE WS-JRN-BEFORE-IMAGE TO WS-SCAN-IMAGE
                   PERFORM 1530-COLLECT-IMAGE-ALIAS
               END-IF
               IF WS-JRN-AFTER-IMAGE NOT = SPACES
                   MOVE WS-JRN-AFTER-IMAGE TO WS-SCAN-IMAGE
                   PERFORM 1530-COLLECT-IMAGE-ALIAS
               END-IF
               IF WS-JRN-DELETE
                       AND WS-JRN-BEFORE-IMAGE NOT = SPACES
                       AND WS-JRN-AFTER-IMAGE NOT = SPACES
                   PERFORM 1540-COLLECT-MERGE-ALIAS
               END-IF
           END-IF.
           PERFORM 1510-READ-JOURNAL.

      *    THE MEMBER ID FOLLOWS THE 35-BYTE NAME KEY ON A MEMBER
      *    MASTER IMAGE (COPYBOOKS/MEMBREC.CPY).
       1530-COLLECT-IMAGE-ALIAS.
           MOVE WS-SCAN-IMAGE(36:7) TO WS-MATCH-MEMBER-ID.
           PERFORM 7200-FIND-MEMBER-ID.
           IF WS-PERSON-FOUND
               MOVE WS-MATCH-IDX TO WS-ALIAS-FOR-IDX
               MOVE FUNCTION UPPER-CASE(WS-SCAN-IMAGE(1:35))
                   TO WS-MATCH-NAME
               PERFORM 7000-FIND-PERSON
               IF NOT WS-PERSON-FOUND
                       AND WS-MATCH-SURNAME NOT = SPACES
                   PERFORM 7300-ADD-ALIAS
                   ADD 1 TO WS-ALIASES-FOUND
               END-IF
           END-IF.

      *    A DELETE WITH AN AFTER IMAGE IS A MERGE: THE DUPLICATE'S
      *    NAME IN THE BEFORE IMAGE IS AN ALIAS OF THE SURVIVOR WHOSE
      *    MEMBER ID IS IN THE AFTER IMAGE.
       1540-COLLECT-MERGE-ALIAS.
           MOVE WS-JRN-AFTER-IMAGE(36:7) TO WS-MATCH-MEMBER-ID.
           PERFORM 7200-FIND-MEMBER-ID.
           IF WS-PERSON-FOUND
               MOVE WS-MATCH-IDX TO WS-ALIAS-FOR-IDX
               MOVE FUNCTION UPPER-CASE(WS-JRN-BEFORE-IMAGE(1:35))
                   TO WS-MATCH-NAME
               PERFORM 7000-FIND-PERSON
               IF NOT WS-PERSON-FOUND
                       AND WS-MATCH-SURNAME NOT = SPACES
                   PERFORM 7300-ADD-ALIAS
                   ADD 1 TO WS-ALIASES-FOUND
               END-IF
           END-IF.

      *    AUDIT RECORDS KEEP THEIR STATUS, BRANCH, EXPECT FLAG AND
      *    TIMESTAMP SO THE RECONCIL AND AUDSTATS COUNTS STILL TIE -
      *    ONLY THE TITLE AND NAME ARE BLANKED.
       2000-SCRUB-AUDITOUT.
           OPEN I-O AUDIT-FILE.
           EVALUATE WS-AUDITOUT-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 2100-READ-AUDITOUT
                   PERFORM 2200-SCRUB-AUDIT-RECORD UNTIL END-OF-FILE
                   CLOSE AUDIT-FILE
               WHEN '05'
                   CLOSE AUDIT-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING AUDITOUT, STATUS='
                       WS-AUDITOUT-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       2100-READ-AUDITOUT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
           END-READ.
           IF NOT AUDITOUT-OK AND NOT AUDITOUT-EOF
               DISPLAY 'AUDITOUT READ ERROR, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2200-SCRUB-AUDIT-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-AUD-SURNAME)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-AUD-GIVEN-NAME)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-AUD-TITLE
               MOVE SPACES TO WS-AUD-GIVEN-NAME
               MOVE SPACES TO WS-AUD-SURNAME
               REWRITE AUDIT-IO-RECORD
               IF WS-AUDITOUT-STATUS NOT = '00'
                   DISPLAY 'AUDITOUT REWRITE ERROR, STATUS='
                       WS-AUDITOUT-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-AUDIT-CLEARED
               ADD 1 TO WS-ERT-AUDITOUT-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 2100-READ-AUDITOUT.

      *    A SEQUENTIAL GENERATION CANNOT SHRINK IN PLACE, SO AN
      *    ARCHIVED VISITOR IS OVERWRITTEN WITH A BLANK KEY AND ZERO
      *    COUNTS, WHICH VSTRELOD NEVER RESTORES.
       3000-SCRUB-ARCHIVE.
           OPEN I-O ARCHIVE-FILE.
           EVALUATE WS-VSTARCH-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 3100-READ-ARCHIVE
                   PERFORM 3200-SCRUB-ARCHIVE-RECORD
                       UNTIL END-OF-FILE
                   CLOSE ARCHIVE-FILE
               WHEN '05'
                   CLOSE ARCHIVE-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING VSTARCH, STATUS='
                       WS-VSTARCH-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       3100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
           END-READ.
           IF NOT VSTARCH-OK AND NOT VSTARCH-EOF
               DISPLAY 'VSTARCH READ ERROR, STATUS='
                   WS-VSTARCH-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       3200-SCRUB-ARCHIVE-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-VST-SURNAME)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-VST-GIVEN-NAME)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-VST-KEY
               MOVE ZERO TO WS-VST-VISIT-COUNT
               MOVE ZERO TO WS-VST-FIRST-VISIT
               MOVE ZERO TO WS-VST-LAST-VISIT
               REWRITE ARCHIVE-IO-RECORD
               IF WS-VSTARCH-STATUS NOT = '00'
                   DISPLAY 'VSTARCH REWRITE ERROR, STATUS='
                       WS-VSTARCH-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-ARCHIVE-CLEARED
               ADD 1 TO WS-ERT-VSTARCH-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 3100-READ-ARCHIVE.

      *    A JOURNAL ENTRY FOR THE PERSON IS MARKED ERASED AND ITS
      *    IMAGES BLANKED; MEMBBKO SKIPS ERASED ENTRIES, SO A LATER
      *    BACKOUT CAN NEVER WRITE THE PERSON BACK.
       4000-SCRUB-JOURNAL.
           OPEN I-O JOURNAL-FILE.
           EVALUATE WS-MEMBJRNL-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4100-READ-JOURNAL
                   PERFORM 4200-SCRUB-JOURNAL-ENTRY
                       UNTIL END-OF-FILE
                   CLOSE JOURNAL-FILE
               WHEN '05'
                   CLOSE JOURNAL-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING MEMBJRNL, STATUS='
                       WS-MEMBJRNL-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       4100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
           END-READ.
           IF NOT MEMBJRNL-OK AND NOT MEMBJRNL-EOF
               DISPLAY 'MEMBJRNL READ ERROR, STATUS='
                   WS-MEMBJRNL-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    THE NAME LEADS EVERY IMAGE EXCEPT A BOOKING'S, WHOSE KEY
      *    STARTS WITH THE APPOINTMENT DATE. AN ADD HAS ONLY AN AFTER
      *    IMAGE AND A DELETE (OTHER THAN A MERGE'S) ONLY A BEFORE
      *    IMAGE. A MEMBER MASTER ENTRY ALSO MATCHES ON THE MEMBER ID
      *    IN EITHER IMAGE.
       4200-SCRUB-JOURNAL-ENTRY.
           IF NOT WS-JRN-ERASED
               IF WS-JRN-BEFORE-IMAGE = SPACES
                   MOVE WS-JRN-AFTER-IMAGE TO WS-MATCH-NAME
                   IF WS-JRN-BOOKMSTR
                       MOVE WS-JRN-AFTER-IMAGE(9:35) TO WS-MATCH-NAME
                   END-IF
               ELSE
                   MOVE WS-JRN-BEFORE-IMAGE TO WS-MATCH-NAME
                   IF WS-JRN-BOOKMSTR
                       MOVE WS-JRN-BEFORE-IMAGE(9:35)
                           TO WS-MATCH-NAME
                   END-IF
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-MATCH-NAME)
                   TO WS-MATCH-NAME
               PERFORM 7000-FIND-PERSON
               IF NOT WS-PERSON-FOUND AND WS-JRN-MEMBMSTR
                   PERFORM 4250-MATCH-JOURNAL-ID
               END-IF
               IF WS-PERSON-FOUND
                   SET WS-JRN-ERASED TO TRUE
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE SPACES TO WS-JRN-AFTER-IMAGE
                   REWRITE JOURNAL-IO-RECORD
                   IF WS-MEMBJRNL-STATUS NOT = '00'
                       DISPLAY 'MEMBJRNL REWRITE ERROR, STATUS='
                           WS-MEMBJRNL-STATUS
                       PERFORM 9999-ABORT-RUN
                   END-IF
                   ADD 1 TO WS-JOURNAL-CLEARED
                   ADD 1 TO WS-ERT-MEMBJRNL-COUNT(WS-MATCH-IDX)
               END-IF
           END-IF.
           PERFORM 4100-READ-JOURNAL.

       4250-MATCH-JOURNAL-ID.
           MOVE WS-JRN-BEFORE-IMAGE(36:7) TO WS-MATCH-MEMBER-ID.
           PERFORM 7200-FIND-MEMBER-ID.
           IF NOT WS-PERSON-FOUND
               MOVE WS-JRN-AFTER-IMAGE(36:7) TO WS-MATCH-MEMBER-ID
               PERFORM 7200-FIND-MEMBER-ID
           END-IF.

      *    A REMINDER KEEPS ITS APPOINTMENT DATE, TIME AND BRANCH;
      *    THE NAME, TITLE AND CONTACT DETAILS ARE BLANKED.
       4500-SCRUB-REMINDERS.
           OPEN I-O REMINDER-FILE.
           EVALUATE WS-RMDOUT-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4510-READ-REMINDER
                   PERFORM 4520-SCRUB-REMINDER-RECORD
                       UNTIL END-OF-FILE
                   CLOSE REMINDER-FILE
               WHEN '05'
                   CLOSE REMINDER-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RMDOUT, STATUS='
                       WS-RMDOUT-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       4510-READ-REMINDER.
           READ REMINDER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMINDER-READ
           END-READ.
           IF NOT RMDOUT-OK AND NOT RMDOUT-EOF
               DISPLAY 'RMDOUT READ ERROR, STATUS='
                   WS-RMDOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4520-SCRUB-REMINDER-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-RMD-SURNAME)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-RMD-GIVEN-NAME)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-RMD-SURNAME
               MOVE SPACES TO WS-RMD-GIVEN-NAME
               MOVE SPACES TO WS-RMD-TITLE
               MOVE SPACES TO WS-RMD-PHONE
               MOVE SPACES TO WS-RMD-EMAIL
               REWRITE REMINDER-IO-RECORD
               IF WS-RMDOUT-STATUS NOT = '00'
                   DISPLAY 'RMDOUT REWRITE ERROR, STATUS='
                       WS-RMDOUT-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-REMINDER-CLEARED
               ADD 1 TO WS-ERT-RMDOUT-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 4510-READ-REMINDER.

      *    A HOST NOTIFICATION KEEPS THE HOST, BRANCH AND TIMES; ONLY
      *    THE VISITOR'S TITLE AND NAME ARE BLANKED.
       4600-SCRUB-NOTIFICATIONS.
           OPEN I-O NOTIFY-FILE.
           EVALUATE WS-HOSTNTFY-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4610-READ-NOTIFICATION
                   PERFORM 4620-SCRUB-NOTIFY-RECORD
                       UNTIL END-OF-FILE
                   CLOSE NOTIFY-FILE
               WHEN '05'
                   CLOSE NOTIFY-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING HOSTNTFY, STATUS='
                       WS-HOSTNTFY-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       4610-READ-NOTIFICATION.
           READ NOTIFY-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTIFY-READ
           END-READ.
           IF NOT HOSTNTFY-OK AND NOT HOSTNTFY-EOF
               DISPLAY 'HOSTNTFY READ ERROR, STATUS='
                   WS-HOSTNTFY-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4620-SCRUB-NOTIFY-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-HNT-VISITOR-SURNAME)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-HNT-VISITOR-GIVEN-NAME)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-HNT-VISITOR-TITLE
               MOVE SPACES TO WS-HNT-VISITOR-GIVEN-NAME
               MOVE SPACES TO WS-HNT-VISITOR-SURNAME
               REWRITE NOTIFY-IO-RECORD
               IF WS-HOSTNTFY-STATUS NOT = '00'
                   DISPLAY 'HOSTNTFY REWRITE ERROR, STATUS='
                       WS-HOSTNTFY-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-NOTIFY-CLEARED
               ADD 1 TO WS-ERT-HOSTNTFY-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 4610-READ-NOTIFICATION.

      *    A WALK-IN HELD FOR DUPLICATE REVIEW KEEPS ITS BRANCH,
      *    ARRIVAL TIME AND OPERATOR; THE TITLE AND NAME ARE BLANKED
      *    AND ENROLL SKIPS A RECORD WITH NO NAME.
       4700-SCRUB-HELD-WALKINS.
           OPEN I-O HELD-FILE.
           EVALUATE WS-ENRLHELD-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4710-READ-HELD
                   PERFORM 4720-SCRUB-HELD-RECORD
                       UNTIL END-OF-FILE
                   CLOSE HELD-FILE
               WHEN '05'
                   CLOSE HELD-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING ENRLHELD, STATUS='
                       WS-ENRLHELD-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       4710-READ-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-READ
           END-READ.
           IF NOT ENRLHELD-OK AND NOT ENRLHELD-EOF
               DISPLAY 'ENRLHELD READ ERROR, STATUS='
                   WS-ENRLHELD-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4720-SCRUB-HELD-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-SURNAME OF HELD-IO-RECORD)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-GIVEN-NAME OF HELD-IO-RECORD)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-TITLE OF HELD-IO-RECORD
               MOVE SPACES TO WS-GIVEN-NAME OF HELD-IO-RECORD
               MOVE SPACES TO WS-SURNAME OF HELD-IO-RECORD
               REWRITE HELD-IO-RECORD
               IF WS-ENRLHELD-STATUS NOT = '00'
                   DISPLAY 'ENRLHELD REWRITE ERROR, STATUS='
                       WS-ENRLHELD-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-HELD-CLEARED
               ADD 1 TO WS-ERT-ENRLHELD-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 4710-READ-HELD.

      *    A RENEWAL FOLLOW-UP MATCHES ON THE NAME OR THE MEMBER ID;
      *    IT KEEPS THE ID, EXPIRY, STATUS, BRANCH AND VISIT TIME SO
      *    THE DESK'S COUNTS STILL TIE, AND THE TITLE AND NAME ARE
      *    BLANKED.
       4800-SCRUB-RENEWALS.
           OPEN I-O RENEWAL-FILE.
           EVALUATE WS-RENEWFU-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4810-READ-RENEWAL
                   PERFORM 4820-SCRUB-RENEWAL-RECORD
                       UNTIL END-OF-FILE
                   CLOSE RENEWAL-FILE
               WHEN '05'
                   CLOSE RENEWAL-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING RENEWFU, STATUS='
                       WS-RENEWFU-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       4810-READ-RENEWAL.
           READ RENEWAL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RENEWAL-READ
           END-READ.
           IF NOT RENEWFU-OK AND NOT RENEWFU-EOF
               DISPLAY 'RENEWFU READ ERROR, STATUS='
                   WS-RENEWFU-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4820-SCRUB-RENEWAL-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-RNW-SURNAME)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-RNW-GIVEN-NAME)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF NOT WS-PERSON-FOUND
               MOVE WS-RNW-MEMBER-ID TO WS-MATCH-MEMBER-ID
               PERFORM 7200-FIND-MEMBER-ID
           END-IF.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-RNW-TITLE
               MOVE SPACES TO WS-RNW-GIVEN-NAME
               MOVE SPACES TO WS-RNW-SURNAME
               REWRITE RENEWAL-IO-RECORD
               IF WS-RENEWFU-STATUS NOT = '00'
                   DISPLAY 'RENEWFU REWRITE ERROR, STATUS='
                       WS-RENEWFU-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-RENEWAL-CLEARED
               ADD 1 TO WS-ERT-RENEWFU-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 4810-READ-RENEWAL.

      *    A WALK-IN WAITING ON FOLLOWUP FOR THE NEXT ENROLL RUN IS
      *    TREATED AS ON ENRLHELD - THE TITLE AND NAME ARE BLANKED,
      *    SO ENROLL SKIPS IT RATHER THAN PUT THE PERSON BACK ON THE
      *    MEMBER MASTER.
       4900-SCRUB-FOLLOWUPS.
           OPEN I-O FOLLOWUP-FILE.
           EVALUATE WS-FOLLOWUP-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4910-READ-FOLLOWUP
                   PERFORM 4920-SCRUB-FOLLOWUP-RECORD
                       UNTIL END-OF-FILE
                   CLOSE FOLLOWUP-FILE
               WHEN '05'
                   CLOSE FOLLOWUP-FILE
               WHEN OTHER
                   DISPLAY 'ERROR OPENING FOLLOWUP, STATUS='
                       WS-FOLLOWUP-STATUS
                   PERFORM 9999-ABORT-RUN
           END-EVALUATE.

       4910-READ-FOLLOWUP.
           READ FOLLOWUP-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-FOLLOWUP-READ
           END-READ.
           IF NOT FOLLOWUP-OK AND NOT FOLLOWUP-EOF
               DISPLAY 'FOLLOWUP READ ERROR, STATUS='
                   WS-FOLLOWUP-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4920-SCRUB-FOLLOWUP-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-SURNAME OF FOLLOWUP-IO-RECORD)
               TO WS-MATCH-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-GIVEN-NAME OF FOLLOWUP-IO-RECORD)
               TO WS-MATCH-GIVEN-NAME.
           PERFORM 7000-FIND-PERSON.
           IF WS-PERSON-FOUND
               MOVE SPACES TO WS-TITLE OF FOLLOWUP-IO-RECORD
               MOVE SPACES TO WS-GIVEN-NAME OF FOLLOWUP-IO-RECORD
               MOVE SPACES TO WS-SURNAME OF FOLLOWUP-IO-RECORD
               REWRITE FOLLOWUP-IO-RECORD
               IF WS-FOLLOWUP-STATUS NOT = '00'
                   DISPLAY 'FOLLOWUP REWRITE ERROR, STATUS='
                       WS-FOLLOWUP-STATUS
                   PERFORM 9999-ABORT-RUN
               END-IF
               ADD 1 TO WS-FOLLOWUP-CLEARED
               ADD 1 TO WS-ERT-FOLLOWUP-COUNT(WS-MATCH-IDX)
           END-IF.
           PERFORM 4910-READ-FOLLOWUP.

      *    ADD THIS STEP'S COUNTS TO THE ERASLIST RECORDS SO THE
      *    REGISTER SHOWS EVERY GENERATION CLEARED FOR EACH REQUEST.
       5000-POST-COUNTS.
           OPEN I-O ERASLIST-FILE.
           IF WS-ERASLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASLIST, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-ERT-IDX.
           PERFORM 1100-READ-ERASLIST.
           PERFORM 5100-POST-ENTRY UNTIL END-OF-FILE.
           CLOSE ERASLIST-FILE.

       5100-POST-ENTRY.
           ADD 1 TO WS-ERT-IDX.
           ADD WS-ERT-AUDITOUT-COUNT(WS-ERT-IDX)
               TO WS-ERS-AUDITOUT-COUNT.
           ADD WS-ERT-VSTARCH-COUNT(WS-ERT-IDX)
               TO WS-ERS-VSTARCH-COUNT.
           ADD WS-ERT-MEMBJRNL-COUNT(WS-ERT-IDX)
               TO WS-ERS-MEMBJRNL-COUNT.
           ADD WS-ERT-RMDOUT-COUNT(WS-ERT-IDX)
               TO WS-ERS-RMDOUT-COUNT.
           ADD WS-ERT-HOSTNTFY-COUNT(WS-ERT-IDX)
               TO WS-ERS-HOSTNTFY-COUNT.
           ADD WS-ERT-ENRLHELD-COUNT(WS-ERT-IDX)
               TO WS-ERS-ENRLHELD-COUNT.
           ADD WS-ERT-RENEWFU-COUNT(WS-ERT-IDX)
               TO WS-ERS-RENEWFU-COUNT.
           ADD WS-ERT-FOLLOWUP-COUNT(WS-ERT-IDX)
               TO WS-ERS-FOLLOWUP-COUNT.
           REWRITE ERASLIST-RECORD.
           IF WS-ERASLIST-STATUS NOT = '00'
               DISPLAY 'ERASLIST REWRITE ERROR, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           PERFORM 1100-READ-ERASLIST.

      *    HANDS EVERY ALIAS KNOWN SO FAR TO THE STEP FOR THE NEXT
      *    OLDER GENERATION.
       5500-WRITE-ALIASES.
           OPEN OUTPUT ALIAS-OUT-FILE.
           IF WS-ALIASOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ALIASOUT, STATUS='
                   WS-ALIASOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           PERFORM 5510-WRITE-ALIAS
               VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALT-COUNT.
           CLOSE ALIAS-OUT-FILE.

       5510-WRITE-ALIAS.
           MOVE WS-ALT-ERT-IDX(WS-ALT-IDX)
               TO WS-ALS-ENTRY-NO OF ALIAS-OUT-RECORD.
           MOVE WS-ALT-SURNAME(WS-ALT-IDX)
               TO WS-ALS-SURNAME OF ALIAS-OUT-RECORD.
           MOVE WS-ALT-GIVEN-NAME(WS-ALT-IDX)
               TO WS-ALS-GIVEN-NAME OF ALIAS-OUT-RECORD.
           WRITE ALIAS-OUT-RECORD.
           IF WS-ALIASOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ALIASOUT, STATUS='
                   WS-ALIASOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       6000-TERMINATE.
           DISPLAY '===== ERASURE SCRUB SUMMARY ====='.
           DISPLAY 'REQUESTS LOADED : ' WS-ERT-COUNT.
           DISPLAY 'AUDITOUT READ   : ' WS-AUDIT-READ.
           DISPLAY 'AUDITOUT BLANKED: ' WS-AUDIT-CLEARED.
           DISPLAY 'VSTARCH READ    : ' WS-ARCHIVE-READ.
           DISPLAY 'VSTARCH REMOVED : ' WS-ARCHIVE-CLEARED.
           DISPLAY 'MEMBJRNL READ   : ' WS-JOURNAL-READ.
           DISPLAY 'MEMBJRNL ERASED : ' WS-JOURNAL-CLEARED.
           DISPLAY 'RMDOUT READ     : ' WS-REMINDER-READ.
           DISPLAY 'RMDOUT BLANKED  : ' WS-REMINDER-CLEARED.
           DISPLAY 'HOSTNTFY READ   : ' WS-NOTIFY-READ.
           DISPLAY 'HOSTNTFY BLANKED: ' WS-NOTIFY-CLEARED.
           DISPLAY 'ENRLHELD READ   : ' WS-HELD-READ.
           DISPLAY 'ENRLHELD BLANKED: ' WS-HELD-CLEARED.
           DISPLAY 'RENEWFU READ    : ' WS-RENEWAL-READ.
           DISPLAY 'RENEWFU BLANKED : ' WS-RENEWAL-CLEARED.
           DISPLAY 'FOLLOWUP READ   : ' WS-FOLLOWUP-READ.
           DISPLAY 'FOLLOWUP BLANKED: ' WS-FOLLOWUP-CLEARED.
           DISPLAY 'ALIASES FOUND   : ' WS-ALIASES-FOUND.
           DISPLAY 'ALIASES PASSED  : ' WS-ALT-COUNT.

       7000-FIND-PERSON.
           MOVE 'N' TO WS-FOUND-SWITCH.
           IF WS-MATCH-SURNAME NOT = SPACES
               PERFORM 7100-TEST-ENTRY
                   VARYING WS-ERT-IDX FROM 1 BY 1
                   UNTIL WS-ERT-IDX > WS-ERT-COUNT
                       OR WS-PERSON-FOUND
               PERFORM 7150-TEST-ALIAS
                   VARYING WS-ALT-IDX FROM 1 BY 1
                   UNTIL WS-ALT-IDX > WS-ALT-COUNT
                       OR WS-PERSON-FOUND
           END-IF.

       7100-TEST-ENTRY.
           IF WS-ERT-IS-ACTIVE(WS-ERT-IDX)
                   AND WS-ERT-SURNAME(WS-ERT-IDX) = WS-MATCH-SURNAME
                   AND WS-ERT-GIVEN-NAME(WS-ERT-IDX)
                       = WS-MATCH-GIVEN-NAME
               SET WS-PERSON-FOUND TO TRUE
               MOVE WS-ERT-IDX TO WS-MATCH-IDX
           END-IF.

       7150-TEST-ALIAS.
           IF WS-ALT-SURNAME(WS-ALT-IDX) = WS-MATCH-SURNAME
                   AND WS-ALT-GIVEN-NAME(WS-ALT-IDX)
                       = WS-MATCH-GIVEN-NAME
               SET WS-PERSON-FOUND TO TRUE
               MOVE WS-ALT-ERT-IDX(WS-ALT-IDX) TO WS-MATCH-IDX
           END-IF.

      *    A REQUEST GIVEN ONLY A VISITOR'S NAME HAS NO MEMBER ID AND
      *    IS NEVER MATCHED ON ONE.
       7200-FIND-MEMBER-ID.
           MOVE 'N' TO WS-FOUND-SWITCH.
           IF WS-MATCH-MEMBER-ID NOT = SPACES
                   AND WS-MATCH-MEMBER-ID NOT = ZERO
               PERFORM 7250-TEST-MEMBER-ID
                   VARYING WS-ERT-IDX FROM 1 BY 1
                   UNTIL WS-ERT-IDX > WS-ERT-COUNT
                       OR WS-PERSON-FOUND
           END-IF.

       7250-TEST-MEMBER-ID.
           IF WS-ERT-IS-ACTIVE(WS-ERT-IDX)
                   AND WS-ERT-MEMBER-ID(WS-ERT-IDX) = WS-MATCH-MEMBER-ID
               SET WS-PERSON-FOUND TO TRUE
               MOVE WS-ERT-IDX TO WS-MATCH-IDX
           END-IF.

      *    ADDS WS-MATCH-NAME AS AN ALIAS OF ERASE TABLE ENTRY
      *    WS-ALIAS-FOR-IDX.
       7300-ADD-ALIAS.
           IF WS-ALT-COUNT NOT < WS-ALT-MAX
               DISPLAY 'MORE THAN ' WS-ALT-MAX ' ALIASES FOUND - '
                   'SPLIT THE ERASREQ DECK'
               PERFORM 9999-ABORT-RUN
           END-IF.
           ADD 1 TO WS-ALT-COUNT.
           MOVE WS-ALIAS-FOR-IDX TO WS-ALT-ERT-IDX(WS-ALT-COUNT).
           MOVE WS-MATCH-SURNAME TO WS-ALT-SURNAME(WS-ALT-COUNT).
           MOVE WS-MATCH-GIVEN-NAME TO WS-ALT-GIVEN-NAME(WS-ALT-COUNT).

       9999-ABORT-RUN.
           DISPLAY 'ERASCRUB ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
