               FILE STATUS IS WS-FOLLOWUP-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO MEMBMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-MEMBER-KEY
               ALTERNATE RECORD KEY IS WS-MEMBER-ID
               FILE STATUS IS WS-MEMBMSTR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO MEMBJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MEMBJRNL-STATUS.
           SELECT REVIEW-FILE ASSIGN TO DUPRVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPRVW-STATUS.
           SELECT HELD-FILE ASSIGN TO ENRLHELD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENRLHELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY JRNLREC REPLACING WS-JOURNAL-RECORD BY JOURNAL-OUT-RECORD.

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  REVIEW-OUT-LINE                 PIC X(80).

       FD  HELD-FILE
           RECORDING MODE IS F.
       COPY NAMEREC REPLACING WS-NAME-RECORD BY HELD-OUT-RECORD.

       WORKING-STORAGE SECTION.
       COPY NAMEREC.
       COPY ENRLCTL.
       01  WS-ENRLCTL-STATUS               PIC XX.
       01  WS-ENRLRPT-STATUS               PIC XX.
       01  WS-MEMBJRNL-STATUS              PIC XX.
       01  WS-DUPRVW-STATUS                PIC XX.
       01  WS-ENRLHELD-STATUS              PIC XX.

       01  WS-ENRLRPT-OPEN-SWITCH          PIC X VALUE 'N'.
           88  WS-ENRLRPT-IS-OPEN          VALUE 'Y'.
       01  WS-TOTAL-ENROLLED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REPEATS                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-SKIPPED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-HELD                   PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

      *    A NEW MEMBER JOINS TODAY AND EXPIRES ONE TERM FROM TODAY
      *    (HELLO_MEMBER_TERM_DAYS, DEFAULT 365).
       01  WS-TERM-DAYS                    PIC 9(4) VALUE 365.
       01  WS-ENV-TERM-DAYS                PIC X(4).
       01  WS-TERM-EXPIRY-DATE             PIC 9(8).

       01  WS-ON-FILE-SWITCH               PIC X.
           88  WS-ALREADY-ON-FILE          VALUE 'Y'.
           88  WS-NOT-ON-FILE              VALUE 'N'.
           88  WS-MASTER-READ-ERROR        VALUE 'E'.

      *    HELLO_NEAR_MATCH=OFF TURNS THE NEAR-MATCH CHECK OFF, FOR
      *    RE-FEEDING HELD VISITORS THE DESK HAS CLEARED AS NEW.
       01  WS-ENV-NEAR-MATCH               PIC X(3).
       01  WS-NEAR-MATCH-CHECK             PIC X VALUE 'Y'.
           88  WS-NEAR-MATCH-ON            VALUE 'Y'.

       01  WS-NEAR-MATCH-SWITCH            PIC X VALUE 'N'.
           88  WS-NEAR-MATCH-FOUND         VALUE 'Y'.
       01  WS-SCAN-SWITCH                  PIC X VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.

       01  WS-PROBE-KEY.
           05  WS-PRB-SURNAME              PIC X(20).
           05  WS-PRB-GIVEN-NAME           PIC X(15).
       01  WS-PRB-SURNAME-CODE             PIC X(4).
       01  WS-PRB-GIVEN-CODE               PIC X(4).

      *    SOUNDEX CODING - THE FIRST LETTER FOLLOWED BY THE DIGITS
      *    OF THE NEXT THREE CONSONANT SOUNDS, SO JON/JOHN AND
      *    SMITH/SMYTH CODE ALIKE. H AND W DO NOT SEPARATE TWO
      *    LETTERS OF THE SAME SOUND; VOWELS DO.
       01  WS-SDX-NAME                     PIC X(20).
       01  WS-SDX-DIGITS                   PIC X(20).
       01  WS-SDX-CODE                     PIC X(4).
       01  WS-SDX-CHAR                     PIC X.
           88  WS-SDX-CONSONANT            VALUE '1' THRU '6'.
           88  WS-SDX-VOWEL                VALUE '0'.
       01  WS-SDX-LAST                     PIC X.
       01  WS-SDX-IDX                      PIC 99.
       01  WS-SDX-LEN                      PIC 9.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(31)
               VALUE '===== ENROLLMENT REGISTER '.
           05  WS-TOT-LABEL                PIC X(18).
           05  WS-TOT-COUNT                PIC 9(6).

       01  WS-RVW-HEADING.
           05  FILLER                      PIC X(35)
               VALUE '===== NEAR-MATCH ENROLLMENT REVIEW '.
           05  WS-RVH-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RVW-VISITOR.
           05  FILLER                      PIC X(6) VALUE 'HELD  '.
           05  WS-RVV-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RVV-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X(8) VALUE ' BRANCH '.
           05  WS-RVV-BRANCH               PIC X(3).

       01  WS-RVW-CANDIDATE.
           05  FILLER                      PIC X(18)
               VALUE '      LIKE MEMBER '.
           05  WS-RVC-MEMBER-ID            PIC 9(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RVC-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RVC-GIVEN-NAME           PIC X(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
               SET END-OF-FOLLOWUP TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           IF WS-DUPRVW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUPRVW, STATUS='
                   WS-DUPRVW-STATUS
               SET END-OF-FOLLOWUP TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT HELD-FILE.
           IF WS-ENRLHELD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ENRLHELD, STATUS='
                   WS-ENRLHELD-STATUS
               SET END-OF-FOLLOWUP TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'HELLO_NEAR_MATCH' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-NEAR-MATCH FROM ENVIRONMENT-VALUE.
           IF FUNCTION UPPER-CASE(WS-ENV-NEAR-MATCH) = 'OFF'
               MOVE 'N' TO WS-NEAR-MATCH-CHECK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1200-SET-TERM.
           IF NOT END-OF-FOLLOWUP
               PERFORM 1100-READ-CONTROL
           END-IF.
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               MOVE WS-RPT-HEADING TO ENRLRPT-OUT-LINE
               WRITE ENRLRPT-OUT-LINE
               MOVE WS-RUN-DATE TO WS-RVH-DATE
               MOVE WS-RVW-HEADING TO REVIEW-OUT-LINE
               PERFORM 2490-WRITE-REVIEW-LINE
               PERFORM 2100-READ-FOLLOWUP
           END-IF.

               MOVE ENRLCTL-IO-RECORD TO WS-ENRL-CONTROL
           END-IF.

       1200-SET-TERM.
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

      *    A WALK-IN WHOSE DATA HAS BEEN ERASED IS LEFT ON FOLLOWUP
      *    OR ENRLHELD WITH A BLANK NAME AND IS NOT ENROLLED.
       2000-PROCESS-FOLLOWUP.
           MOVE FOLLOWUP-IN-RECORD TO WS-NAME-RECORD.
           IF WS-SURNAME OF WS-NAME-RECORD = SPACES
               ADD 1 TO WS-TOTAL-SKIPPED
           ELSE
               PERFORM 2200-ENROLL-VISITOR
           END-IF.
           PERFORM 2100-READ-FOLLOWUP.

       2100-READ-FOLLOWUP.
               TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-GIVEN-NAME OF WS-NAME-RECORD)
               TO WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD.
           SET WS-MASTER-READ-ERROR TO TRUE.
           READ MEMBER-MASTER
               INVALID KEY
                   SET WS-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-ALREADY-ON-FILE TO TRUE
           END-READ.
           IF WS-MEMBMSTR-STATUS NOT = '00'
                   AND WS-MEMBMSTR-STATUS(1:1) NOT = '2'
               DISPLAY 'MEMBMSTR READ ERROR, STATUS='
                   WS-MEMBMSTR-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ALREADY-ON-FILE
                   ADD 1 TO WS-TOTAL-REPEATS
                   MOVE WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                       TO WS-DTL-MEMBER-ID
                   MOVE 'ALREADY ON FILE' TO WS-DTL-DISPOSITION
                   PERFORM 2500-WRITE-REGISTER-LINE
               WHEN WS-NOT-ON-FILE
                   PERFORM 2250-CHECK-NEAR-MATCH
                   IF WS-NEAR-MATCH-FOUND
                       PERFORM 2290-HOLD-FOR-REVIEW
                   ELSE
                       PERFORM 2300-ADD-NEW-MEMBER
                   END-IF
           END-EVALUATE.

      *    A VISITOR NOT ON FILE UNDER THE EXACT NAME MAY STILL BE A
      *    MEMBER KEYED A LITTLE DIFFERENTLY (JON / JOHN, SMITH /
      *    SMYTH). SOUNDEX KEEPS THE FIRST LETTER, SO ONLY MEMBERS
      *    WHOSE SURNAME STARTS WITH THE SAME LETTER ARE CANDIDATES.
      *    A CANDIDATE IS A LIKELY MATCH WHEN THE SURNAMES SOUND
      *    ALIKE AND THE GIVEN NAMES EITHER SOUND ALIKE OR ONE IS
      *    JUST THE OTHER'S INITIAL.
       2250-CHECK-NEAR-MATCH.
           MOVE 'N' TO WS-NEAR-MATCH-SWITCH.
           IF WS-NEAR-MATCH-ON
                   AND WS-SURNAME OF WS-NAME-RECORD NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SURNAME OF WS-NAME-RECORD)
                   TO WS-PRB-SURNAME
               MOVE FUNCTION UPPER-CASE(
                   WS-GIVEN-NAME OF WS-NAME-RECORD)
                   TO WS-PRB-GIVEN-NAME
               MOVE WS-PRB-SURNAME TO WS-SDX-NAME
               PERFORM 2270-SET-SOUNDEX
               MOVE WS-SDX-CODE TO WS-PRB-SURNAME-CODE
               MOVE WS-PRB-GIVEN-NAME TO WS-SDX-NAME
               PERFORM 2270-SET-SOUNDEX
               MOVE WS-SDX-CODE TO WS-PRB-GIVEN-CODE
               MOVE 'N' TO WS-SCAN-SWITCH
               MOVE LOW-VALUES TO WS-MEMBER-KEY OF MEMBER-MASTER-RECORD
               MOVE WS-PRB-SURNAME(1:1)
                   TO WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD(1:1)
               START MEMBER-MASTER KEY NOT < WS-MEMBER-KEY
                       OF MEMBER-MASTER-RECORD
                   INVALID KEY
                       SET WS-SCAN-DONE TO TRUE
               END-START
               PERFORM 2260-SCAN-CANDIDATE UNTIL WS-SCAN-DONE
           END-IF.

       2260-SCAN-CANDIDATE.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
               IF WS-MEMBMSTR-STATUS NOT = '00'
                   DISPLAY 'MEMBMSTR SCAN ERROR, STATUS='
                       WS-MEMBMSTR-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD(1:1)
                           NOT = WS-PRB-SURNAME(1:1)
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 2265-COMPARE-CANDIDATE
                   END-IF
               END-IF
           END-IF.

       2265-COMPARE-CANDIDATE.
           MOVE WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
               TO WS-SDX-NAME.
           PERFORM 2270-SET-SOUNDEX.
           IF WS-SDX-CODE = WS-PRB-SURNAME-CODE
               MOVE WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD
                   TO WS-SDX-NAME
               PERFORM 2270-SET-SOUNDEX
               IF WS-SDX-CODE = WS-PRB-GIVEN-CODE
                       OR ((WS-PRB-GIVEN-NAME(2:) = SPACES
                       OR WS-MEMBER-GIVEN-NAME
                           OF MEMBER-MASTER-RECORD(2:) = SPACES)
                       AND WS-PRB-GIVEN-NAME(1:1)
                           = WS-MEMBER-GIVEN-NAME
                               OF MEMBER-MASTER-RECORD(1:1))
                   IF NOT WS-NEAR-MATCH-FOUND
                       SET WS-NEAR-MATCH-FOUND TO TRUE
                       MOVE WS-SURNAME OF WS-NAME-RECORD
                           TO WS-RVV-SURNAME
                       MOVE WS-GIVEN-NAME OF WS-NAME-RECORD
                           TO WS-RVV-GIVEN-NAME
                       MOVE WS-BRANCH-CODE OF WS-NAME-RECORD
                           TO WS-RVV-BRANCH
                       MOVE WS-RVW-VISITOR TO REVIEW-OUT-LINE
                       PERFORM 2490-WRITE-REVIEW-LINE
                   END-IF
                   MOVE WS-MEMBER-ID OF MEMBER-MASTER-RECORD
                       TO WS-RVC-MEMBER-ID
                   MOVE WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
                       TO WS-RVC-SURNAME
                   MOVE WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD
                       TO WS-RVC-GIVEN-NAME
                   MOVE WS-RVW-CANDIDATE TO REVIEW-OUT-LINE
                   PERFORM 2490-WRITE-REVIEW-LINE
               END-IF
           END-IF.

       2270-SET-SOUNDEX.
           MOVE WS-SDX-NAME TO WS-SDX-DIGITS.
           INSPECT WS-SDX-DIGITS CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO '0123012-02245501262301-202'.
           MOVE '0000' TO WS-SDX-CODE.
           MOVE WS-SDX-NAME(1:1) TO WS-SDX-CODE(1:1).
           MOVE WS-SDX-DIGITS(1:1) TO WS-SDX-LAST.
           MOVE 1 TO WS-SDX-LEN.
           PERFORM 2275-SOUNDEX-LETTER
               VARYING WS-SDX-IDX FROM 2 BY 1
               UNTIL WS-SDX-IDX > 20 OR WS-SDX-LEN = 4.

       2275-SOUNDEX-LETTER.
           MOVE WS-SDX-DIGITS(WS-SDX-IDX:1) TO WS-SDX-CHAR.
           EVALUATE TRUE
               WHEN WS-SDX-CONSONANT
                   IF WS-SDX-CHAR NOT = WS-SDX-LAST
                       ADD 1 TO WS-SDX-LEN
                       MOVE WS-SDX-CHAR TO WS-SDX-CODE(WS-SDX-LEN:1)
                   END-IF
                   MOVE WS-SDX-CHAR TO WS-SDX-LAST
               WHEN WS-SDX-VOWEL
                   MOVE WS-SDX-CHAR TO WS-SDX-LAST
           END-EVALUATE.

      *    A LIKELY MATCH IS NOT GIVEN A NEW ID. THE VISITOR GOES TO
      *    THE REVIEW REPORT AND THE ENRLHELD FILE; ONES THE DESK
      *    CLEARS AS NEW PEOPLE ARE ENROLLED BY RE-RUNNING ENROLL
      *    OVER ENRLHELD WITH HELLO_NEAR_MATCH=OFF.
       2290-HOLD-FOR-REVIEW.
           ADD 1 TO WS-TOTAL-HELD.
           MOVE WS-NAME-RECORD TO HELD-OUT-RECORD.
           WRITE HELD-OUT-RECORD.
           IF WS-ENRLHELD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ENRLHELD, STATUS='
                   WS-ENRLHELD-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE ZERO TO WS-DTL-MEMBER-ID.
           MOVE 'HELD FOR REVIEW' TO WS-DTL-DISPOSITION.
           PERFORM 2500-WRITE-REGISTER-LINE.

       2300-ADD-NEW-MEMBER.
           IF WS-RANGE-EXHAUSTED
                   TO WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD
               MOVE WS-ENRL-NEXT-ID OF WS-ENRL-CONTROL
                   TO WS-MEMBER-ID OF MEMBER-MASTER-RECORD
               MOVE WS-RUN-DATE
                   TO WS-MEMBER-JOIN-DATE OF MEMBER-MASTER-RECORD
               MOVE WS-TERM-EXPIRY-DATE
                   TO WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
               SET WS-MEMBER-ACTIVE OF MEMBER-MASTER-RECORD TO TRUE
               WRITE MEMBER-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SKIPPED
               TO WS-JRN-TIMESTAMP OF WS-JOURNAL-RECORD.
           MOVE 'ENROLL' TO WS-JRN-PROGRAM OF WS-JOURNAL-RECORD.
           MOVE 'A' TO WS-JRN-ACTION OF WS-JOURNAL-RECORD.
           SET WS-JRN-MEMBMSTR OF WS-JOURNAL-RECORD TO TRUE.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE OF WS-JOURNAL-RECORD.
           MOVE MEMBER-MASTER-RECORD
               TO WS-JRN-AFTER-IMAGE OF WS-JOURNAL-RECORD.
               MOVE 12 TO RETURN-CODE
           END-IF.

       2490-WRITE-REVIEW-LINE.
           WRITE REVIEW-OUT-LINE.
           IF WS-DUPRVW-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DUPRVW, STATUS='
                   WS-DUPRVW-STATUS
           END-IF.

       2500-WRITE-REGISTER-LINE.
           MOVE WS-SURNAME OF WS-NAME-RECORD TO WS-DTL-SURNAME.
           MOVE WS-GIVEN-NAME OF WS-NAME-RECORD TO WS-DTL-GIVEN-NAME.
           CLOSE MEMBER-MASTER.
           CLOSE ENRLCTL-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REVIEW-FILE.
           CLOSE HELD-FILE.
           DISPLAY '===== ENROLLMENT SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'FOLLOWUP READ   : ' WS-RECS-READ.
           DISPLAY 'TOTAL ENROLLED  : ' WS-TOTAL-ENROLLED.
           DISPLAY 'REPEAT VISITORS : ' WS-TOTAL-REPEATS.
           DISPLAY 'TOTAL SKIPPED   : ' WS-TOTAL-SKIPPED.
           DISPLAY 'HELD FOR REVIEW : ' WS-TOTAL-HELD.
           IF WS-RANGE-EXHAUSTED
               DISPLAY 'WARNING: MEMBER NUMBER RANGE EXHAUSTED, '
                   'EXTEND ENRLCTL BEFORE THE NEXT RUN'
           MOVE WS-TOTAL-SKIPPED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO ENRLRPT-OUT-LINE.
           WRITE ENRLRPT-OUT-LINE.
           MOVE 'HELD FOR REVIEW :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-HELD TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO ENRLRPT-OUT-LINE.
           WRITE ENRLRPT-OUT-LINE.

       3200-REWRITE-CONTROL.
           IF WS-TOTAL-ENROLLED > ZERO
