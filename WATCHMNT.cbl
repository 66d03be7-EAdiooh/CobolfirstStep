       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHMNT.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WCHTRAN-FILE ASSIGN TO WCHTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCHTRAN-STATUS.
           SELECT WATCH-MASTER ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-WATCH-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT WCHRPT-FILE ASSIGN TO WCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WCHTRAN-FILE
           RECORDING MODE IS F.
       COPY WCHTRAN REPLACING WS-WATCH-TRAN BY WCHTRAN-IN-RECORD.

       FD  WATCH-MASTER.
       COPY WATCHREC REPLACING WS-WATCH-RECORD BY WATCH-MASTER-RECORD.

       FD  WCHRPT-FILE
           RECORDING MODE IS F.
       01  WCHRPT-OUT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WCHTRAN.

       01  WS-WCHTRAN-STATUS               PIC XX.
           88  WCHTRAN-OK                  VALUE '00'.
           88  WCHTRAN-EOF                 VALUE '10'.

       01  WS-WATCHLST-STATUS              PIC XX.
       01  WS-WCHRPT-STATUS                PIC XX.

       01  WS-WCHRPT-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-WCHRPT-IS-OPEN           VALUE 'Y'.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-WCHTRAN              VALUE 'Y'.

       01  WS-TRANS-READ                   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-APPLIED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-REJECT-REASON                PIC X(25).

       01  WS-EDIT-DATE                    PIC 9(8).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-EDT-YEAR                 PIC 9(4).
           05  WS-EDT-MONTH                PIC 99.
           05  WS-EDT-DAY                  PIC 99.

       01  WS-BRANCH-IDX                   PIC 9.
       01  WS-BRANCH-COUNT                 PIC 9.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(32)
               VALUE '===== WATCH LIST MAINTENANCE '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-DETAIL.
           05  WS-DTL-ACTION               PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-REASON-CODE          PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-REASON               PIC X(25).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(16).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANS UNTIL END-OF-WCHTRAN.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT WCHTRAN-FILE.
           IF WS-WCHTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WCHTRAN, STATUS='
                   WS-WCHTRAN-STATUS
               SET END-OF-WCHTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN I-O WATCH-MASTER.
           IF WS-WATCHLST-STATUS = '35'
               OPEN OUTPUT WATCH-MASTER
               IF WS-WATCHLST-STATUS = '00'
                   CLOSE WATCH-MASTER
                   OPEN I-O WATCH-MASTER
               END-IF
           END-IF.
           IF WS-WATCHLST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WATCHLST, STATUS='
                   WS-WATCHLST-STATUS
               SET END-OF-WCHTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT WCHRPT-FILE.
           IF WS-WCHRPT-STATUS = '00'
               SET WS-WCHRPT-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'ERROR OPENING WCHRPT, STATUS=' WS-WCHRPT-STATUS
               SET END-OF-WCHTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF NOT END-OF-WCHTRAN
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               MOVE WS-RPT-HEADING TO WCHRPT-OUT-LINE
               WRITE WCHRPT-OUT-LINE
               PERFORM 2100-READ-WCHTRAN
           END-IF.

       2000-PROCESS-TRANS.
           MOVE WCHTRAN-IN-RECORD TO WS-WATCH-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WS-WTR-ADD OF WS-WATCH-TRAN
                   PERFORM 2200-APPLY-ADD
               WHEN WS-WTR-CHANGE OF WS-WATCH-TRAN
                   PERFORM 2300-APPLY-CHANGE
               WHEN WS-WTR-DELETE OF WS-WATCH-TRAN
                   PERFORM 2400-APPLY-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           PERFORM 2500-WRITE-REPORT-LINE.
           PERFORM 2100-READ-WCHTRAN.

       2100-READ-WCHTRAN.
           READ WCHTRAN-FILE
               AT END
                   SET END-OF-WCHTRAN TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.
           IF NOT WCHTRAN-OK AND NOT WCHTRAN-EOF
               DISPLAY 'WCHTRAN READ ERROR, STATUS=' WS-WCHTRAN-STATUS
               SET END-OF-WCHTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2150-EDIT-ENTRY.
           IF WS-WTR-SURNAME OF WS-WATCH-TRAN = SPACES
               MOVE 'SURNAME MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-WTR-REASON OF WS-WATCH-TRAN = SPACES
               MOVE 'REASON CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-BRANCH-COUNT
               PERFORM 2160-COUNT-BRANCH
                   VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > 5
               IF WS-BRANCH-COUNT = ZERO
                   MOVE 'NO BRANCH COVERED' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-WTR-EXPIRY-DATE OF WS-WATCH-TRAN NOT NUMERIC
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               ELSE
                   IF WS-WTR-EXPIRY-DATE OF WS-WATCH-TRAN NOT = ZERO
                       MOVE WS-WTR-EXPIRY-DATE OF WS-WATCH-TRAN
                           TO WS-EDIT-DATE
                       IF WS-EDT-MONTH < 1 OR WS-EDT-MONTH > 12
                               OR WS-EDT-DAY < 1 OR WS-EDT-DAY > 31
                           MOVE 'INVALID EXPIRY DATE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2160-COUNT-BRANCH.
           IF WS-WTR-BRANCH OF WS-WATCH-TRAN (WS-BRANCH-IDX)
                   NOT = SPACES
               ADD 1 TO WS-BRANCH-COUNT
           END-IF.

       2170-SET-MASTER-KEY.
           MOVE FUNCTION UPPER-CASE(WS-WTR-SURNAME OF WS-WATCH-TRAN)
               TO WS-WCH-SURNAME OF WATCH-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-WTR-GIVEN-NAME OF WS-WATCH-TRAN)
               TO WS-WCH-GIVEN-NAME OF WATCH-MASTER-RECORD.

       2180-MOVE-ENTRY.
           MOVE WS-WTR-REASON OF WS-WATCH-TRAN
               TO WS-WCH-REASON OF WATCH-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-WTR-BRANCH-LIST OF WS-WATCH-TRAN)
               TO WS-WCH-BRANCH-LIST OF WATCH-MASTER-RECORD.
           MOVE WS-WTR-EXPIRY-DATE OF WS-WATCH-TRAN
               TO WS-WCH-EXPIRY-DATE OF WATCH-MASTER-RECORD.

       2200-APPLY-ADD.
           PERFORM 2150-EDIT-ENTRY.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2170-SET-MASTER-KEY
               PERFORM 2180-MOVE-ENTRY
               WRITE WATCH-MASTER-RECORD
                   INVALID KEY
                       MOVE 'ALREADY ON WATCH LIST' TO WS-REJECT-REASON
               END-WRITE
               IF WS-REJECT-REASON = SPACES
                       AND WS-WATCHLST-STATUS NOT = '00'
                   MOVE 'MASTER WRITE ERROR' TO WS-REJECT-REASON
                   DISPLAY 'WATCHLST WRITE ERROR, STATUS='
                       WS-WATCHLST-STATUS
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
           PERFORM 2150-EDIT-ENTRY.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2170-SET-MASTER-KEY
               READ WATCH-MASTER
                   INVALID KEY
                       MOVE 'NOT ON WATCH LIST' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 2180-MOVE-ENTRY
                       REWRITE WATCH-MASTER-RECORD
                           INVALID KEY
                               MOVE 'MASTER REWRITE ERROR'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
               IF WS-REJECT-REASON = SPACES
                       AND WS-WATCHLST-STATUS NOT = '00'
                   MOVE 'MASTER REWRITE ERROR' TO WS-REJECT-REASON
                   DISPLAY 'WATCHLST REWRITE ERROR, STATUS='
                       WS-WATCHLST-STATUS
               END-IF
           END-IF.

       2400-APPLY-DELETE.
           PERFORM 2170-SET-MASTER-KEY.
           DELETE WATCH-MASTER RECORD
               INVALID KEY
                   MOVE 'NOT ON WATCH LIST' TO WS-REJECT-REASON
           END-DELETE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-WATCHLST-STATUS NOT = '00'
               MOVE 'MASTER DELETE ERROR' TO WS-REJECT-REASON
               DISPLAY 'WATCHLST DELETE ERROR, STATUS='
                   WS-WATCHLST-STATUS
           END-IF.

       2500-WRITE-REPORT-LINE.
           MOVE WS-WTR-ACTION OF WS-WATCH-TRAN TO WS-DTL-ACTION.
           MOVE WS-WTR-SURNAME OF WS-WATCH-TRAN TO WS-DTL-SURNAME.
           MOVE WS-WTR-GIVEN-NAME OF WS-WATCH-TRAN
               TO WS-DTL-GIVEN-NAME.
           MOVE WS-WTR-REASON OF WS-WATCH-TRAN TO WS-DTL-REASON-CODE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE 'APPLIED' TO WS-DTL-DISPOSITION
               MOVE SPACES TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE 'REJECTED' TO WS-DTL-DISPOSITION
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           MOVE WS-RPT-DETAIL TO WCHRPT-OUT-LINE.
           WRITE WCHRPT-OUT-LINE.
           IF WS-WCHRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING WCHRPT, STATUS=' WS-WCHRPT-STATUS
           END-IF.

       3000-TERMINATE.
           IF WS-WCHRPT-IS-OPEN
               PERFORM 3100-PRINT-TOTALS
               CLOSE WCHRPT-FILE
           END-IF.
           CLOSE WCHTRAN-FILE.
           CLOSE WATCH-MASTER.
           DISPLAY '===== WATCH LIST MAINTENANCE SUMMARY ====='.
           DISPLAY 'RUN DATE       : ' WS-RUN-DATE.
           DISPLAY 'TRANS READ     : ' WS-TRANS-READ.
           DISPLAY 'TOTAL APPLIED  : ' WS-TOTAL-APPLIED.
           DISPLAY 'TOTAL REJECTED : ' WS-TOTAL-REJECTED.

       3100-PRINT-TOTALS.
           MOVE 'TRANS READ     :' TO WS-TOT-LABEL.
           MOVE WS-TRANS-READ TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO WCHRPT-OUT-LINE.
           WRITE WCHRPT-OUT-LINE.
           MOVE 'TOTAL APPLIED  :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-APPLIED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO WCHRPT-OUT-LINE.
           WRITE WCHRPT-OUT-LINE.
           MOVE 'TOTAL REJECTED :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO WCHRPT-OUT-LINE.
           WRITE WCHRPT-OUT-LINE.
