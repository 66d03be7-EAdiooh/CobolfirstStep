       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSTMNT.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSTTRAN-FILE ASSIGN TO HSTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTTRAN-STATUS.
           SELECT HOST-MASTER ASSIGN TO HOSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-HOST-ID
               FILE STATUS IS WS-HOSTMSTR-STATUS.
           SELECT HSTRPT-FILE ASSIGN TO HSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HSTTRAN-FILE
           RECORDING MODE IS F.
       COPY HSTTRAN REPLACING WS-HOST-TRAN BY HSTTRAN-IN-RECORD.

       FD  HOST-MASTER.
       COPY HOSTREC REPLACING WS-HOST-RECORD BY HOST-MASTER-RECORD.

       FD  HSTRPT-FILE
           RECORDING MODE IS F.
       01  HSTRPT-OUT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY HSTTRAN.

       01  WS-HSTTRAN-STATUS               PIC XX.
           88  HSTTRAN-OK                  VALUE '00'.
           88  HSTTRAN-EOF                 VALUE '10'.

       01  WS-HOSTMSTR-STATUS              PIC XX.
       01  WS-HSTRPT-STATUS                PIC XX.

       01  WS-HSTRPT-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-HSTRPT-IS-OPEN           VALUE 'Y'.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-HSTTRAN              VALUE 'Y'.

       01  WS-TRANS-READ                   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-APPLIED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-REJECT-REASON                PIC X(25).

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(34)
               VALUE '===== HOST DIRECTORY MAINTENANCE '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-DETAIL.
           05  WS-DTL-ACTION               PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-HOST-ID              PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
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
           PERFORM 2000-PROCESS-TRANS UNTIL END-OF-HSTTRAN.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT HSTTRAN-FILE.
           IF WS-HSTTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HSTTRAN, STATUS='
                   WS-HSTTRAN-STATUS
               SET END-OF-HSTTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN I-O HOST-MASTER.
           IF WS-HOSTMSTR-STATUS = '35'
               OPEN OUTPUT HOST-MASTER
               IF WS-HOSTMSTR-STATUS = '00'
                   CLOSE HOST-MASTER
                   OPEN I-O HOST-MASTER
               END-IF
           END-IF.
           IF WS-HOSTMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOSTMSTR, STATUS='
                   WS-HOSTMSTR-STATUS
               SET END-OF-HSTTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT HSTRPT-FILE.
           IF WS-HSTRPT-STATUS = '00'
               SET WS-HSTRPT-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'ERROR OPENING HSTRPT, STATUS=' WS-HSTRPT-STATUS
               SET END-OF-HSTTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF NOT END-OF-HSTTRAN
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               MOVE WS-RPT-HEADING TO HSTRPT-OUT-LINE
               WRITE HSTRPT-OUT-LINE
               PERFORM 2100-READ-HSTTRAN
           END-IF.

       2000-PROCESS-TRANS.
           MOVE HSTTRAN-IN-RECORD TO WS-HOST-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-HTR-HOST-ID OF WS-HOST-TRAN = SPACES
               MOVE 'HOST ID MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-HTR-ADD OF WS-HOST-TRAN
                       PERFORM 2200-APPLY-ADD
                   WHEN WS-HTR-CHANGE OF WS-HOST-TRAN
                       PERFORM 2300-APPLY-CHANGE
                   WHEN WS-HTR-DELETE OF WS-HOST-TRAN
                       PERFORM 2400-APPLY-DELETE
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           PERFORM 2500-WRITE-REPORT-LINE.
           PERFORM 2100-READ-HSTTRAN.

       2100-READ-HSTTRAN.
           READ HSTTRAN-FILE
               AT END
                   SET END-OF-HSTTRAN TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.
           IF NOT HSTTRAN-OK AND NOT HSTTRAN-EOF
               DISPLAY 'HSTTRAN READ ERROR, STATUS=' WS-HSTTRAN-STATUS
               SET END-OF-HSTTRAN TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    A HOST THE GATEWAY CANNOT REACH IS NO USE TO THE DESK, SO
      *    AT LEAST ONE OF THE EXTENSION AND E-MAIL IS REQUIRED.
       2150-EDIT-HOST.
           IF WS-HTR-SURNAME OF WS-HOST-TRAN = SPACES
               MOVE 'HOST SURNAME MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-HTR-BRANCH OF WS-HOST-TRAN = SPACES
               MOVE 'HOST BRANCH MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-HTR-EXTENSION OF WS-HOST-TRAN = SPACES
                   AND WS-HTR-EMAIL OF WS-HOST-TRAN = SPACES
               MOVE 'NO EXTENSION OR E-MAIL' TO WS-REJECT-REASON
           END-IF.

       2170-SET-MASTER-KEY.
           MOVE FUNCTION UPPER-CASE(WS-HTR-HOST-ID OF WS-HOST-TRAN)
               TO WS-HOST-ID OF HOST-MASTER-RECORD.

       2180-MOVE-HOST.
           MOVE WS-HTR-SURNAME OF WS-HOST-TRAN
               TO WS-HOST-SURNAME OF HOST-MASTER-RECORD.
           MOVE WS-HTR-GIVEN-NAME OF WS-HOST-TRAN
               TO WS-HOST-GIVEN-NAME OF HOST-MASTER-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-HTR-BRANCH OF WS-HOST-TRAN)
               TO WS-HOST-BRANCH OF HOST-MASTER-RECORD.
           MOVE WS-HTR-EXTENSION OF WS-HOST-TRAN
               TO WS-HOST-EXTENSION OF HOST-MASTER-RECORD.
           MOVE WS-HTR-EMAIL OF WS-HOST-TRAN
               TO WS-HOST-EMAIL OF HOST-MASTER-RECORD.

       2200-APPLY-ADD.
           PERFORM 2150-EDIT-HOST.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2170-SET-MASTER-KEY
               PERFORM 2180-MOVE-HOST
               WRITE HOST-MASTER-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE HOST ID' TO WS-REJECT-REASON
               END-WRITE
               IF WS-REJECT-REASON = SPACES
                       AND WS-HOSTMSTR-STATUS NOT = '00'
                   MOVE 'MASTER WRITE ERROR' TO WS-REJECT-REASON
                   DISPLAY 'HOSTMSTR WRITE ERROR, STATUS='
                       WS-HOSTMSTR-STATUS
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
           PERFORM 2150-EDIT-HOST.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2170-SET-MASTER-KEY
               READ HOST-MASTER
                   INVALID KEY
                       MOVE 'HOST NOT ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 2180-MOVE-HOST
                       REWRITE HOST-MASTER-RECORD
                           INVALID KEY
                               MOVE 'MASTER REWRITE ERROR'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
               IF WS-REJECT-REASON = SPACES
                       AND WS-HOSTMSTR-STATUS NOT = '00'
                   MOVE 'MASTER REWRITE ERROR' TO WS-REJECT-REASON
                   DISPLAY 'HOSTMSTR REWRITE ERROR, STATUS='
                       WS-HOSTMSTR-STATUS
               END-IF
           END-IF.

      *    BOOKINGS ALREADY CARRYING A DELETED HOST ID STAND; THE
      *    ARRIVAL NOTICE GOES OUT WITH THE HOST DETAILS BLANK AND
      *    THE DESK PHONES ROUND AS BEFORE.
       2400-APPLY-DELETE.
           PERFORM 2170-SET-MASTER-KEY.
           DELETE HOST-MASTER RECORD
               INVALID KEY
                   MOVE 'HOST NOT ON FILE' TO WS-REJECT-REASON
           END-DELETE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-HOSTMSTR-STATUS NOT = '00'
               MOVE 'MASTER DELETE ERROR' TO WS-REJECT-REASON
               DISPLAY 'HOSTMSTR DELETE ERROR, STATUS='
                   WS-HOSTMSTR-STATUS
           END-IF.

       2500-WRITE-REPORT-LINE.
           MOVE WS-HTR-ACTION OF WS-HOST-TRAN TO WS-DTL-ACTION.
           MOVE WS-HTR-HOST-ID OF WS-HOST-TRAN TO WS-DTL-HOST-ID.
           MOVE WS-HTR-SURNAME OF WS-HOST-TRAN TO WS-DTL-SURNAME.
           MOVE WS-HTR-GIVEN-NAME OF WS-HOST-TRAN
               TO WS-DTL-GIVEN-NAME.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE 'APPLIED' TO WS-DTL-DISPOSITION
               MOVE SPACES TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE 'REJECTED' TO WS-DTL-DISPOSITION
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           MOVE WS-RPT-DETAIL TO HSTRPT-OUT-LINE.
           WRITE HSTRPT-OUT-LINE.
           IF WS-HSTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HSTRPT, STATUS=' WS-HSTRPT-STATUS
           END-IF.

       3000-TERMINATE.
           IF WS-HSTRPT-IS-OPEN
               PERFORM 3100-PRINT-TOTALS
               CLOSE HSTRPT-FILE
           END-IF.
           CLOSE HSTTRAN-FILE.
           CLOSE HOST-MASTER.
           DISPLAY '===== HOST DIRECTORY MAINTENANCE SUMMARY ====='.
           DISPLAY 'RUN DATE       : ' WS-RUN-DATE.
           DISPLAY 'TRANS READ     : ' WS-TRANS-READ.
           DISPLAY 'TOTAL APPLIED  : ' WS-TOTAL-APPLIED.
           DISPLAY 'TOTAL REJECTED : ' WS-TOTAL-REJECTED.

       3100-PRINT-TOTALS.
           MOVE 'TRANS READ     :' TO WS-TOT-LABEL.
           MOVE WS-TRANS-READ TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO HSTRPT-OUT-LINE.
           WRITE HSTRPT-OUT-LINE.
           MOVE 'TOTAL APPLIED  :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-APPLIED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO HSTRPT-OUT-LINE.
           WRITE HSTRPT-OUT-LINE.
           MOVE 'TOTAL REJECTED :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO HSTRPT-OUT-LINE.
           WRITE HSTRPT-OUT-LINE.
