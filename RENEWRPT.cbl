       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEWRPT.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO MEMBMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-MEMBER-KEY
               ALTERNATE RECORD KEY IS WS-MEMBER-ID
               FILE STATUS IS WS-MEMBMSTR-STATUS.
           SELECT VISIT-HISTORY ASSIGN TO VSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-VST-KEY
               FILE STATUS IS WS-VSTHIST-STATUS.
           SELECT RNWRPT-FILE ASSIGN TO RNWRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNWRPT-STATUS.
           SELECT RENEW-WORK ASSIGN TO RNWWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
       COPY MEMBREC REPLACING WS-MEMBER-RECORD BY MEMBER-MASTER-RECORD.

       FD  VISIT-HISTORY.
       COPY VISITREC REPLACING WS-VISIT-RECORD BY VISIT-HISTORY-RECORD.

       FD  RNWRPT-FILE
           RECORDING MODE IS F.
       01  RNWRPT-OUT-LINE                 PIC X(80).

      *    ONE RECORD PER MEMBER DUE FOR RENEWAL, SORTED MOST VISITS
      *    FIRST SO THE DESK CALLS ITS MOST ACTIVE MEMBERS FIRST.
       SD  RENEW-WORK.
       01  RENEW-WORK-RECORD.
           05  WS-SRT-VISIT-COUNT          PIC 9(6).
           05  WS-SRT-EXPIRY-DATE          PIC 9(8).
           05  WS-SRT-MEMBER-ID            PIC 9(7).
           05  WS-SRT-SURNAME              PIC X(20).
           05  WS-SRT-GIVEN-NAME           PIC X(15).
           05  WS-SRT-LAST-VISIT           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-MEMBMSTR-STATUS              PIC XX.
       01  WS-VSTHIST-STATUS               PIC XX.
       01  WS-RNWRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-MEMBMSTR             VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-SORTED               VALUE 'Y'.

       01  WS-RECS-READ                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DUE                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NO-HISTORY             PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

      *    THE RENEWAL WINDOW IN DAYS (HELLO_RENEWAL_DAYS, DEFAULT
      *    30) AND ITS LAST DAY.
       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 30.
       01  WS-ENV-WINDOW-DAYS              PIC X(3).
       01  WS-WINDOW-END-DATE              PIC 9(8).

      *    VSTHIST IS KEYED BY THE NORMALIZED NAME FROM THE AUDIT
      *    TRAIL (FIRST LETTER OF EACH WORD UPPER-CASE, REST LOWER),
      *    NOT THE UPPER-CASE MASTER KEY.
       01  WS-NORM-SURNAME                 PIC X(20).
       01  WS-NORM-GIVEN-NAME              PIC X(15).
       01  WS-NORM-IDX                     PIC 99.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(36)
               VALUE '===== MEMBERSHIP RENEWAL CALL LIST '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-WINDOW-LINE.
           05  FILLER                      PIC X(27)
               VALUE 'MEMBERS EXPIRING FROM    : '.
           05  WS-WIN-FROM-DATE            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-WIN-TO-DATE              PIC 9(8).

       01  WS-RPT-COLUMNS.
           05  FILLER                      PIC X(29)
               VALUE 'MEMBER  SURNAME'.
           05  FILLER                      PIC X(16)
               VALUE 'GIVEN NAME'.
           05  FILLER                      PIC X(30)
               VALUE 'EXPIRES  VISITS LAST VISIT'.

       01  WS-RPT-DETAIL.
           05  WS-DTL-MEMBER-ID            PIC 9(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-EXPIRY-DATE          PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-VISITS               PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-LAST-VISIT           PIC 9(8).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(18).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT RENEW-WORK
               ON DESCENDING KEY WS-SRT-VISIT-COUNT
               ON ASCENDING KEY WS-SRT-EXPIRY-DATE WS-SRT-MEMBER-ID
               INPUT PROCEDURE IS 2000-SELECT-MEMBERS
               OUTPUT PROCEDURE IS 3000-PRINT-CALL-LIST.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MEMBMSTR, STATUS='
                   WS-MEMBMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT VISIT-HISTORY.
           IF WS-VSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VSTHIST, STATUS='
                   WS-VSTHIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT RNWRPT-FILE.
           IF WS-RNWRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RNWRPT, STATUS='
                   WS-RNWRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-WINDOW.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.
           MOVE WS-RUN-DATE TO WS-WIN-FROM-DATE.
           MOVE WS-WINDOW-END-DATE TO WS-WIN-TO-DATE.
           MOVE WS-RPT-WINDOW-LINE TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.
           MOVE WS-RPT-COLUMNS TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.

       1100-SET-WINDOW.
           DISPLAY 'HELLO_RENEWAL_DAYS' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-WINDOW-DAYS FROM ENVIRONMENT-VALUE.
           IF WS-ENV-WINDOW-DAYS NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-WINDOW-DAYS)
                   TO WS-WINDOW-DAYS
               IF WS-WINDOW-DAYS = ZERO
                   DISPLAY 'HELLO_RENEWAL_DAYS MUST BE > 0, '
                       'IGNORING AND USING DEFAULT OF 30'
                   MOVE 30 TO WS-WINDOW-DAYS
               END-IF
           END-IF.
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-WINDOW-DAYS).

      *    A MEMBER IS DUE WHEN THE EXPIRY DATE FALLS IN THE WINDOW.
      *    MEMBERS ALREADY MARKED LAPSED OR CANCELLED, AND MEMBERS
      *    WITH NO EXPIRY DATE SET, ARE NOT CALLED.
       2000-SELECT-MEMBERS.
           PERFORM 2100-READ-MEMBMSTR.
           PERFORM 2200-SELECT-MEMBER UNTIL END-OF-MEMBMSTR.

       2100-READ-MEMBMSTR.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   SET END-OF-MEMBMSTR TO TRUE
           END-READ.
           IF NOT END-OF-MEMBMSTR AND WS-MEMBMSTR-STATUS NOT = '00'
               DISPLAY 'MEMBMSTR READ ERROR, STATUS='
                   WS-MEMBMSTR-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT END-OF-MEMBMSTR
               ADD 1 TO WS-RECS-READ
           END-IF.

       2200-SELECT-MEMBER.
           EVALUATE TRUE
               WHEN WS-MEMBER-LAPSED OF MEMBER-MASTER-RECORD
                   CONTINUE
               WHEN WS-MEMBER-CANCELLED OF MEMBER-MASTER-RECORD
                   CONTINUE
               WHEN WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                       NOT NUMERIC
                   CONTINUE
               WHEN WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
                       NOT < WS-RUN-DATE
                       AND WS-MEMBER-EXPIRY-DATE
                           OF MEMBER-MASTER-RECORD
                           NOT > WS-WINDOW-END-DATE
                   PERFORM 2300-RELEASE-MEMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-READ-MEMBMSTR.

       2300-RELEASE-MEMBER.
           MOVE WS-MEMBER-ID OF MEMBER-MASTER-RECORD
               TO WS-SRT-MEMBER-ID.
           MOVE WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
               TO WS-SRT-SURNAME.
           MOVE WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD
               TO WS-SRT-GIVEN-NAME.
           MOVE WS-MEMBER-EXPIRY-DATE OF MEMBER-MASTER-RECORD
               TO WS-SRT-EXPIRY-DATE.
           MOVE WS-MEMBER-SURNAME OF MEMBER-MASTER-RECORD
               TO WS-NORM-SURNAME.
           MOVE WS-MEMBER-GIVEN-NAME OF MEMBER-MASTER-RECORD
               TO WS-NORM-GIVEN-NAME.
           PERFORM 2450-NORMALIZE-NAME.
           MOVE WS-NORM-SURNAME TO WS-VST-SURNAME.
           MOVE WS-NORM-GIVEN-NAME TO WS-VST-GIVEN-NAME.
           READ VISIT-HISTORY
               INVALID KEY
                   ADD 1 TO WS-TOTAL-NO-HISTORY
                   MOVE ZERO TO WS-SRT-VISIT-COUNT
                   MOVE ZERO TO WS-SRT-LAST-VISIT
               NOT INVALID KEY
                   MOVE WS-VST-VISIT-COUNT TO WS-SRT-VISIT-COUNT
                   MOVE WS-VST-LAST-VISIT(1:8) TO WS-SRT-LAST-VISIT
           END-READ.
           IF WS-VSTHIST-STATUS NOT = '00'
                   AND WS-VSTHIST-STATUS NOT = '23'
               DISPLAY 'VSTHIST READ ERROR, STATUS='
                   WS-VSTHIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ADD 1 TO WS-TOTAL-DUE.
           RELEASE RENEW-WORK-RECORD.

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

       3000-PRINT-CALL-LIST.
           PERFORM 3050-RETURN-SORTED.
           PERFORM 3100-PRINT-MEMBER UNTIL END-OF-SORTED.

       3050-RETURN-SORTED.
           RETURN RENEW-WORK
               AT END
                   SET END-OF-SORTED TO TRUE
           END-RETURN.

       3100-PRINT-MEMBER.
           MOVE WS-SRT-MEMBER-ID TO WS-DTL-MEMBER-ID.
           MOVE WS-SRT-SURNAME TO WS-DTL-SURNAME.
           MOVE WS-SRT-GIVEN-NAME TO WS-DTL-GIVEN-NAME.
           MOVE WS-SRT-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE.
           MOVE WS-SRT-VISIT-COUNT TO WS-DTL-VISITS.
           MOVE WS-SRT-LAST-VISIT TO WS-DTL-LAST-VISIT.
           MOVE WS-RPT-DETAIL TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.
           PERFORM 3050-RETURN-SORTED.

       3900-WRITE-RNWRPT.
           WRITE RNWRPT-OUT-LINE.
           IF WS-RNWRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RNWRPT, STATUS='
                   WS-RNWRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4000-TERMINATE.
           PERFORM 4100-PRINT-TOTALS.
           CLOSE MEMBER-MASTER.
           CLOSE VISIT-HISTORY.
           CLOSE RNWRPT-FILE.
           DISPLAY '===== MEMBERSHIP RENEWAL SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'WINDOW END      : ' WS-WINDOW-END-DATE.
           DISPLAY 'MEMBERS READ    : ' WS-RECS-READ.
           DISPLAY 'DUE FOR RENEWAL : ' WS-TOTAL-DUE.
           DISPLAY 'NO VISIT HISTORY: ' WS-TOTAL-NO-HISTORY.

       4100-PRINT-TOTALS.
           MOVE 'MEMBERS READ    :' TO WS-TOT-LABEL.
           MOVE WS-RECS-READ TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.
           MOVE 'DUE FOR RENEWAL :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-DUE TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.
           MOVE 'NO VISIT HISTORY:' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NO-HISTORY TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO RNWRPT-OUT-LINE.
           PERFORM 3900-WRITE-RNWRPT.

       9999-ABORT-RUN.
           DISPLAY 'RENEWRPT ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
