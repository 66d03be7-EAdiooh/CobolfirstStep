       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSTAT.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
           SELECT NO-ARRIVAL-FILE ASSIGN TO NOARRDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOARRDEP-STATUS.
           SELECT OPSRPT-FILE ASSIGN TO OPSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSRPT-STATUS.
           SELECT OPER-WORK ASSIGN TO OPSWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC REPLACING WS-AUDIT-RECORD BY AUDITOUT-IN-RECORD.

       FD  NO-ARRIVAL-FILE
           RECORDING MODE IS F.
       COPY NOARREC REPLACING WS-NO-ARRIVAL-RECORD BY
           NO-ARRIVAL-IN-RECORD.

       FD  OPSRPT-FILE
           RECORDING MODE IS F.
       01  OPSRPT-OUT-LINE                 PIC X(80).

      *    ONE WORK RECORD PER AUDIT RECORD (TYPE A, WITH ITS
      *    STATUS) AND PER DEPARTURE WITH NO ARRIVAL (TYPE D).
       SD  OPER-WORK.
       01  OPER-WORK-RECORD.
           05  WS-OPW-OPERATOR             PIC X(6).
           05  WS-OPW-BRANCH               PIC X(3).
           05  WS-OPW-TYPE                 PIC X.
           05  WS-OPW-STATUS               PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-AUDITOUT-STATUS              PIC XX.
           88  AUDITOUT-OK                 VALUE '00'.
           88  AUDITOUT-EOF                VALUE '10'.
       01  WS-NOARRDEP-STATUS              PIC XX.
           88  NOARRDEP-OK                 VALUE '00'.
           88  NOARRDEP-EOF                VALUE '10'.
       01  WS-OPSRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-AUDITOUT             VALUE 'Y'.
       01  WS-NOARR-EOF-SWITCH             PIC X VALUE 'N'.
           88  END-OF-NOARRDEP             VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-SORTED               VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-FIRST-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-LAST-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-AUDIT-DATE                   PIC 9(8).

       01  WS-AUDIT-READ                   PIC 9(6) VALUE ZERO.
       01  WS-NOARR-READ                   PIC 9(6) VALUE ZERO.
       01  WS-OPERATORS-LISTED             PIC 9(6) VALUE ZERO.

      *    COUNTS ARE KEPT AT THREE LEVELS - THE OPERATOR AT ONE
      *    BRANCH, THE OPERATOR OVER ALL BRANCHES, AND THE RUN.
      *    KEYED IS EVERY AUDIT RECORD THE OPERATOR ENTERED, SO THE
      *    REJECT AND DUPLICATE RATES ARE OVER ALL THEIR ARRIVALS.
       01  WS-BRANCH-COUNTS.
           05  WS-BRN-KEYED                PIC 9(6).
           05  WS-BRN-REJECTED             PIC 9(6).
           05  WS-BRN-DUPLICATE            PIC 9(6).
           05  WS-BRN-NO-ARRIVAL           PIC 9(6).
       01  WS-OPERATOR-COUNTS.
           05  WS-OPC-KEYED                PIC 9(6).
           05  WS-OPC-REJECTED             PIC 9(6).
           05  WS-OPC-DUPLICATE            PIC 9(6).
           05  WS-OPC-NO-ARRIVAL           PIC 9(6).
           05  WS-OPC-BRANCHES             PIC 9(3).
       01  WS-RUN-COUNTS.
           05  WS-RUN-KEYED                PIC 9(6).
           05  WS-RUN-REJECTED             PIC 9(6).
           05  WS-RUN-DUPLICATE            PIC 9(6).
           05  WS-RUN-NO-ARRIVAL           PIC 9(6).

       01  WS-PRIOR-OPERATOR               PIC X(6).
       01  WS-PRIOR-BRANCH                 PIC X(3).
       01  WS-FIRST-RECORD-SWITCH          PIC X VALUE 'Y'.
           88  WS-FIRST-SORTED             VALUE 'Y'.

       01  WS-PCT-WORK                     PIC 9(3)V9.

      *    THE OPERATOR IS NAMED FROM THE OPERATOR MASTER. A LEAVER
      *    IS STILL NAMED; AN ID NOT ON FILE IS ONE THAT WAS
      *    REJECTED AT INTAKE OR CHECK-OUT.
       01  WS-OPER-FOUND                   PIC X.
           88  WS-OPER-ACTIVE              VALUE 'Y'.
           88  WS-OPER-LEFT                VALUE 'L'.
           88  WS-OPER-NOT-ON-FILE         VALUE 'N'.
           88  WS-OPER-MASTER-ERROR        VALUE 'E'.
       01  WS-OPER-SURNAME                 PIC X(20).
       01  WS-OPER-GIVEN-NAME              PIC X(15).
       01  WS-OPER-BRANCH                  PIC X(3).

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(36)
               VALUE '===== WEEKLY OPERATOR QUALITY '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER                      PIC X(22)
               VALUE 'AUDIT DATES FROM     :'.
           05  WS-PRD-FIRST                PIC 9(8).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-PRD-LAST                 PIC 9(8).

       01  WS-RPT-SECTION-LINE             PIC X(44).

       01  WS-RPT-OPERATOR-LINE.
           05  FILLER                      PIC X(9) VALUE 'OPERATOR '.
           05  WS-OPL-ID                   PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OPL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OPL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OPL-HOME-BRANCH          PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-OPL-STATUS               PIC X(11).

       01  WS-RPT-BRANCH-LINE.
           05  WS-BRL-LABEL                PIC X(9).
           05  WS-BRL-BRANCH               PIC X(3).
           05  FILLER                      PIC X(7) VALUE ' KEYED '.
           05  WS-BRL-KEYED                PIC 9(6).
           05  FILLER                      PIC X(5) VALUE ' REJ '.
           05  WS-BRL-REJECTED             PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-BRL-REJECT-PCT           PIC ZZ9.9.
           05  FILLER                      PIC X(6) VALUE '% DUP '.
           05  WS-BRL-DUPLICATE            PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-BRL-DUPLICATE-PCT        PIC ZZ9.9.
           05  FILLER                      PIC X(9) VALUE '% NO-ARR '.
           05  WS-BRL-NO-ARRIVAL           PIC 9(6).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(22).
           05  WS-TOT-COUNT                PIC 9(6).

       01  WS-RPT-RATE-LINE.
           05  WS-RTE-LABEL                PIC X(22).
           05  WS-RTE-PCT                  PIC ZZ9.9.
           05  FILLER                      PIC X(4) VALUE ' PCT'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT OPER-WORK
               ON ASCENDING KEY WS-OPW-OPERATOR WS-OPW-BRANCH
               INPUT PROCEDURE IS 2000-RELEASE-RECORDS
               OUTPUT PROCEDURE IS 3000-PRINT-OPERATORS.
           PERFORM 3600-PRINT-RUN-TOTALS.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT NO-ARRIVAL-FILE.
           IF WS-NOARRDEP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOARRDEP, STATUS='
                   WS-NOARRDEP-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT OPSRPT-FILE.
           IF WS-OPSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OPSRPT, STATUS='
                   WS-OPSRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-BRANCH-COUNTS.
           INITIALIZE WS-OPERATOR-COUNTS.
           INITIALIZE WS-RUN-COUNTS.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.

      *    THE AUDIT GENERATIONS ARE CONCATENATED OLDEST FIRST, SO
      *    THE PERIOD COVERED IS TAKEN FROM THE DATES AS THEY PASS.
       2000-RELEASE-RECORDS.
           PERFORM 2100-READ-AUDITOUT.
           PERFORM 2200-RELEASE-AUDIT UNTIL END-OF-AUDITOUT.
           PERFORM 2300-READ-NOARRDEP.
           PERFORM 2400-RELEASE-NO-ARRIVAL UNTIL END-OF-NOARRDEP.

       2100-READ-AUDITOUT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDITOUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
           END-READ.
           IF NOT AUDITOUT-OK AND NOT AUDITOUT-EOF
               DISPLAY 'AUDITOUT READ ERROR, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2200-RELEASE-AUDIT.
           MOVE WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
               TO WS-AUDIT-DATE.
           IF WS-FIRST-DATE = ZERO OR WS-AUDIT-DATE < WS-FIRST-DATE
               MOVE WS-AUDIT-DATE TO WS-FIRST-DATE
           END-IF.
           IF WS-AUDIT-DATE > WS-LAST-DATE
               MOVE WS-AUDIT-DATE TO WS-LAST-DATE
           END-IF.
           MOVE WS-AUD-OPERATOR OF AUDITOUT-IN-RECORD
               TO WS-OPW-OPERATOR.
           MOVE WS-AUD-BRANCH OF AUDITOUT-IN-RECORD TO WS-OPW-BRANCH.
           MOVE 'A' TO WS-OPW-TYPE.
           MOVE WS-AUD-STATUS OF AUDITOUT-IN-RECORD TO WS-OPW-STATUS.
           RELEASE OPER-WORK-RECORD.
           PERFORM 2100-READ-AUDITOUT.

       2300-READ-NOARRDEP.
           READ NO-ARRIVAL-FILE
               AT END
                   SET END-OF-NOARRDEP TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOARR-READ
           END-READ.
           IF NOT NOARRDEP-OK AND NOT NOARRDEP-EOF
               DISPLAY 'NOARRDEP READ ERROR, STATUS='
                   WS-NOARRDEP-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2400-RELEASE-NO-ARRIVAL.
           MOVE WS-NAR-OPERATOR OF NO-ARRIVAL-IN-RECORD
               TO WS-OPW-OPERATOR.
           MOVE WS-NAR-BRANCH OF NO-ARRIVAL-IN-RECORD
               TO WS-OPW-BRANCH.
           MOVE 'D' TO WS-OPW-TYPE.
           MOVE SPACES TO WS-OPW-STATUS.
           RELEASE OPER-WORK-RECORD.
           PERFORM 2300-READ-NOARRDEP.

       3000-PRINT-OPERATORS.
           MOVE WS-FIRST-DATE TO WS-PRD-FIRST.
           MOVE WS-LAST-DATE TO WS-PRD-LAST.
           MOVE WS-RPT-PERIOD-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE '----- ARRIVALS BY OPERATOR AND BRANCH -----'
               TO WS-RPT-SECTION-LINE.
           MOVE WS-RPT-SECTION-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           PERFORM 3050-RETURN-WORK.
           PERFORM 3100-TALLY-SORTED-RECORD UNTIL END-OF-SORTED.
           IF NOT WS-FIRST-SORTED
               PERFORM 3200-PRINT-BRANCH-BREAK
               PERFORM 3300-PRINT-OPERATOR-BREAK
           END-IF.

       3050-RETURN-WORK.
           RETURN OPER-WORK
               AT END
                   SET END-OF-SORTED TO TRUE
           END-RETURN.

       3100-TALLY-SORTED-RECORD.
           IF WS-FIRST-SORTED
                   OR WS-OPW-OPERATOR NOT = WS-PRIOR-OPERATOR
               IF NOT WS-FIRST-SORTED
                   PERFORM 3200-PRINT-BRANCH-BREAK
                   PERFORM 3300-PRINT-OPERATOR-BREAK
               END-IF
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               MOVE WS-OPW-OPERATOR TO WS-PRIOR-OPERATOR
               MOVE WS-OPW-BRANCH TO WS-PRIOR-BRANCH
               PERFORM 3150-PRINT-OPERATOR-HEADER
           ELSE
               IF WS-OPW-BRANCH NOT = WS-PRIOR-BRANCH
                   PERFORM 3200-PRINT-BRANCH-BREAK
                   MOVE WS-OPW-BRANCH TO WS-PRIOR-BRANCH
               END-IF
           END-IF.
           IF WS-OPW-TYPE = 'D'
               ADD 1 TO WS-BRN-NO-ARRIVAL
           ELSE
               ADD 1 TO WS-BRN-KEYED
               EVALUATE WS-OPW-STATUS
                   WHEN 'REJECTED'
                       ADD 1 TO WS-BRN-REJECTED
                   WHEN 'DUPLICATE'
                       ADD 1 TO WS-BRN-DUPLICATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 3050-RETURN-WORK.

       3150-PRINT-OPERATOR-HEADER.
           ADD 1 TO WS-OPERATORS-LISTED.
           CALL 'OPERLKUP' USING WS-PRIOR-OPERATOR
                                  WS-OPER-FOUND
                                  WS-OPER-SURNAME
                                  WS-OPER-GIVEN-NAME
                                  WS-OPER-BRANCH
           END-CALL.
           IF WS-OPER-MASTER-ERROR
               DISPLAY 'OPERATOR MASTER UNAVAILABLE, OPERATORS '
                   'CANNOT BE NAMED'
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE WS-PRIOR-OPERATOR TO WS-OPL-ID.
           MOVE WS-OPER-GIVEN-NAME TO WS-OPL-GIVEN-NAME.
           MOVE WS-OPER-SURNAME TO WS-OPL-SURNAME.
           MOVE WS-OPER-BRANCH TO WS-OPL-HOME-BRANCH.
           EVALUATE TRUE
               WHEN WS-OPER-ACTIVE
                   MOVE SPACES TO WS-OPL-STATUS
               WHEN WS-OPER-LEFT
                   MOVE 'LEFT' TO WS-OPL-STATUS
               WHEN OTHER
                   MOVE 'NOT ON FILE' TO WS-OPL-STATUS
           END-EVALUATE.
           IF WS-PRIOR-OPERATOR = SPACES
               MOVE '(NONE)' TO WS-OPL-ID
           END-IF.
           MOVE WS-RPT-OPERATOR-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.

       3200-PRINT-BRANCH-BREAK.
           MOVE '  BRANCH ' TO WS-BRL-LABEL.
           MOVE WS-PRIOR-BRANCH TO WS-BRL-BRANCH.
           MOVE WS-BRN-KEYED TO WS-BRL-KEYED.
           MOVE WS-BRN-REJECTED TO WS-BRL-REJECTED.
           MOVE WS-BRN-DUPLICATE TO WS-BRL-DUPLICATE.
           MOVE WS-BRN-NO-ARRIVAL TO WS-BRL-NO-ARRIVAL.
           PERFORM 3250-SET-LINE-RATES.
           MOVE WS-RPT-BRANCH-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           ADD WS-BRN-KEYED TO WS-OPC-KEYED.
           ADD WS-BRN-REJECTED TO WS-OPC-REJECTED.
           ADD WS-BRN-DUPLICATE TO WS-OPC-DUPLICATE.
           ADD WS-BRN-NO-ARRIVAL TO WS-OPC-NO-ARRIVAL.
           ADD 1 TO WS-OPC-BRANCHES.
           INITIALIZE WS-BRANCH-COUNTS.

      *    THE RATES ARE WORKED FROM THE COUNTS ALREADY ON THE LINE.
       3250-SET-LINE-RATES.
           IF WS-BRL-KEYED > ZERO
               COMPUTE WS-PCT-WORK ROUNDED
                   = WS-BRL-REJECTED * 100 / WS-BRL-KEYED
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK TO WS-BRL-REJECT-PCT.
           IF WS-BRL-KEYED > ZERO
               COMPUTE WS-PCT-WORK ROUNDED
                   = WS-BRL-DUPLICATE * 100 / WS-BRL-KEYED
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK TO WS-BRL-DUPLICATE-PCT.

      *    AN OPERATOR WHO WORKED ONE BRANCH ONLY NEEDS NO TOTAL
      *    LINE - IT WOULD REPEAT THE BRANCH LINE.
       3300-PRINT-OPERATOR-BREAK.
           IF WS-OPC-BRANCHES > 1
               MOVE '  ALL    ' TO WS-BRL-LABEL
               MOVE SPACES TO WS-BRL-BRANCH
               MOVE WS-OPC-KEYED TO WS-BRL-KEYED
               MOVE WS-OPC-REJECTED TO WS-BRL-REJECTED
               MOVE WS-OPC-DUPLICATE TO WS-BRL-DUPLICATE
               MOVE WS-OPC-NO-ARRIVAL TO WS-BRL-NO-ARRIVAL
               PERFORM 3250-SET-LINE-RATES
               MOVE WS-RPT-BRANCH-LINE TO OPSRPT-OUT-LINE
               PERFORM 3900-WRITE-OPSRPT
           END-IF.
           ADD WS-OPC-KEYED TO WS-RUN-KEYED.
           ADD WS-OPC-REJECTED TO WS-RUN-REJECTED.
           ADD WS-OPC-DUPLICATE TO WS-RUN-DUPLICATE.
           ADD WS-OPC-NO-ARRIVAL TO WS-RUN-NO-ARRIVAL.
           INITIALIZE WS-OPERATOR-COUNTS.

       3600-PRINT-RUN-TOTALS.
           MOVE '----- ALL OPERATORS -----' TO WS-RPT-SECTION-LINE.
           MOVE WS-RPT-SECTION-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'OPERATORS LISTED     :' TO WS-TOT-LABEL.
           MOVE WS-OPERATORS-LISTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'ARRIVALS KEYED       :' TO WS-TOT-LABEL.
           MOVE WS-RUN-KEYED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'TOTAL REJECTED       :' TO WS-TOT-LABEL.
           MOVE WS-RUN-REJECTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'TOTAL DUPLICATE      :' TO WS-TOT-LABEL.
           MOVE WS-RUN-DUPLICATE TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'DEPARTURE NO ARRIVAL :' TO WS-TOT-LABEL.
           MOVE WS-RUN-NO-ARRIVAL TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'REJECT RATE          :' TO WS-RTE-LABEL.
           IF WS-RUN-KEYED > ZERO
               COMPUTE WS-PCT-WORK ROUNDED
                   = WS-RUN-REJECTED * 100 / WS-RUN-KEYED
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK TO WS-RTE-PCT.
           MOVE WS-RPT-RATE-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.
           MOVE 'DUPLICATE RATE       :' TO WS-RTE-LABEL.
           IF WS-RUN-KEYED > ZERO
               COMPUTE WS-PCT-WORK ROUNDED
                   = WS-RUN-DUPLICATE * 100 / WS-RUN-KEYED
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF.
           MOVE WS-PCT-WORK TO WS-RTE-PCT.
           MOVE WS-RPT-RATE-LINE TO OPSRPT-OUT-LINE.
           PERFORM 3900-WRITE-OPSRPT.

       3900-WRITE-OPSRPT.
           WRITE OPSRPT-OUT-LINE.
           IF WS-OPSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OPSRPT, STATUS='
                   WS-OPSRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       4000-TERMINATE.
           CALL 'OPERLKUP-TERM'.
           CLOSE AUDIT-FILE.
           CLOSE NO-ARRIVAL-FILE.
           CLOSE OPSRPT-FILE.
           DISPLAY '===== OPERATOR STATISTICS SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'AUDIT RECS READ : ' WS-AUDIT-READ.
           DISPLAY 'NO-ARRIVAL READ : ' WS-NOARR-READ.
           DISPLAY 'OPERATORS       : ' WS-OPERATORS-LISTED.

       9999-ABORT-RUN.
           DISPLAY 'OPERSTAT ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
