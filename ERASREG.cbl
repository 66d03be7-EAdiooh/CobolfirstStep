       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASREG.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASLIST-FILE ASSIGN TO ERASLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASLIST-STATUS.
           SELECT ERSRPT-FILE ASSIGN TO ERSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASLIST-FILE
           RECORDING MODE IS F.
       COPY ERASREC REPLACING WS-ERASE-RECORD BY ERASLIST-RECORD.

       FD  ERSRPT-FILE
           RECORDING MODE IS F.
       01  ERSRPT-OUT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ERASLIST-STATUS              PIC XX.
           88  ERASLIST-OK                 VALUE '00'.
           88  ERASLIST-EOF                VALUE '10'.

       01  WS-ERSRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  END-OF-ERASLIST             VALUE 'Y'.

       01  WS-REQS-READ                    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ERASED                 PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NOTHING-HELD           PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-FILE-TOTALS.
           05  WS-FTL-MEMBMSTR             PIC 9(6) VALUE ZERO.
           05  WS-FTL-MEMBPREF             PIC 9(6) VALUE ZERO.
           05  WS-FTL-VSTHIST              PIC 9(6) VALUE ZERO.
           05  WS-FTL-BOOKMSTR             PIC 9(6) VALUE ZERO.
           05  WS-FTL-WAITLIST             PIC 9(6) VALUE ZERO.
           05  WS-FTL-VSTARCH              PIC 9(6) VALUE ZERO.
           05  WS-FTL-AUDITOUT             PIC 9(6) VALUE ZERO.
           05  WS-FTL-MEMBJRNL             PIC 9(6) VALUE ZERO.
           05  WS-FTL-RMDOUT               PIC 9(6) VALUE ZERO.
           05  WS-FTL-HOSTNTFY             PIC 9(6) VALUE ZERO.
           05  WS-FTL-ENRLHELD             PIC 9(6) VALUE ZERO.
           05  WS-FTL-RENEWFU              PIC 9(6) VALUE ZERO.
           05  WS-FTL-FOLLOWUP             PIC 9(6) VALUE ZERO.

       01  WS-FILE-LIST                    PIC X(69).
       01  WS-FEED-LIST                    PIC X(69).
       01  WS-LIST-PTR                     PIC 99.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(38)
               VALUE '===== PERSONAL DATA ERASURE REGISTER '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-RPT-COLUMNS.
           05  FILLER                      PIC X(40)
               VALUE 'REQUEST    MEMBER  SIGNED OFF BY  RESULT'.
           05  FILLER                      PIC X(27)
               VALUE '       REASON'.

      *    THE REGISTER NEVER CARRIES THE ERASED NAME - THE REQUEST
      *    REFERENCE TIES EACH LINE BACK TO THE SIGNED FORM.
       01  WS-RPT-DETAIL.
           05  WS-DTL-REQUEST-REF          PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-MEMBER-ID            PIC X(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SIGNED-OFF-BY        PIC X(8).
           05  FILLER                      PIC X(7) VALUE SPACES.
           05  WS-DTL-DISPOSITION          PIC X(12).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-REASON               PIC X(20).

       01  WS-RPT-FILES-LINE.
           05  FILLER                      PIC X(11)
               VALUE '  TOUCHED: '.
           05  WS-FLN-FILE-LIST            PIC X(69).

       01  WS-RPT-FEEDS-LINE.
           05  FILLER                      PIC X(11)
               VALUE '  FEEDS  : '.
           05  WS-FDL-FEED-LIST            PIC X(69).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(18).
           05  WS-TOT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-REGISTER-REQUEST UNTIL END-OF-ERASLIST.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ERASLIST-FILE.
           IF WS-ERASLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASLIST, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT ERSRPT-FILE.
           IF WS-ERSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERSRPT, STATUS='
                   WS-ERSRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO ERSRPT-OUT-LINE.
           PERFORM 2600-WRITE-ERSRPT.
           MOVE WS-RPT-COLUMNS TO ERSRPT-OUT-LINE.
           PERFORM 2600-WRITE-ERSRPT.
           PERFORM 2100-READ-ERASLIST.

       2000-REGISTER-REQUEST.
           MOVE WS-ERS-REQUEST-REF TO WS-DTL-REQUEST-REF.
           MOVE WS-ERS-MEMBER-ID TO WS-DTL-MEMBER-ID.
           MOVE WS-ERS-SIGNED-OFF-BY TO WS-DTL-SIGNED-OFF-BY.
           MOVE WS-ERS-REJECT-REASON TO WS-DTL-REASON.
           PERFORM 2200-BUILD-FILE-LIST.
           PERFORM 2300-BUILD-FEED-LIST.
           EVALUATE TRUE
               WHEN WS-ERS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-TOTAL-REJECTED
                   MOVE 'REJECTED' TO WS-DTL-DISPOSITION
               WHEN WS-FILE-LIST = SPACES
                       AND WS-FEED-LIST = SPACES
                   ADD 1 TO WS-TOTAL-NOTHING-HELD
                   MOVE 'NOTHING HELD' TO WS-DTL-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ERASED
                   MOVE 'ERASED' TO WS-DTL-DISPOSITION
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO ERSRPT-OUT-LINE.
           PERFORM 2600-WRITE-ERSRPT.
           IF WS-FILE-LIST NOT = SPACES
               MOVE WS-FILE-LIST TO WS-FLN-FILE-LIST
               MOVE WS-RPT-FILES-LINE TO ERSRPT-OUT-LINE
               PERFORM 2600-WRITE-ERSRPT
           END-IF.
           IF WS-FEED-LIST NOT = SPACES
               MOVE WS-FEED-LIST TO WS-FDL-FEED-LIST
               MOVE WS-RPT-FEEDS-LINE TO ERSRPT-OUT-LINE
               PERFORM 2600-WRITE-ERSRPT
           END-IF.
           PERFORM 2100-READ-ERASLIST.

       2100-READ-ERASLIST.
           READ ERASLIST-FILE
               AT END
                   SET END-OF-ERASLIST TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQS-READ
           END-READ.
           IF NOT ERASLIST-OK AND NOT ERASLIST-EOF
               DISPLAY 'ERASLIST READ ERROR, STATUS='
                   WS-ERASLIST-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    LISTS EVERY FILE THE REQUEST REMOVED OR BLANKED RECORDS
      *    IN, IN THE ORDER THE JOB CLEARS THEM.
       2200-BUILD-FILE-LIST.
           MOVE SPACES TO WS-FILE-LIST.
           MOVE 1 TO WS-LIST-PTR.
           IF WS-ERS-MEMBMSTR-COUNT > ZERO
               STRING 'MEMBMSTR ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-MEMBMSTR-COUNT TO WS-FTL-MEMBMSTR
           END-IF.
           IF WS-ERS-MEMBPREF-COUNT > ZERO
               STRING 'MEMBPREF ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-MEMBPREF-COUNT TO WS-FTL-MEMBPREF
           END-IF.
           IF WS-ERS-VSTHIST-COUNT > ZERO
               STRING 'VSTHIST ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-VSTHIST-COUNT TO WS-FTL-VSTHIST
           END-IF.
           IF WS-ERS-BOOKMSTR-COUNT > ZERO
               STRING 'BOOKMSTR ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-BOOKMSTR-COUNT TO WS-FTL-BOOKMSTR
           END-IF.
           IF WS-ERS-WAITLIST-COUNT > ZERO
               STRING 'WAITLIST ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-WAITLIST-COUNT TO WS-FTL-WAITLIST
           END-IF.
           IF WS-ERS-VSTARCH-COUNT > ZERO
               STRING 'VSTARCH ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-VSTARCH-COUNT TO WS-FTL-VSTARCH
           END-IF.
           IF WS-ERS-AUDITOUT-COUNT > ZERO
               STRING 'AUDITOUT ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-AUDITOUT-COUNT TO WS-FTL-AUDITOUT
           END-IF.
           IF WS-ERS-MEMBJRNL-COUNT > ZERO
               STRING 'MEMBJRNL ' DELIMITED BY SIZE
                   INTO WS-FILE-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-MEMBJRNL-COUNT TO WS-FTL-MEMBJRNL
           END-IF.

      *    THE OUTBOUND FEEDS THE REQUEST BLANKED RECORDS IN, ON A
      *    LINE OF THEIR OWN.
       2300-BUILD-FEED-LIST.
           MOVE SPACES TO WS-FEED-LIST.
           MOVE 1 TO WS-LIST-PTR.
           IF WS-ERS-RMDOUT-COUNT > ZERO
               STRING 'RMDOUT ' DELIMITED BY SIZE
                   INTO WS-FEED-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-RMDOUT-COUNT TO WS-FTL-RMDOUT
           END-IF.
           IF WS-ERS-HOSTNTFY-COUNT > ZERO
               STRING 'HOSTNTFY ' DELIMITED BY SIZE
                   INTO WS-FEED-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-HOSTNTFY-COUNT TO WS-FTL-HOSTNTFY
           END-IF.
           IF WS-ERS-ENRLHELD-COUNT > ZERO
               STRING 'ENRLHELD ' DELIMITED BY SIZE
                   INTO WS-FEED-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-ENRLHELD-COUNT TO WS-FTL-ENRLHELD
           END-IF.
           IF WS-ERS-RENEWFU-COUNT > ZERO
               STRING 'RENEWFU ' DELIMITED BY SIZE
                   INTO WS-FEED-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-RENEWFU-COUNT TO WS-FTL-RENEWFU
           END-IF.
           IF WS-ERS-FOLLOWUP-COUNT > ZERO
               STRING 'FOLLOWUP ' DELIMITED BY SIZE
                   INTO WS-FEED-LIST WITH POINTER WS-LIST-PTR
               END-STRING
               ADD WS-ERS-FOLLOWUP-COUNT TO WS-FTL-FOLLOWUP
           END-IF.

       2600-WRITE-ERSRPT.
           WRITE ERSRPT-OUT-LINE.
           IF WS-ERSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ERSRPT, STATUS='
                   WS-ERSRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       3000-TERMINATE.
           PERFORM 3100-PRINT-TOTALS.
           CLOSE ERASLIST-FILE.
           CLOSE ERSRPT-FILE.
           DISPLAY '===== ERASURE REGISTER SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'REQUESTS READ   : ' WS-REQS-READ.
           DISPLAY 'TOTAL ERASED    : ' WS-TOTAL-ERASED.
           DISPLAY 'NOTHING HELD    : ' WS-TOTAL-NOTHING-HELD.
           DISPLAY 'TOTAL REJECTED  : ' WS-TOTAL-REJECTED.
           IF WS-TOTAL-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-PRINT-TOTALS.
           MOVE 'REQUESTS READ   :' TO WS-TOT-LABEL.
           MOVE WS-REQS-READ TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'TOTAL ERASED    :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ERASED TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'NOTHING HELD    :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NOTHING-HELD TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'TOTAL REJECTED  :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'MEMBMSTR REMOVED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-MEMBMSTR TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'MEMBPREF REMOVED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-MEMBPREF TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'VSTHIST REMOVED :' TO WS-TOT-LABEL.
           MOVE WS-FTL-VSTHIST TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'BOOKMSTR REMOVED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-BOOKMSTR TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'WAITLIST REMOVED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-WAITLIST TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'VSTARCH REMOVED :' TO WS-TOT-LABEL.
           MOVE WS-FTL-VSTARCH TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'AUDITOUT BLANKED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-AUDITOUT TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'MEMBJRNL ERASED :' TO WS-TOT-LABEL.
           MOVE WS-FTL-MEMBJRNL TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'RMDOUT BLANKED  :' TO WS-TOT-LABEL.
           MOVE WS-FTL-RMDOUT TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'HOSTNTFY BLANKED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-HOSTNTFY TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'ENRLHELD BLANKED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-ENRLHELD TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'RENEWFU BLANKED :' TO WS-TOT-LABEL.
           MOVE WS-FTL-RENEWFU TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.
           MOVE 'FOLLOWUP BLANKED:' TO WS-TOT-LABEL.
           MOVE WS-FTL-FOLLOWUP TO WS-TOT-COUNT.
           PERFORM 3200-WRITE-TOTAL-LINE.

       3200-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL TO ERSRPT-OUT-LINE.
           PERFORM 2600-WRITE-ERSRPT.

       9999-ABORT-RUN.
           DISPLAY 'ERASREG ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
