       01  WS-BLANK-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-TRUNC-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-BOTH-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-OPER-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-OTHER-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).


       01  WS-RPT-HEADING2.
           05  FILLER                      PIC X(7) VALUE 'SEQ    '.
           05  FILLER                      PIC X(7) VALUE 'OPER'.
           05  FILLER                      PIC X(5) VALUE 'TITLE'.
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(16) VALUE 'GIVEN NAME'.
           05  FILLER                      PIC X(21) VALUE 'SURNAME'.
           05  FILLER                      PIC X(23) VALUE 'REASON'.

       01  WS-RPT-DETAIL.
           05  WS-DTL-SEQ                  PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-OPERATOR             PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-TITLE                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-SURNAME              PIC X(20).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-REASON               PIC X(23).

       01  WS-RPT-TOTAL.
           05  WS-TOT-LABEL                PIC X(30).
                   ADD 1 TO WS-TRUNC-COUNT
               WHEN 'BLANK+TRC'
                   ADD 1 TO WS-BOTH-COUNT
               WHEN 'HELD'
                   ADD 1 TO WS-HELD-COUNT
               WHEN 'BAD OPER'
                   ADD 1 TO WS-OPER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
               PERFORM 2600-PAGE-HEADING
           END-IF.
           MOVE WS-EXC-SEQ-NO OF WS-EXCEPTION-RECORD TO WS-DTL-SEQ.
           MOVE WS-EXC-OPERATOR OF WS-EXCEPTION-RECORD
               TO WS-DTL-OPERATOR.
           MOVE WS-EXC-TITLE OF WS-EXCEPTION-RECORD TO WS-DTL-TITLE.
           MOVE WS-EXC-GIVEN-NAME OF WS-EXCEPTION-RECORD
               TO WS-DTL-GIVEN-NAME.
               WHEN 'TRUNCATED'
                   MOVE 'Name longer than field' TO WS-DTL-REASON
               WHEN 'BLANK+TRC'
                   MOVE 'No surname + truncated'
                       TO WS-DTL-REASON
               WHEN 'HELD'
                   MOVE 'Held - on watch list'
                       TO WS-DTL-REASON
               WHEN 'BAD OPER'
                   MOVE 'Operator ID not on file'
                       TO WS-DTL-REASON
               WHEN OTHER
                   MOVE 'Unknown reason code' TO WS-DTL-REASON
           DISPLAY 'EXCEPTIONS READ : ' WS-RECS-READ.

       3100-PRINT-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM 2600-PAGE-HEADING
           END-IF.
           MOVE SPACES TO EXCPLIST-OUT-LINE.
           MOVE WS-BOTH-COUNT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO EXCPLIST-OUT-LINE.
           PERFORM 2500-WRITE-REPORT-LINE.
           MOVE 'HELD AT DESK (WATCH LIST)    :' TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO EXCPLIST-OUT-LINE.
           PERFORM 2500-WRITE-REPORT-LINE.
           MOVE 'BAD OPERATOR ID (BAD OPER)   :' TO WS-TOT-LABEL.
           MOVE WS-OPER-COUNT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO EXCPLIST-OUT-LINE.
           PERFORM 2500-WRITE-REPORT-LINE.
           MOVE 'UNKNOWN REASON CODE          :' TO WS-TOT-LABEL.
           MOVE WS-OTHER-COUNT TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO EXCPLIST-OUT-LINE.
