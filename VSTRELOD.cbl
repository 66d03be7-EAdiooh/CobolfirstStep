               PERFORM 9999-ABORT-RUN
           END-IF.

      *    ERASED VISITORS ARE LEFT IN THE ARCHIVE UNDER A BLANK
      *    KEY, SO A BLANK REQUEST MUST NEVER BE MATCHED.
       2200-APPLY-REQUEST.
           EVALUATE TRUE
               WHEN SORTED-REQ-RECORD = WS-PRIOR-REQ-KEY
                   MOVE 'DUPLICATE REQUEST' TO WS-DTL-DISPOSITION
                   PERFORM 2600-WRITE-REGISTER-LINE
               WHEN SORTED-REQ-RECORD = SPACES
                   MOVE SORTED-REQ-RECORD TO WS-PRIOR-REQ-KEY
                   ADD 1 TO WS-TOTAL-NOT-FOUND
                   MOVE 'NOT IN ARCHIVE' TO WS-DTL-DISPOSITION
                   PERFORM 2600-WRITE-REGISTER-LINE
               WHEN OTHER
                   MOVE SORTED-REQ-RECORD TO WS-PRIOR-REQ-KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
                   PERFORM 2300-SCAN-ARCHIVE
                   IF NOT WS-VISITOR-FOUND
                       ADD 1 TO WS-TOTAL-NOT-FOUND
                       MOVE 'NOT IN ARCHIVE' TO WS-DTL-DISPOSITION
                       PERFORM 2600-WRITE-REGISTER-LINE
                   END-IF
           END-EVALUATE.
           PERFORM 2100-READ-REQUEST.

       2300-SCAN-ARCHIVE.
