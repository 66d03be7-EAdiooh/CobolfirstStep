      *----------------------------------------------------------
      * ERASREC.CPY
      * ERASURE LIST RECORD. ONE PER ERASURE REQUEST, WRITTEN BY
      * ERASE AFTER IT HAS CLEARED THE KEYED FILES, UPDATED IN
      * PLACE BY EACH ERASCRUB STEP AS IT CLEARS THE RETAINED
      * AUDITOUT, VSTARCH, MEMBJRNL, RMDOUT, HOSTNTFY, ENRLHELD,
      * RENEWFU AND FOLLOWUP GENERATIONS, AND PRINTED AS THE ERASURE
      * REGISTER
      * BY ERASREG. NAMES ARE HELD UPPER-CASE AND THE LIST IS A
      * TEMPORARY DATA SET DELETED AT THE END OF THE JOB - ONLY
      * THE REQUEST REFERENCE, MEMBER ID, SIGN-OFF AND FILE COUNTS
      * REACH THE REGISTER. A REJECTED REQUEST CARRIES ITS REASON
      * AND IS SKIPPED BY ERASCRUB. THE COUNTS ARE RECORDS REMOVED
      * (OR, FOR AUDITOUT, MEMBJRNL AND THE FIVE FEEDS, BLANKED)
      * IN EACH FILE.
      *----------------------------------------------------------
       01  WS-ERASE-RECORD.
           05  WS-ERS-REQUEST-REF          PIC X(10).
           05  WS-ERS-SIGNED-OFF-BY        PIC X(8).
           05  WS-ERS-MEMBER-ID            PIC X(7).
           05  WS-ERS-SURNAME              PIC X(20).
           05  WS-ERS-GIVEN-NAME           PIC X(15).
           05  WS-ERS-REJECT-REASON        PIC X(20).
           05  WS-ERS-FILE-COUNTS.
               10  WS-ERS-MEMBMSTR-COUNT   PIC 9(3).
               10  WS-ERS-MEMBPREF-COUNT   PIC 9(3).
               10  WS-ERS-VSTHIST-COUNT    PIC 9(3).
               10  WS-ERS-BOOKMSTR-COUNT   PIC 9(3).
               10  WS-ERS-WAITLIST-COUNT   PIC 9(3).
               10  WS-ERS-VSTARCH-COUNT    PIC 9(5).
               10  WS-ERS-AUDITOUT-COUNT   PIC 9(5).
               10  WS-ERS-MEMBJRNL-COUNT   PIC 9(5).
               10  WS-ERS-RMDOUT-COUNT     PIC 9(5).
               10  WS-ERS-HOSTNTFY-COUNT   PIC 9(5).
               10  WS-ERS-ENRLHELD-COUNT   PIC 9(5).
               10  WS-ERS-RENEWFU-COUNT    PIC 9(5).
               10  WS-ERS-FOLLOWUP-COUNT   PIC 9(5).
