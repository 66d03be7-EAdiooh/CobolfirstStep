      *----------------------------------------------------------
      * RNWREC.CPY
      * RENEWAL FOLLOW-UP RECORD - ONE PER ARRIVAL OF A MEMBER
      * WHOSE MEMBERSHIP HAS EXPIRED (OR IS MARKED LAPSED OR
      * CANCELLED), WRITTEN BY HELLO-BATCH TO THE RENEWFU FEED FOR
      * THE MEMBERSHIP DESK. NAMES ARE AS NORMALIZED FOR THE
      * GREETING; THE MEMBER ID AND EXPIRY DATE ARE FROM MEMBMSTR.
      *----------------------------------------------------------
       01  WS-RENEWAL-RECORD.
           05  WS-RNW-MEMBER-ID            PIC 9(7).
           05  WS-RNW-TITLE                PIC X(4).
           05  WS-RNW-GIVEN-NAME           PIC X(15).
           05  WS-RNW-SURNAME              PIC X(20).
           05  WS-RNW-EXPIRY-DATE          PIC 9(8).
           05  WS-RNW-MEMBER-STATUS        PIC X.
           05  WS-RNW-BRANCH               PIC X(3).
           05  WS-RNW-VISIT-DATE           PIC 9(8).
           05  WS-RNW-ARRIVAL-TIME         PIC 9(6).
