      *----------------------------------------------------------
      * ERSTRAN.CPY
      * PERSONAL-DATA ERASURE REQUEST. ONE RECORD PER PERSON WHO
      * HAS ASKED FOR THEIR DATA TO BE DELETED, KEYED FROM THE
      * SIGNED REQUEST FORM AND APPLIED BY THE ERASE JOB. THE
      * PERSON IS NAMED BY SURNAME + GIVEN NAME, BY MEMBER ID, OR
      * BY BOTH (THE ID IS THEN CHECKED AGAINST THE NAME). THE
      * REQUEST REFERENCE IS THE NUMBER ON THE FORM AND THE
      * SIGNED-OFF-BY FIELD THE USER ID OF THE OFFICER WHO
      * APPROVED IT - A REQUEST WITHOUT ONE IS NOT APPLIED.
      *----------------------------------------------------------
       01  WS-ERASE-TRAN.
           05  WS-ETR-REQUEST-REF          PIC X(10).
           05  WS-ETR-SURNAME              PIC X(20).
           05  WS-ETR-GIVEN-NAME           PIC X(15).
           05  WS-ETR-MEMBER-ID            PIC X(7).
           05  WS-ETR-SIGNED-OFF-BY        PIC X(8).
