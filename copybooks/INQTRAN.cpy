      *----------------------------------------------------------
      * INQTRAN.CPY
      * VISITOR PROFILE INQUIRY REQUEST. ONE RECORD PER PERSON TO
      * BE PRINTED BY THE PROFINQ JOB, KEYED FROM A DESK OR
      * MEMBERSHIP-OFFICE QUERY. THE PERSON IS NAMED BY SURNAME +
      * GIVEN NAME, BY MEMBER ID, OR BY BOTH (THE ID IS THEN
      * CHECKED AGAINST THE NAME). A NAME THAT IS NOT ON THE
      * MEMBER MASTER IS TAKEN AS A WALK-IN VISITOR.
      *----------------------------------------------------------
       01  WS-INQUIRY-TRAN.
           05  WS-INQ-SURNAME              PIC X(20).
           05  WS-INQ-GIVEN-NAME           PIC X(15).
           05  WS-INQ-MEMBER-ID            PIC X(7).
