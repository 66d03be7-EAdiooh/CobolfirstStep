      * UNDER THE NEW NAME. SHARED BY THE MEMBLKUP LOOKUP
      * SUBPROGRAM AND ANY PROGRAM MAINTAINING THE MEMBER MASTER
      * FILE.
      * JOIN DATE, EXPIRY DATE AND MEMBERSHIP STATUS ARE SET BY
      * ENROLL FOR A NEW MEMBER AND MAINTAINED BY MEMBMNT. A MEMBER
      * WHOSE EXPIRY DATE HAS PASSED, OR WHO IS MARKED LAPSED OR
      * CANCELLED, IS GREETED BY HELLOBAT AS A LAPSED MEMBER. A
      * ZERO EXPIRY DATE MEANS NO EXPIRY HAS BEEN SET.
      *----------------------------------------------------------
       01  WS-MEMBER-RECORD.
           05  WS-MEMBER-KEY.
               10  WS-MEMBER-SURNAME       PIC X(20).
               10  WS-MEMBER-GIVEN-NAME    PIC X(15).
           05  WS-MEMBER-ID                PIC 9(7).
           05  WS-MEMBER-JOIN-DATE         PIC 9(8).
           05  WS-MEMBER-EXPIRY-DATE       PIC 9(8).
           05  WS-MEMBER-STATUS            PIC X.
               88  WS-MEMBER-ACTIVE        VALUE 'A'.
               88  WS-MEMBER-LAPSED        VALUE 'L'.
               88  WS-MEMBER-CANCELLED     VALUE 'C'.
