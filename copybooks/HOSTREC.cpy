      *----------------------------------------------------------
      * HOSTREC.CPY
      * STAFF / HOST DIRECTORY RECORD, KEYED BY THE 6-CHARACTER
      * HOST ID QUOTED ON A BOOKING. CARRIES THE HOST'S NAME, THE
      * BRANCH THEY SIT AT, AND THE DESK EXTENSION AND E-MAIL
      * ADDRESS THE MAIL/PAGER GATEWAY USES TO TELL THEM THEIR
      * VISITOR HAS ARRIVED. READ BY THE HOSTLKUP LOOKUP
      * SUBPROGRAM AND MAINTAINED BY HOSTMNT.
      *----------------------------------------------------------
       01  WS-HOST-RECORD.
           05  WS-HOST-ID                  PIC X(6).
           05  WS-HOST-SURNAME             PIC X(20).
           05  WS-HOST-GIVEN-NAME          PIC X(15).
           05  WS-HOST-BRANCH              PIC X(3).
           05  WS-HOST-EXTENSION           PIC X(6).
           05  WS-HOST-EMAIL               PIC X(40).
