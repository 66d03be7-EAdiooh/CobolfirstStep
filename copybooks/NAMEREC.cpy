      * IS NEEDED, INSTEAD OF RE-DECLARING THE LAYOUT BY HAND.
      * THE BRANCH CODE SAYS WHICH FRONT DESK TOOK THE VISITOR;
      * THE ARRIVAL TIME (HHMMSS) ORDERS THE MERGED NAMEIN FEED
      * ACROSS BRANCHES. THE OPERATOR ID SAYS WHICH CLERK KEYED
      * THE ARRIVAL; IT MUST BE AN ACTIVE ID ON THE OPERATOR
      * MASTER (COPYBOOKS/OPERREC.CPY) OR THE ARRIVAL IS REJECTED.
      *----------------------------------------------------------
       01  WS-NAME-RECORD.
           05  WS-TITLE                    PIC X(4).
           05  WS-SURNAME                  PIC X(20).
           05  WS-BRANCH-CODE              PIC X(3).
           05  WS-ARRIVAL-TIME             PIC 9(6).
           05  WS-OPERATOR-ID              PIC X(6).
