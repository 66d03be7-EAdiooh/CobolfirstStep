       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERLKUP.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER ASSIGN TO OPERMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OPR-ID
               FILE STATUS IS WS-OPERMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER.
       COPY OPERREC REPLACING WS-OPERATOR-RECORD BY OPER-MASTER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-OPERMSTR-STATUS              PIC XX.

       01  WS-MASTER-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN           VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-OPER-ID                      PIC X(6).

      *    L MEANS THE OPERATOR IS ON FILE BUT HAS LEFT, SO THE
      *    CALLER CAN STILL NAME THEM ON A REPORT WHILE REFUSING THE
      *    ID ON NEW INPUT. E MEANS THE OPERATOR MASTER COULD NOT BE
      *    OPENED, SO A MISSING MASTER IS NOT TAKEN FOR A BAD ID.
       01  LK-OPER-FOUND                   PIC X.
           88  LK-OPER-ACTIVE              VALUE 'Y'.
           88  LK-OPER-LEFT                VALUE 'L'.
           88  LK-OPER-NOT-ON-FILE         VALUE 'N'.
           88  LK-OPER-MASTER-ERROR        VALUE 'E'.

       01  LK-OPER-SURNAME                 PIC X(20).
       01  LK-OPER-GIVEN-NAME              PIC X(15).
       01  LK-OPER-BRANCH                  PIC X(3).

       PROCEDURE DIVISION USING LK-OPER-ID LK-OPER-FOUND
               LK-OPER-SURNAME LK-OPER-GIVEN-NAME LK-OPER-BRANCH.
       0000-MAIN.
           PERFORM 0100-ENSURE-OPEN.
           MOVE SPACES TO LK-OPER-SURNAME.
           MOVE SPACES TO LK-OPER-GIVEN-NAME.
           MOVE SPACES TO LK-OPER-BRANCH.
           IF WS-MASTER-IS-OPEN
               IF LK-OPER-ID = SPACES
                   SET LK-OPER-NOT-ON-FILE TO TRUE
               ELSE
                   PERFORM 0200-READ-OPERATOR
               END-IF
           ELSE
               SET LK-OPER-MASTER-ERROR TO TRUE
           END-IF.
           GOBACK.

       0100-ENSURE-OPEN.
           IF NOT WS-MASTER-IS-OPEN
               OPEN INPUT OPER-MASTER
               IF WS-OPERMSTR-STATUS = '00'
                   SET WS-MASTER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING OPERMSTR, STATUS='
                       WS-OPERMSTR-STATUS
               END-IF
           END-IF.

       0200-READ-OPERATOR.
           MOVE LK-OPER-ID TO WS-OPR-ID.
           READ OPER-MASTER
               INVALID KEY
                   SET LK-OPER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   IF WS-OPR-ACTIVE
                       SET LK-OPER-ACTIVE TO TRUE
                   ELSE
                       SET LK-OPER-LEFT TO TRUE
                   END-IF
                   MOVE WS-OPR-SURNAME TO LK-OPER-SURNAME
                   MOVE WS-OPR-GIVEN-NAME TO LK-OPER-GIVEN-NAME
                   MOVE WS-OPR-BRANCH TO LK-OPER-BRANCH
           END-READ.

      *    THE PARAGRAPH HEADER AHEAD OF THE ENTRY KEEPS THIS CODE
      *    OUT OF THE RANGE OF THE PERFORMS ABOVE.
       0300-TERMINATE.
       ENTRY 'OPERLKUP-TERM'.
           IF WS-MASTER-IS-OPEN
               CLOSE OPER-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-SWITCH
           END-IF.
           GOBACK.
