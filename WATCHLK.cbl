       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLK.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-MASTER ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-WATCH-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-MASTER.
       COPY WATCHREC REPLACING WS-WATCH-RECORD BY WATCH-MASTER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-WATCHLST-STATUS              PIC XX.

       01  WS-MASTER-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-BRANCH-IDX                   PIC 9.

       01  WS-BRANCH-SWITCH                PIC X VALUE 'N'.
           88  WS-BRANCH-COVERED           VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-SURNAME                      PIC X(20).
       01  LK-GIVEN-NAME                   PIC X(15).
       01  LK-BRANCH                       PIC X(3).
       01  LK-RUN-DATE                     PIC 9(8).

      *    E MEANS THE WATCH LIST COULD NOT BE OPENED; THE CALLER
      *    MUST NOT TREAT THAT AS A CLEAR SCREEN.
       01  LK-WATCH-HIT                    PIC X.
           88  LK-ON-WATCH-LIST            VALUE 'Y'.
           88  LK-NOT-ON-WATCH-LIST        VALUE 'N'.
           88  LK-WATCH-LIST-ERROR         VALUE 'E'.

       01  LK-WATCH-REASON                 PIC X(4).

       PROCEDURE DIVISION USING LK-SURNAME LK-GIVEN-NAME LK-BRANCH
               LK-RUN-DATE LK-WATCH-HIT LK-WATCH-REASON.
       0000-MAIN.
           PERFORM 0100-ENSURE-OPEN.
           SET LK-NOT-ON-WATCH-LIST TO TRUE.
           MOVE SPACES TO LK-WATCH-REASON.
           IF WS-MASTER-IS-OPEN
               MOVE LK-SURNAME TO WS-WCH-SURNAME
               MOVE LK-GIVEN-NAME TO WS-WCH-GIVEN-NAME
               READ WATCH-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0150-CHECK-ENTRY
               END-READ
           ELSE
               SET LK-WATCH-LIST-ERROR TO TRUE
           END-IF.
           GOBACK.

       0100-ENSURE-OPEN.
           IF NOT WS-MASTER-IS-OPEN
               OPEN INPUT WATCH-MASTER
               IF WS-WATCHLST-STATUS = '00'
                   SET WS-MASTER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING WATCHLST, STATUS='
                       WS-WATCHLST-STATUS
               END-IF
           END-IF.

      *    AN ENTRY ONLY HOLDS THE VISITOR WHILE IT IS UNEXPIRED AND
      *    COVERS THE BRANCH THE VISITOR ARRIVED AT.
       0150-CHECK-ENTRY.
           IF WS-WCH-EXPIRY-DATE = ZERO
                   OR WS-WCH-EXPIRY-DATE NOT < LK-RUN-DATE
               MOVE 'N' TO WS-BRANCH-SWITCH
               PERFORM 0160-CHECK-BRANCH
                   VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > 5
               IF WS-BRANCH-COVERED
                   SET LK-ON-WATCH-LIST TO TRUE
                   MOVE WS-WCH-REASON TO LK-WATCH-REASON
               END-IF
           END-IF.

       0160-CHECK-BRANCH.
           IF WS-WCH-BRANCH (WS-BRANCH-IDX) = '***'
                   OR (WS-WCH-BRANCH (WS-BRANCH-IDX) = LK-BRANCH
                   AND LK-BRANCH NOT = SPACES)
               SET WS-BRANCH-COVERED TO TRUE
           END-IF.

      *    THE PARAGRAPH HEADER AHEAD OF THE ENTRY KEEPS THIS CODE
      *    OUT OF THE RANGE OF THE PERFORMS ABOVE.
       0200-TERMINATE.
       ENTRY 'WATCHLK-TERM'.
           IF WS-MASTER-IS-OPEN
               CLOSE WATCH-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-SWITCH
           END-IF.
           GOBACK.
