           88  LK-IS-WALKIN                VALUE 'N'.

       01  LK-MEMBER-ID                    PIC 9(7).
       01  LK-EXPIRY-DATE                  PIC 9(8).
       01  LK-MEMBER-STATUS                PIC X.

       PROCEDURE DIVISION USING LK-SURNAME LK-GIVEN-NAME
               LK-MEMBER-FOUND LK-MEMBER-ID.
       0000-MAIN.
           PERFORM 0150-READ-BY-NAME.
           GOBACK.

       0100-ENSURE-OPEN.
           IF NOT WS-MASTER-IS-OPEN
               OPEN INPUT MEMBER-MASTER
               IF WS-MEMBMSTR-STATUS = '00'
                   SET WS-MASTER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING MEMBMSTR, STATUS='
                       WS-MEMBMSTR-STATUS
               END-IF
           END-IF.

       0150-READ-BY-NAME.
           PERFORM 0100-ENSURE-OPEN.
           IF WS-MASTER-IS-OPEN
               MOVE LK-SURNAME TO WS-MEMBER-SURNAME
               SET LK-IS-WALKIN TO TRUE
               MOVE ZERO TO LK-MEMBER-ID
           END-IF.

      *    LOOK A MEMBER UP BY THE 7-DIGIT ID PRINTED ON THE BADGE,
      *    VIA THE MEMBER-ID ALTERNATE KEY. THE PARAGRAPH HEADER
           END-IF.
           GOBACK.

      *    LOOK A MEMBER UP BY NAME AS THE MAIN ENTRY DOES, ALSO
      *    RETURNING THE MEMBERSHIP EXPIRY DATE AND STATUS SO THE
      *    CALLER CAN TELL A LAPSED MEMBER FROM A CURRENT ONE. A
      *    WALK-IN COMES BACK WITH A ZERO DATE AND A BLANK STATUS.
       0250-LOOKUP-WITH-STATUS.
       ENTRY 'MEMBSTLK' USING LK-SURNAME LK-GIVEN-NAME
               LK-MEMBER-FOUND LK-MEMBER-ID LK-EXPIRY-DATE
               LK-MEMBER-STATUS.
           PERFORM 0150-READ-BY-NAME.
           IF LK-IS-MEMBER
               MOVE WS-MEMBER-EXPIRY-DATE TO LK-EXPIRY-DATE
               MOVE WS-MEMBER-STATUS TO LK-MEMBER-STATUS
           ELSE
               MOVE ZERO TO LK-EXPIRY-DATE
               MOVE SPACE TO LK-MEMBER-STATUS
           END-IF.
           GOBACK.

       0300-TERMINATE.
       ENTRY 'MEMBLKUP-TERM'.
           IF WS-MASTER-IS-OPEN
