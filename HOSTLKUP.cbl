       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSTLKUP.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-MASTER ASSIGN TO HOSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-HOST-ID
               FILE STATUS IS WS-HOSTMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOST-MASTER.
       COPY HOSTREC REPLACING WS-HOST-RECORD BY HOST-MASTER-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-HOSTMSTR-STATUS              PIC XX.

       01  WS-MASTER-OPEN-SWITCH           PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN           VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-HOST-ID                      PIC X(6).

      *    E MEANS THE HOST DIRECTORY COULD NOT BE OPENED, SO THE
      *    CALLER CAN TELL A MISSING DIRECTORY FROM AN UNKNOWN HOST.
       01  LK-HOST-FOUND                   PIC X.
           88  LK-HOST-ON-FILE             VALUE 'Y'.
           88  LK-HOST-NOT-ON-FILE         VALUE 'N'.
           88  LK-HOST-DIRECTORY-ERROR     VALUE 'E'.

       01  LK-HOST-SURNAME                 PIC X(20).
       01  LK-HOST-GIVEN-NAME              PIC X(15).
       01  LK-HOST-EXTENSION               PIC X(6).
       01  LK-HOST-EMAIL                   PIC X(40).

       PROCEDURE DIVISION USING LK-HOST-ID LK-HOST-FOUND
               LK-HOST-SURNAME LK-HOST-GIVEN-NAME LK-HOST-EXTENSION
               LK-HOST-EMAIL.
       0000-MAIN.
           PERFORM 0100-ENSURE-OPEN.
           MOVE SPACES TO LK-HOST-SURNAME.
           MOVE SPACES TO LK-HOST-GIVEN-NAME.
           MOVE SPACES TO LK-HOST-EXTENSION.
           MOVE SPACES TO LK-HOST-EMAIL.
           IF WS-MASTER-IS-OPEN
               MOVE LK-HOST-ID TO WS-HOST-ID
               READ HOST-MASTER
                   INVALID KEY
                       SET LK-HOST-NOT-ON-FILE TO TRUE
                   NOT INVALID KEY
                       SET LK-HOST-ON-FILE TO TRUE
                       MOVE WS-HOST-SURNAME TO LK-HOST-SURNAME
                       MOVE WS-HOST-GIVEN-NAME TO LK-HOST-GIVEN-NAME
                       MOVE WS-HOST-EXTENSION TO LK-HOST-EXTENSION
                       MOVE WS-HOST-EMAIL TO LK-HOST-EMAIL
               END-READ
           ELSE
               SET LK-HOST-DIRECTORY-ERROR TO TRUE
           END-IF.
           GOBACK.

       0100-ENSURE-OPEN.
           IF NOT WS-MASTER-IS-OPEN
               OPEN INPUT HOST-MASTER
               IF WS-HOSTMSTR-STATUS = '00'
                   SET WS-MASTER-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING HOSTMSTR, STATUS='
                       WS-HOSTMSTR-STATUS
               END-IF
           END-IF.

      *    THE PARAGRAPH HEADER AHEAD OF THE ENTRY KEEPS THIS CODE
      *    OUT OF THE RANGE OF THE 0100-ENSURE-OPEN PERFORM ABOVE.
       0200-TERMINATE.
       ENTRY 'HOSTLKUP-TERM'.
           IF WS-MASTER-IS-OPEN
               CLOSE HOST-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-SWITCH
           END-IF.
           GOBACK.
