       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       AUTHOR. EADiooh.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       COPY RUNCREC REPLACING WS-RUNCTL-RECORD BY RUN-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                PIC XX.

       01  WS-CONTROL-OPEN-SWITCH          PIC X VALUE 'N'.
           88  WS-CONTROL-IS-OPEN          VALUE 'Y'.

      *    HELLO_RERUN=Y IN THE CALLING STEP'S STDENV LETS A JOB
      *    PROCESS A BUSINESS DATE IT HAS ALREADY COMPLETED.
       01  WS-ENV-RERUN                    PIC X(3).
       01  WS-RERUN-SWITCH                 PIC X VALUE 'N'.
           88  WS-RERUN-ALLOWED            VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-JOB-NAME                     PIC X(8).
       01  LK-BUSINESS-DATE                PIC 9(8).

      *    N - NOT YET RUN FOR THE DATE, CARRY ON
      *    Y - ALREADY RUN FOR THE DATE, REFUSE IT
      *    O - ALREADY RUN, BUT HELLO_RERUN=Y OVERRIDES THE REFUSAL
      *    E - THE RUN-CONTROL FILE COULD NOT BE OPENED OR UPDATED
       01  LK-RUN-RESULT                   PIC X.
           88  LK-NOT-YET-RUN              VALUE 'N'.
           88  LK-ALREADY-RUN              VALUE 'Y'.
           88  LK-RERUN-OVERRIDE           VALUE 'O'.
           88  LK-RUN-CONTROL-ERROR        VALUE 'E'.

       01  LK-RECORD-COUNT                 PIC 9(9).
       01  LK-RETURN-CODE                  PIC 9(4).

       PROCEDURE DIVISION USING LK-JOB-NAME LK-BUSINESS-DATE
               LK-RUN-RESULT.
       0000-MAIN.
           PERFORM 0100-ENSURE-OPEN.
           IF WS-CONTROL-IS-OPEN
               MOVE LK-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
               MOVE LK-JOB-NAME TO WS-RCT-JOB-NAME
               READ RUN-CONTROL
                   INVALID KEY
                       SET LK-NOT-YET-RUN TO TRUE
                   NOT INVALID KEY
                       IF WS-RERUN-ALLOWED
                           SET LK-RERUN-OVERRIDE TO TRUE
                       ELSE
                           SET LK-ALREADY-RUN TO TRUE
                       END-IF
               END-READ
               IF WS-RUNCTL-STATUS NOT = '00'
                       AND WS-RUNCTL-STATUS NOT = '23'
                   DISPLAY 'RUNCTL READ ERROR, STATUS='
                       WS-RUNCTL-STATUS
                   SET LK-RUN-CONTROL-ERROR TO TRUE
               END-IF
           ELSE
               SET LK-RUN-CONTROL-ERROR TO TRUE
           END-IF.
           GOBACK.

       0100-ENSURE-OPEN.
           IF NOT WS-CONTROL-IS-OPEN
               OPEN I-O RUN-CONTROL
               IF WS-RUNCTL-STATUS = '35'
                   OPEN OUTPUT RUN-CONTROL
                   IF WS-RUNCTL-STATUS = '00'
                       CLOSE RUN-CONTROL
                       OPEN I-O RUN-CONTROL
                   END-IF
               END-IF
               IF WS-RUNCTL-STATUS = '00'
                   SET WS-CONTROL-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ERROR OPENING RUNCTL, STATUS='
                       WS-RUNCTL-STATUS
               END-IF
               DISPLAY 'HELLO_RERUN' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-RERUN FROM ENVIRONMENT-VALUE
               IF WS-ENV-RERUN = 'Y' OR WS-ENV-RERUN = 'YES'
                   SET WS-RERUN-ALLOWED TO TRUE
               END-IF
           END-IF.

      *    RECORDS THE JOB AS COMPLETED FOR THE BUSINESS DATE WITH
      *    ITS RECORD COUNT AND RETURN CODE. A SECOND COMPLETION OF
      *    THE SAME DATE (ONLY POSSIBLE UNDER HELLO_RERUN=Y) UPDATES
      *    THE RECORD AND MARKS IT AS A RERUN.
       0200-POST-COMPLETION.
       ENTRY 'RUNPOST' USING LK-JOB-NAME LK-BUSINESS-DATE
               LK-RECORD-COUNT LK-RETURN-CODE LK-RUN-RESULT.
           PERFORM 0100-ENSURE-OPEN.
           IF WS-CONTROL-IS-OPEN
               MOVE LK-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
               MOVE LK-JOB-NAME TO WS-RCT-JOB-NAME
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-RUNCTL-STATUS
                   WHEN '00'
                       PERFORM 0260-UPDATE-COMPLETION
                   WHEN '23'
                       PERFORM 0250-ADD-COMPLETION
                   WHEN OTHER
                       DISPLAY 'RUNCTL READ ERROR, STATUS='
                           WS-RUNCTL-STATUS
                       SET LK-RUN-CONTROL-ERROR TO TRUE
               END-EVALUATE
           ELSE
               SET LK-RUN-CONTROL-ERROR TO TRUE
           END-IF.
           GOBACK.

       0250-ADD-COMPLETION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RCT-COMPLETED-AT.
           MOVE LK-RECORD-COUNT TO WS-RCT-RECORD-COUNT.
           MOVE LK-RETURN-CODE TO WS-RCT-RETURN-CODE.
           MOVE 1 TO WS-RCT-TIMES-RUN.
           MOVE 'N' TO WS-RCT-RERUN-FLAG.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'RUNCTL WRITE ERROR, STATUS='
                       WS-RUNCTL-STATUS
                   SET LK-RUN-CONTROL-ERROR TO TRUE
               NOT INVALID KEY
                   SET LK-NOT-YET-RUN TO TRUE
           END-WRITE.
           IF WS-RUNCTL-STATUS NOT = '00'
                   AND WS-RUNCTL-STATUS(1:1) NOT = '2'
               DISPLAY 'RUNCTL WRITE ERROR, STATUS='
                   WS-RUNCTL-STATUS
               SET LK-RUN-CONTROL-ERROR TO TRUE
           END-IF.

       0260-UPDATE-COMPLETION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RCT-COMPLETED-AT.
           MOVE LK-RECORD-COUNT TO WS-RCT-RECORD-COUNT.
           MOVE LK-RETURN-CODE TO WS-RCT-RETURN-CODE.
           IF WS-RCT-TIMES-RUN < 999
               ADD 1 TO WS-RCT-TIMES-RUN
           END-IF.
           SET WS-RCT-WAS-RERUN TO TRUE.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'RUNCTL REWRITE ERROR, STATUS='
                       WS-RUNCTL-STATUS
                   SET LK-RUN-CONTROL-ERROR TO TRUE
               NOT INVALID KEY
                   SET LK-RERUN-OVERRIDE TO TRUE
           END-REWRITE.
           IF WS-RUNCTL-STATUS NOT = '00'
                   AND WS-RUNCTL-STATUS(1:1) NOT = '2'
               DISPLAY 'RUNCTL REWRITE ERROR, STATUS='
                   WS-RUNCTL-STATUS
               SET LK-RUN-CONTROL-ERROR TO TRUE
           END-IF.

      *    RETURNS WHAT A JOB POSTED FOR A BUSINESS DATE, WITHOUT
      *    THE HELLO_RERUN OVERRIDE: Y AND THE RECORD COUNT IF THE
      *    JOB HAS COMPLETED THE DATE, N AND A ZERO COUNT IF IT HAS
      *    NOT. THE PARAGRAPH HEADER AHEAD OF THE ENTRY KEEPS THIS
      *    CODE OUT OF THE RANGE OF THE PERFORMS ABOVE.
       0280-INQUIRE.
       ENTRY 'RUNINQ' USING LK-JOB-NAME LK-BUSINESS-DATE
               LK-RECORD-COUNT LK-RUN-RESULT.
           MOVE ZERO TO LK-RECORD-COUNT.
           PERFORM 0100-ENSURE-OPEN.
           IF WS-CONTROL-IS-OPEN
               MOVE LK-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE
               MOVE LK-JOB-NAME TO WS-RCT-JOB-NAME
               READ RUN-CONTROL
                   INVALID KEY
                       SET LK-NOT-YET-RUN TO TRUE
                   NOT INVALID KEY
                       SET LK-ALREADY-RUN TO TRUE
                       MOVE WS-RCT-RECORD-COUNT TO LK-RECORD-COUNT
               END-READ
               IF WS-RUNCTL-STATUS NOT = '00'
                       AND WS-RUNCTL-STATUS NOT = '23'
                   DISPLAY 'RUNCTL READ ERROR, STATUS='
                       WS-RUNCTL-STATUS
                   SET LK-RUN-CONTROL-ERROR TO TRUE
               END-IF
           ELSE
               SET LK-RUN-CONTROL-ERROR TO TRUE
           END-IF.
           GOBACK.

      *    THE PARAGRAPH HEADER AHEAD OF THE ENTRY KEEPS THIS CODE
      *    OUT OF THE RANGE OF THE PERFORMS ABOVE.
       0300-TERMINATE.
       ENTRY 'RUNCTL-TERM'.
           IF WS-CONTROL-IS-OPEN
               CLOSE RUN-CONTROL
               MOVE 'N' TO WS-CONTROL-OPEN-SWITCH
           END-IF.
           GOBACK.
