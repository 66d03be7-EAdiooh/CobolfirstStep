           88  WS-INPUT-BLANK              VALUE 'Y'.
       01  WS-TRUNC-SWITCH                 PIC X VALUE 'N'.
           88  WS-INPUT-TRUNCATED          VALUE 'Y'.
       01  WS-OPER-SWITCH                  PIC X VALUE 'N'.
           88  WS-OPERATOR-UNKNOWN         VALUE 'Y'.
      *    A BLANK NAME OR AN OPERATOR ID NOT ACTIVE ON THE OPERATOR
      *    MASTER REJECTS THE VISITOR.
       01  WS-REJECT-SWITCH                PIC X VALUE 'N'.
           88  WS-INPUT-REJECTED           VALUE 'Y'.

       01  WS-OPER-FOUND                   PIC X.
           88  WS-OPER-ACTIVE              VALUE 'Y'.
           88  WS-OPER-MASTER-ERROR        VALUE 'E'.
       01  WS-OPER-SURNAME                 PIC X(20).
       01  WS-OPER-GIVEN-NAME              PIC X(15).
       01  WS-OPER-BRANCH                  PIC X(3).

       01  WS-TOTAL-GREETED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.

       01  WS-BRANCH-CODE-DESK             PIC X(3) VALUE 'DSK'.
       01  WS-ENV-BRANCH-CODE              PIC X(3).
       01  WS-DESK-OPERATOR                PIC X(6) VALUE SPACES.
       01  WS-TIME-OF-DAY                  PIC 9(8).

       01  WS-NORM-IDX                     PIC 99.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-LANGUAGE.
           PERFORM 1200-SET-BRANCH.
           PERFORM 1300-SET-OPERATOR.

       1010-OPEN-EXCPRPT.
           OPEN EXTEND EXCPRPT-FILE.
               MOVE WS-ENV-BRANCH-CODE TO WS-BRANCH-CODE-DESK
           END-IF.

      *    THE CLERK AT THE DESK SIGNS ON WITH THEIR OPERATOR ID IN
      *    HELLO_OPERATOR; IT IS CHECKED WITH THE VISITOR'S NAME.
       1300-SET-OPERATOR.
           DISPLAY 'HELLO_OPERATOR' UPON ENVIRONMENT-NAME.
           ACCEPT WS-DESK-OPERATOR FROM ENVIRONMENT-VALUE.

       2000-PROCESS-VISITOR.
           PERFORM 2100-GET-NAME.
           PERFORM 2150-NORMALIZE-NAME.
           PERFORM 2160-CONFIRM-NAME UNTIL WS-NAME-CONFIRMED.
           PERFORM 2200-VALIDATE-INPUT.
           IF WS-INPUT-REJECTED
               ADD 1 TO WS-TOTAL-REJECTED
               PERFORM 2400-LOG-EXCEPTION
               PERFORM 2500-WRITE-AUDIT
       2100-GET-NAME.
           MOVE WS-BRANCH-CODE-DESK
               TO WS-BRANCH-CODE OF WS-NAME-RECORD.
           MOVE WS-DESK-OPERATOR
               TO WS-OPERATOR-ID OF WS-NAME-RECORD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY(1:6)
               TO WS-ARRIVAL-TIME OF WS-NAME-RECORD.
                   OR WS-SURNAME OF WS-NAME-RECORD(20:1) NOT = SPACE
               SET WS-INPUT-TRUNCATED TO TRUE
           END-IF.
           PERFORM 2210-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-REJECT-SWITCH.
           IF WS-INPUT-BLANK OR WS-OPERATOR-UNKNOWN
               SET WS-INPUT-REJECTED TO TRUE
           END-IF.

       2210-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-SWITCH.
           CALL 'OPERLKUP' USING WS-OPERATOR-ID OF WS-NAME-RECORD
                                  WS-OPER-FOUND
                                  WS-OPER-SURNAME
                                  WS-OPER-GIVEN-NAME
                                  WS-OPER-BRANCH
           END-CALL.
           IF WS-OPER-MASTER-ERROR
               DISPLAY 'OPERATOR MASTER UNAVAILABLE, VISITOR CANNOT '
                   'BE SIGNED IN'
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT WS-OPER-ACTIVE
               SET WS-OPERATOR-UNKNOWN TO TRUE
               DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID OF WS-NAME-RECORD
                   ' NOT ACTIVE ON THE OPERATOR MASTER'
           END-IF.

       2250-LOOKUP-MEMBER.
           MOVE FUNCTION UPPER-CASE(WS-SURNAME OF WS-NAME-RECORD)
           MOVE WS-RUN-DATE TO WS-BDG-VISIT-DATE OF WS-BADGE-RECORD.
           MOVE WS-LANGUAGE-CODE
               TO WS-BDG-LANGUAGE OF WS-BADGE-RECORD.
           MOVE SPACE TO WS-BDG-LAPSED-MARKER OF WS-BADGE-RECORD.
           MOVE WS-BADGE-RECORD TO BADGE-OUT-RECORD.
           WRITE BADGE-OUT-RECORD.
           IF WS-BADGEOUT-STATUS NOT = '00'
               TO WS-EXC-GIVEN-NAME OF WS-EXCEPTION-RECORD.
           MOVE WS-SURNAME OF WS-NAME-RECORD
               TO WS-EXC-SURNAME OF WS-EXCEPTION-RECORD.
           MOVE WS-OPERATOR-ID OF WS-NAME-RECORD
               TO WS-EXC-OPERATOR OF WS-EXCEPTION-RECORD.
           EVALUATE TRUE
               WHEN WS-OPERATOR-UNKNOWN
                   MOVE 'BAD OPER'
                       TO WS-EXC-REASON OF WS-EXCEPTION-RECORD
               WHEN WS-INPUT-BLANK AND WS-INPUT-TRUNCATED
                   MOVE 'BLANK+TRC'
                       TO WS-EXC-REASON OF WS-EXCEPTION-RECORD
               TO WS-AUD-GIVEN-NAME OF WS-AUDIT-RECORD.
           MOVE WS-SURNAME OF WS-NAME-RECORD
               TO WS-AUD-SURNAME OF WS-AUDIT-RECORD.
           MOVE SPACE TO WS-AUD-REMINDER OF WS-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID OF WS-NAME-RECORD
               TO WS-AUD-OPERATOR OF WS-AUDIT-RECORD.
           IF WS-INPUT-REJECTED
               MOVE 'REJECTED' TO WS-AUD-STATUS OF WS-AUDIT-RECORD
               MOVE SPACE TO WS-AUD-EXPECT OF WS-AUDIT-RECORD
           ELSE

       3000-TERMINATE.
           CALL 'MEMBLKUP-TERM'.
           CALL 'OPERLKUP-TERM'.
           CLOSE EXCPRPT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE FOLLOWUP-FILE.
