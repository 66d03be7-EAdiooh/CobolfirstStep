               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BRNW-CODE
               FILE STATUS IS WS-BRNWORK-STATUS.
           SELECT ALERT-FILE ASSIGN TO SECALERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECALERT-STATUS.
           SELECT HOST-NOTIFY-FILE ASSIGN TO HOSTNTFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOSTNTFY-STATUS.
           SELECT RENEWAL-FILE ASSIGN TO RENEWFU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENEWFU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    REPORT), SO THE CROSS-CHECK IS LIMITED ONLY BY THE DATA
      *    SET RATHER THAN A FIXED IN-MEMORY TABLE. THE APPOINTMENT
      *    TIME IN THE KEY LETS THE SAME VISITOR HOLD TWO SLOTS.
      *    THE HOST ID IS CARRIED FOR THE ARRIVAL NOTICE AND THE
      *    BOOKING'S REMINDER STATUS FOR THE AUDIT TRAIL.
       FD  EXPECTED-WORK.
       01  EXPECTED-WORK-RECORD.
           05  WS-EXPW-KEY.
           05  WS-EXPW-RPT-GIVEN-NAME      PIC X(15).
           05  WS-EXPW-RPT-SURNAME         PIC X(20).
           05  WS-EXPW-MATCHED             PIC X.
           05  WS-EXPW-HOST-ID             PIC X(6).
           05  WS-EXPW-REMINDER            PIC X.

      *    PER-BRANCH RUN TOTALS ON A WORK KSDS, SO ANY NUMBER OF
      *    BRANCH CODES CAN BE SUMMARIZED WITHOUT AN OVERFLOW LINE.
           05  WS-BRNW-GREETED             PIC 9(6).
           05  WS-BRNW-REJECTED            PIC 9(6).
           05  WS-BRNW-DUPLICATE           PIC 9(6).
           05  WS-BRNW-HELD                PIC 9(6).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       COPY ALERTREC REPLACING WS-ALERT-RECORD BY ALERT-OUT-RECORD.

       FD  HOST-NOTIFY-FILE
           RECORDING MODE IS F.
       COPY HNOTREC REPLACING WS-HOST-NOTIFY-RECORD BY
           HOST-NOTIFY-OUT-RECORD.

       FD  RENEWAL-FILE
           RECORDING MODE IS F.
       COPY RNWREC REPLACING WS-RENEWAL-RECORD BY RENEWFU-OUT-RECORD.

       WORKING-STORAGE SECTION.
       COPY NAMEREC.
       COPY CHKPTREC.
       COPY BADGEREC.
       COPY GREETREC.
       COPY ALERTREC.
       COPY HNOTREC.
       COPY RNWREC.

       01  WS-NAMEIN-STATUS                PIC XX.
           88  NAMEIN-OK                   VALUE '00'.
       01  WS-EXPWORK-STATUS               PIC XX.
       01  WS-BRNWORK-STATUS               PIC XX.
       01  WS-GREETOUT-STATUS              PIC XX.
       01  WS-SECALERT-STATUS              PIC XX.
       01  WS-HOSTNTFY-STATUS              PIC XX.
       01  WS-RENEWFU-STATUS               PIC XX.

       01  WS-RECS-READ                    PIC 9(6) VALUE ZERO.
       01  WS-LAST-CHKPT-RECS              PIC 9(6) VALUE ZERO.
       01  WS-MEMBER-ID                    PIC 9(7).
       01  WS-LOOKUP-SURNAME               PIC X(20).
       01  WS-LOOKUP-GIVEN-NAME            PIC X(15).
       01  WS-LOOKUP-EXPIRY-DATE           PIC 9(8).
       01  WS-LOOKUP-MEMBER-STATUS         PIC X.

      *    A MEMBER WHOSE EXPIRY DATE HAS PASSED, OR WHO IS MARKED
      *    LAPSED OR CANCELLED ON THE MASTER, IS GREETED AS LAPSED.
       01  WS-MEMBERSHIP-SWITCH            PIC X VALUE 'N'.
           88  WS-MEMBERSHIP-LAPSED        VALUE 'Y'.
           88  WS-MEMBERSHIP-CURRENT       VALUE 'N'.
       01  WS-TOTAL-LAPSED                 PIC 9(6) VALUE ZERO.

       01  WS-PREF-FOUND                   PIC X.
           88  WS-HAS-PREFERENCE           VALUE 'Y'.

       01  WS-BLANK-SWITCH                 PIC X VALUE 'N'.
           88  WS-INPUT-BLANK              VALUE 'Y'.
       01  WS-OPER-SWITCH                  PIC X VALUE 'N'.
           88  WS-OPERATOR-UNKNOWN         VALUE 'Y'.
      *    A BLANK NAME OR AN OPERATOR ID NOT ACTIVE ON THE OPERATOR
      *    MASTER REJECTS THE INTAKE RECORD.
       01  WS-REJECT-SWITCH                PIC X VALUE 'N'.
           88  WS-INPUT-REJECTED           VALUE 'Y'.
       01  WS-TRUNC-SWITCH                 PIC X VALUE 'N'.
           88  WS-INPUT-TRUNCATED          VALUE 'Y'.

       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DUPLICATE              PIC 9(6) VALUE ZERO.
       01  WS-ENV-RESTART-DUPLICATE        PIC X(6).
       01  WS-TOTAL-HELD                   PIC 9(6) VALUE ZERO.
       01  WS-ENV-RESTART-HELD             PIC X(6).
       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-DUP-SWITCH                   PIC X VALUE 'N'.
           88  WS-DUPLICATE-ARRIVAL        VALUE 'Y'.

       01  WS-WATCH-HIT                    PIC X VALUE 'N'.
           88  WS-VISITOR-HELD             VALUE 'Y'.
           88  WS-VISITOR-CLEAR            VALUE 'N'.
           88  WS-WATCH-LIST-ERROR         VALUE 'E'.
       01  WS-WATCH-REASON                 PIC X(4).

       01  WS-OPER-FOUND                   PIC X.
           88  WS-OPER-ACTIVE              VALUE 'Y'.
           88  WS-OPER-MASTER-ERROR        VALUE 'E'.
       01  WS-OPER-SURNAME                 PIC X(20).
       01  WS-OPER-GIVEN-NAME              PIC X(15).
       01  WS-OPER-BRANCH                  PIC X(3).
       01  WS-TOTAL-BAD-OPERATOR           PIC 9(6) VALUE ZERO.

       01  WS-MATCHED-HOST-ID              PIC X(6).
       01  WS-MATCHED-APPT-TIME            PIC 9(4).
       01  WS-MATCHED-REMINDER             PIC X.
       01  WS-HOST-FOUND                   PIC X.
           88  WS-HOST-ON-FILE             VALUE 'Y'.
           88  WS-HOST-NOT-ON-FILE         VALUE 'N'.
           88  WS-HOST-DIRECTORY-ERROR     VALUE 'E'.
       01  WS-HOST-SURNAME                 PIC X(20).
       01  WS-HOST-GIVEN-NAME              PIC X(15).
       01  WS-HOST-EXTENSION               PIC X(6).
       01  WS-HOST-EMAIL                   PIC X(40).
       01  WS-TOTAL-NOTIFIED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-HOST-UNKNOWN           PIC 9(6) VALUE ZERO.

       01  WS-DUP-HEADING.
           05  FILLER                      PIC X(31)
               VALUE '===== DUPLICATE ARRIVALS '.
       01  WS-BRNW-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-BRNWORK              VALUE 'Y'.

      *    RUN CONTROL - THE BUSINESS DATE IS THE RUN DATE. A DATE
      *    ALREADY COMPLETED IS REFUSED UNLESS HELLO_RERUN=Y.
       01  WS-RUNCTL-JOB                   PIC X(8) VALUE 'HELLOBAT'.
       01  WS-RUNCTL-RESULT                PIC X.
           88  WS-RUNCTL-NOT-YET-RUN       VALUE 'N'.
           88  WS-RUNCTL-ALREADY-RUN       VALUE 'Y'.
           88  WS-RUNCTL-RERUN             VALUE 'O'.
           88  WS-RUNCTL-ERROR             VALUE 'E'.
       01  WS-RUNCTL-COUNT                 PIC 9(9).
       01  WS-RUNCTL-RC                    PIC 9(4).
      *    THE STEP RETURN CODE IS HELD HERE FOR THE WHOLE RUN - EACH
      *    CALL RESETS RETURN-CODE - AND MOVED TO IT AFTER THE LAST
      *    CALL.
       01  WS-STEP-RC                      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-CHECK-RUN-CONTROL.
           OPEN INPUT NAME-IN-FILE.
           IF WS-NAMEIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NAMEIN, STATUS=' WS-NAMEIN-STATUS
                   WS-BRNWORK-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT ALERT-FILE.
           IF WS-SECALERT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SECALERT, STATUS='
                   WS-SECALERT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT HOST-NOTIFY-FILE.
           IF WS-HOSTNTFY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOSTNTFY, STATUS='
                   WS-HOSTNTFY-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT RENEWAL-FILE.
           IF WS-RENEWFU-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RENEWFU, STATUS='
                   WS-RENEWFU-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-DUH-DATE.
           MOVE WS-DUP-HEADING TO DUPRPT-OUT-LINE.
           PERFORM 2295-WRITE-DUPRPT.
           END-IF.
           PERFORM 2100-READ-NAMEIN.

      *    A RESTART AFTER AN ABEND IS NOT A RERUN - THE ABENDED RUN
      *    NEVER POSTED ITS COMPLETION. THE REFUSAL COMES BEFORE ANY
      *    FILE IS OPENED SO NOTHING OF THE DAY IS WRITTEN TWICE.
       1050-CHECK-RUN-CONTROL.
           CALL 'RUNCTL' USING WS-RUNCTL-JOB WS-RUN-DATE
               WS-RUNCTL-RESULT.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ALREADY-RUN
                   DISPLAY 'HELLOBAT ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' WS-RUN-DATE
                   DISPLAY 'SET HELLO_RERUN=Y IN STDENV TO RUN IT '
                       'AGAIN'
                   CALL 'RUNCTL-TERM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-RUNCTL-RERUN
                   DISPLAY 'WARNING: HELLOBAT RERUN FOR BUSINESS DATE '
                       WS-RUN-DATE ' UNDER HELLO_RERUN'
               WHEN WS-RUNCTL-ERROR
                   PERFORM 9999-ABORT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-SET-LANGUAGE.
           DISPLAY 'HELLO_LANG' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-LANGUAGE-CODE FROM ENVIRONMENT-VALUE.

       1300-SKIP-TO-RESTART.
           DISPLAY 'RESTARTING AFTER RECORD : ' WS-RESTART-COUNT.
           PERFORM 1350-REPLAY-RECORD WS-RESTART-COUNT TIMES.
           MOVE WS-RESTART-COUNT TO WS-RECS-READ.
           DISPLAY 'HELLO_RESTART_GREETED' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-RESTART-GREETED FROM ENVIRONMENT-VALUE.
                   'SUMMARY TOTAL DUPLICATE WILL ONLY REFLECT '
                   'THE RESUMED PORTION OF THIS RUN'
           END-IF.
           DISPLAY 'HELLO_RESTART_HELD' UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-RESTART-HELD FROM ENVIRONMENT-VALUE.
           IF WS-ENV-RESTART-HELD NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-RESTART-HELD)
                   TO WS-TOTAL-HELD
           ELSE
               DISPLAY 'WARNING: HELLO_RESTART_HELD NOT SET, '
                   'SUMMARY TOTAL HELD WILL ONLY REFLECT '
                   'THE RESUMED PORTION OF THIS RUN'
           END-IF.
           DISPLAY 'WARNING: PER-BRANCH SUMMARY COUNTS COVER ONLY '
               'THE RESUMED PORTION OF THIS RUN'.

      *    A RECORD ALREADY PROCESSED BEFORE THE RESTART POINT IS
      *    NORMALIZED AND VALIDATED EXACTLY AS 2000 DOES, SO THE SEEN
      *    FILE AND THE APPOINTMENT MATCHES COME OUT AS IN A CLEAN
      *    RUN: A REJECTED RECORD IS NOT SCREENED, REGISTERED OR
      *    MATCHED. NOTHING IS WRITTEN. THE BAD OPERATOR COUNT IS
      *    TAKEN AGAIN HERE, SO IT COVERS THE WHOLE DAY.
       1350-REPLAY-RECORD.
           PERFORM 2100-READ-NAMEIN.
           IF NOT END-OF-NAMEIN
               MOVE NAME-IN-RECORD TO WS-NAME-RECORD
               PERFORM 2150-NORMALIZE-NAME
               PERFORM 2200-VALIDATE-INPUT
               MOVE 'N' TO WS-DUP-SWITCH
               SET WS-VISITOR-CLEAR TO TRUE
               IF NOT WS-INPUT-REJECTED
                   PERFORM 2220-SCREEN-WATCH-LIST
               END-IF
               IF NOT WS-INPUT-REJECTED AND NOT WS-VISITOR-HELD
                   PERFORM 2280-CHECK-DUPLICATE
                   IF NOT WS-DUPLICATE-ARRIVAL
                       PERFORM 2800-MATCH-EXPECTED
                   END-IF
               END-IF
           END-IF.

       1400-LOAD-EXPECTED.
           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS NOT = '00'
           MOVE WS-EXP-SURNAME OF EXPECTED-IN-RECORD
               TO WS-EXPW-RPT-SURNAME.
           MOVE 'N' TO WS-EXPW-MATCHED.
           MOVE FUNCTION UPPER-CASE(
               WS-EXP-HOST-ID OF EXPECTED-IN-RECORD)
               TO WS-EXPW-HOST-ID.
           MOVE WS-EXP-REMINDER OF EXPECTED-IN-RECORD
               TO WS-EXPW-REMINDER.
           WRITE EXPECTED-WORK-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-APPT-COUNT
           PERFORM 2150-NORMALIZE-NAME.
           PERFORM 2200-VALIDATE-INPUT.
           MOVE 'N' TO WS-DUP-SWITCH.
           SET WS-VISITOR-CLEAR TO TRUE.
           IF NOT WS-INPUT-REJECTED
               PERFORM 2220-SCREEN-WATCH-LIST
           END-IF.
           IF NOT WS-INPUT-REJECTED AND NOT WS-VISITOR-HELD
               PERFORM 2280-CHECK-DUPLICATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-INPUT-REJECTED
                   ADD 1 TO WS-TOTAL-REJECTED
                   PERFORM 2400-LOG-EXCEPTION
                   PERFORM 2500-WRITE-AUDIT
               WHEN WS-VISITOR-HELD
                   ADD 1 TO WS-TOTAL-HELD
                   PERFORM 2240-RAISE-ALERT
                   PERFORM 2400-LOG-EXCEPTION
                   PERFORM 2500-WRITE-AUDIT
               WHEN WS-DUPLICATE-ARRIVAL
                   ADD 1 TO WS-TOTAL-DUPLICATE
                   PERFORM 2290-LOG-DUPLICATE
                   PERFORM 2250-LOOKUP-MEMBER
                   PERFORM 2270-LOOKUP-PREFERENCE
                   PERFORM 2800-MATCH-EXPECTED
                   IF WS-VISITOR-EXPECTED
                           AND WS-MATCHED-HOST-ID NOT = SPACES
                       PERFORM 2870-NOTIFY-HOST
                   END-IF
                   PERFORM 2300-GREET-VISITOR
                   PERFORM 2350-WRITE-BADGE
                   PERFORM 2500-WRITE-AUDIT
                   IF WS-IS-WALKIN
                       PERFORM 2260-LOG-FOLLOWUP
                   END-IF
                   IF WS-MEMBERSHIP-LAPSED
                       PERFORM 2265-LOG-RENEWAL
                   END-IF
                   IF WS-INPUT-TRUNCATED
                       PERFORM 2400-LOG-EXCEPTION
                   END-IF
                   OR WS-SURNAME OF WS-NAME-RECORD(20:1) NOT = SPACE
               SET WS-INPUT-TRUNCATED TO TRUE
           END-IF.
           PERFORM 2210-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-REJECT-SWITCH.
           IF WS-INPUT-BLANK OR WS-OPERATOR-UNKNOWN
               SET WS-INPUT-REJECTED TO TRUE
           END-IF.

      *    A LEAVER'S ID IS REFUSED THE SAME AS ONE NEVER ISSUED. THE
      *    RUN STOPS IF THE OPERATOR MASTER CANNOT BE READ, RATHER
      *    THAN REJECT EVERY ARRIVAL OF THE DAY.
       2210-VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPER-SWITCH.
           CALL 'OPERLKUP' USING WS-OPERATOR-ID OF WS-NAME-RECORD
                                  WS-OPER-FOUND
                                  WS-OPER-SURNAME
                                  WS-OPER-GIVEN-NAME
                                  WS-OPER-BRANCH
           END-CALL.
           IF WS-OPER-MASTER-ERROR
               DISPLAY 'OPERATOR MASTER UNAVAILABLE, INTAKE CANNOT BE '
                   'VALIDATED'
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT WS-OPER-ACTIVE
               SET WS-OPERATOR-UNKNOWN TO TRUE
               ADD 1 TO WS-TOTAL-BAD-OPERATOR
           END-IF.

      *    A VISITOR ON AN UNEXPIRED WATCH LIST ENTRY COVERING THIS
      *    BRANCH IS HELD AT THE DESK: NOT GREETED, NOT BADGED, AND
      *    NOT ENTERED IN THE SAME-DAY SEEN FILE, SO EVERY ATTEMPT
      *    TO SIGN IN IS HELD AND ALERTED IN ITS OWN RIGHT.
       2220-SCREEN-WATCH-LIST.
           MOVE FUNCTION UPPER-CASE(WS-SURNAME OF WS-NAME-RECORD)
               TO WS-LOOKUP-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-GIVEN-NAME OF WS-NAME-RECORD)
               TO WS-LOOKUP-GIVEN-NAME.
           CALL 'WATCHLK' USING WS-LOOKUP-SURNAME
                                 WS-LOOKUP-GIVEN-NAME
                                 WS-BRANCH-CODE OF WS-NAME-RECORD
                                 WS-RUN-DATE
                                 WS-WATCH-HIT
                                 WS-WATCH-REASON
           END-CALL.
           IF WS-WATCH-LIST-ERROR
               DISPLAY 'WATCH LIST UNAVAILABLE, ARRIVALS CANNOT BE '
                   'SCREENED'
               PERFORM 9999-ABORT-RUN
           END-IF.

       2240-RAISE-ALERT.
           MOVE WS-BRANCH-CODE OF WS-NAME-RECORD
               TO WS-ALR-BRANCH OF WS-ALERT-RECORD.
           MOVE WS-RUN-DATE TO WS-ALR-ALERT-DATE OF WS-ALERT-RECORD.
           MOVE WS-ARRIVAL-TIME OF WS-NAME-RECORD
               TO WS-ALR-ARRIVAL-TIME OF WS-ALERT-RECORD.
           MOVE WS-TITLE OF WS-NAME-RECORD
               TO WS-ALR-TITLE OF WS-ALERT-RECORD.
           MOVE WS-GIVEN-NAME OF WS-NAME-RECORD
               TO WS-ALR-GIVEN-NAME OF WS-ALERT-RECORD.
           MOVE WS-SURNAME OF WS-NAME-RECORD
               TO WS-ALR-SURNAME OF WS-ALERT-RECORD.
           MOVE WS-WATCH-REASON TO WS-ALR-REASON OF WS-ALERT-RECORD.
           MOVE WS-ALERT-RECORD TO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.
           IF WS-SECALERT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SECALERT, STATUS='
                   WS-SECALERT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           DISPLAY '*** SECURITY HOLD: '
               FUNCTION TRIM(WS-GIVEN-NAME OF WS-NAME-RECORD) ' '
               FUNCTION TRIM(WS-SURNAME OF WS-NAME-RECORD)
               ' AT BRANCH ' WS-BRANCH-CODE OF WS-NAME-RECORD
               ' REASON ' WS-WATCH-REASON ' ***'.

       2250-LOOKUP-MEMBER.
           MOVE FUNCTION UPPER-CASE(WS-SURNAME OF WS-NAME-RECORD)
               TO WS-LOOKUP-SURNAME.
           MOVE FUNCTION UPPER-CASE(WS-GIVEN-NAME OF WS-NAME-RECORD)
               TO WS-LOOKUP-GIVEN-NAME.
           CALL 'MEMBSTLK' USING WS-LOOKUP-SURNAME
                                  WS-LOOKUP-GIVEN-NAME
                                  WS-MEMBER-FOUND
                                  WS-MEMBER-ID
                                  WS-LOOKUP-EXPIRY-DATE
                                  WS-LOOKUP-MEMBER-STATUS
           END-CALL.
           SET WS-MEMBERSHIP-CURRENT TO TRUE.
           IF WS-IS-MEMBER
               EVALUATE TRUE
                   WHEN WS-LOOKUP-MEMBER-STATUS = 'L' OR 'C'
                       SET WS-MEMBERSHIP-LAPSED TO TRUE
                   WHEN WS-LOOKUP-EXPIRY-DATE NOT NUMERIC
                       CONTINUE
                   WHEN WS-LOOKUP-EXPIRY-DATE > ZERO
                           AND WS-LOOKUP-EXPIRY-DATE < WS-RUN-DATE
                       SET WS-MEMBERSHIP-LAPSED TO TRUE
               END-EVALUATE
           END-IF.
           IF WS-MEMBERSHIP-LAPSED
               ADD 1 TO WS-TOTAL-LAPSED
           END-IF.

       2270-LOOKUP-PREFERENCE.
           SET WS-NO-PREFERENCE TO TRUE.
       2300-GREET-VISITOR.
           MOVE SPACES TO WS-GREETING-TEXT.
           EVALUATE TRUE
               WHEN WS-MEMBERSHIP-LAPSED AND WS-VISIT-LANGUAGE = 'EN'
                   STRING 'Welcome back '
                       FUNCTION TRIM(WS-VISIT-TITLE) ' '
                       FUNCTION TRIM(WS-SURNAME OF WS-NAME-RECORD)
                       ', please renew at the desk.'
                       DELIMITED BY SIZE
                       INTO WS-GREETING-TEXT
               WHEN WS-MEMBERSHIP-LAPSED
                   STRING 'Ravi de vous revoir '
                       FUNCTION TRIM(WS-VISIT-TITLE) ' '
                       FUNCTION TRIM(WS-SURNAME OF WS-NAME-RECORD)
                       ', pensez a renouveler.'
                       DELIMITED BY SIZE
                       INTO WS-GREETING-TEXT
               WHEN WS-IS-MEMBER AND WS-VISIT-LANGUAGE = 'EN'
                   STRING 'Welcome back '
                       FUNCTION TRIM(WS-VISIT-TITLE) ' '
               TO WS-GRT-ARRIVAL-TIME OF WS-GREET-RECORD.
           MOVE WS-VISIT-LANGUAGE
               TO WS-GRT-LANGUAGE OF WS-GREET-RECORD.
           EVALUATE TRUE
               WHEN WS-MEMBERSHIP-LAPSED
                   MOVE 'L' TO WS-GRT-MEMBER-STATUS OF WS-GREET-RECORD
               WHEN WS-IS-MEMBER
                   MOVE 'M' TO WS-GRT-MEMBER-STATUS OF WS-GREET-RECORD
               WHEN OTHER
                   MOVE 'W' TO WS-GRT-MEMBER-STATUS OF WS-GREET-RECORD
           END-EVALUATE.
           MOVE WS-GREETING-TEXT
               TO WS-GRT-GREETING-TEXT OF WS-GREET-RECORD.
           MOVE WS-GREET-RECORD TO GREET-OUT-RECORD.
           MOVE WS-RUN-DATE TO WS-BDG-VISIT-DATE OF WS-BADGE-RECORD.
           MOVE WS-VISIT-LANGUAGE
               TO WS-BDG-LANGUAGE OF WS-BADGE-RECORD.
           IF WS-MEMBERSHIP-LAPSED
               MOVE 'L' TO WS-BDG-LAPSED-MARKER OF WS-BADGE-RECORD
           ELSE
               MOVE SPACE TO WS-BDG-LAPSED-MARKER OF WS-BADGE-RECORD
           END-IF.
           MOVE WS-BADGE-RECORD TO BADGE-OUT-RECORD.
           WRITE BADGE-OUT-RECORD.
           IF WS-BADGEOUT-STATUS NOT = '00'
               PERFORM 9999-ABORT-RUN
           END-IF.

      *    A LAPSED MEMBER'S ARRIVAL GOES TO THE RENEWFU FEED SO THE
      *    MEMBERSHIP DESK CAN FOLLOW UP ON THE RENEWAL.
       2265-LOG-RENEWAL.
           MOVE WS-MEMBER-ID TO WS-RNW-MEMBER-ID OF WS-RENEWAL-RECORD.
           MOVE WS-VISIT-TITLE TO WS-RNW-TITLE OF WS-RENEWAL-RECORD.
           MOVE WS-GIVEN-NAME OF WS-NAME-RECORD
               TO WS-RNW-GIVEN-NAME OF WS-RENEWAL-RECORD.
           MOVE WS-SURNAME OF WS-NAME-RECORD
               TO WS-RNW-SURNAME OF WS-RENEWAL-RECORD.
           IF WS-LOOKUP-EXPIRY-DATE NUMERIC
               MOVE WS-LOOKUP-EXPIRY-DATE
                   TO WS-RNW-EXPIRY-DATE OF WS-RENEWAL-RECORD
           ELSE
               MOVE ZERO TO WS-RNW-EXPIRY-DATE OF WS-RENEWAL-RECORD
           END-IF.
           MOVE WS-LOOKUP-MEMBER-STATUS
               TO WS-RNW-MEMBER-STATUS OF WS-RENEWAL-RECORD.
           MOVE WS-BRANCH-CODE OF WS-NAME-RECORD
               TO WS-RNW-BRANCH OF WS-RENEWAL-RECORD.
           MOVE WS-RUN-DATE TO WS-RNW-VISIT-DATE OF WS-RENEWAL-RECORD.
           MOVE WS-ARRIVAL-TIME OF WS-NAME-RECORD
               TO WS-RNW-ARRIVAL-TIME OF WS-RENEWAL-RECORD.
           MOVE WS-RENEWAL-RECORD TO RENEWFU-OUT-RECORD.
           WRITE RENEWFU-OUT-RECORD.
           IF WS-RENEWFU-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RENEWFU, STATUS='
                   WS-RENEWFU-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2400-LOG-EXCEPTION.
           ADD 1 TO WS-EXC-SEQ.
           MOVE WS-EXC-SEQ TO WS-EXC-SEQ-NO OF WS-EXCEPTION-RECORD.
               TO WS-EXC-GIVEN-NAME OF WS-EXCEPTION-RECORD.
           MOVE WS-SURNAME OF WS-NAME-RECORD
               TO WS-EXC-SURNAME OF WS-EXCEPTION-RECORD.
           MOVE WS-OPERATOR-ID OF WS-NAME-RECORD
               TO WS-EXC-OPERATOR OF WS-EXCEPTION-RECORD.
           EVALUATE TRUE
               WHEN WS-VISITOR-HELD
                   MOVE 'HELD'
                       TO WS-EXC-REASON OF WS-EXCEPTION-RECORD
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
           EVALUATE TRUE
               WHEN WS-INPUT-REJECTED
                   MOVE 'REJECTED' TO WS-AUD-STATUS OF WS-AUDIT-RECORD
                   MOVE SPACE TO WS-AUD-EXPECT OF WS-AUDIT-RECORD
               WHEN WS-VISITOR-HELD
                   MOVE 'HELD' TO WS-AUD-STATUS OF WS-AUDIT-RECORD
                   MOVE SPACE TO WS-AUD-EXPECT OF WS-AUDIT-RECORD
               WHEN WS-DUPLICATE-ARRIVAL
                   MOVE 'DUPLICATE' TO WS-AUD-STATUS OF WS-AUDIT-RECORD
                   MOVE SPACE TO WS-AUD-EXPECT OF WS-AUDIT-RECORD
                   MOVE 'GREETED' TO WS-AUD-STATUS OF WS-AUDIT-RECORD
                   MOVE WS-EXPECT-FLAG
                       TO WS-AUD-EXPECT OF WS-AUDIT-RECORD
                   IF WS-VISITOR-EXPECTED
                       MOVE WS-MATCHED-REMINDER
                           TO WS-AUD-REMINDER OF WS-AUDIT-RECORD
                   END-IF
           END-EVALUATE.
           MOVE WS-BRANCH-CODE OF WS-NAME-RECORD
               TO WS-AUD-BRANCH OF WS-AUDIT-RECORD.
               TO WS-CHKPT-TOTAL-REJECTED OF WS-CHKPT-RECORD.
           MOVE WS-TOTAL-DUPLICATE
               TO WS-CHKPT-TOTAL-DUPLICATE OF WS-CHKPT-RECORD.
           MOVE WS-TOTAL-HELD
               TO WS-CHKPT-TOTAL-HELD OF WS-CHKPT-RECORD.
           MOVE WS-CHKPT-RECORD TO CHKPT-OUT-RECORD.
           WRITE CHKPT-OUT-RECORD.
           IF WS-CHKPT-STATUS NOT = '00'
                   MOVE ZERO TO WS-BRNW-GREETED
                   MOVE ZERO TO WS-BRNW-REJECTED
                   MOVE ZERO TO WS-BRNW-DUPLICATE
                   MOVE ZERO TO WS-BRNW-HELD
                   PERFORM 2750-BUMP-BRANCH-COUNT
                   WRITE BRANCH-WORK-RECORD
               NOT INVALID KEY

       2750-BUMP-BRANCH-COUNT.
           EVALUATE TRUE
               WHEN WS-INPUT-REJECTED
                   ADD 1 TO WS-BRNW-REJECTED
               WHEN WS-VISITOR-HELD
                   ADD 1 TO WS-BRNW-HELD
               WHEN WS-DUPLICATE-ARRIVAL
                   ADD 1 TO WS-BRNW-DUPLICATE
               WHEN OTHER

       2800-MATCH-EXPECTED.
           SET WS-VISITOR-UNANNOUNCED TO TRUE.
           MOVE SPACES TO WS-MATCHED-HOST-ID.
           MOVE ZERO TO WS-MATCHED-APPT-TIME.
           MOVE SPACE TO WS-MATCHED-REMINDER.
           MOVE 'N' TO WS-EXPW-SCAN-SWITCH.
           MOVE WS-LOOKUP-SURNAME TO WS-EXPW-SURNAME.
           MOVE WS-LOOKUP-GIVEN-NAME TO WS-EXPW-GIVEN-NAME.
                           PERFORM 9999-ABORT-RUN
                       END-IF
                       SET WS-VISITOR-EXPECTED TO TRUE
                       MOVE WS-EXPW-HOST-ID TO WS-MATCHED-HOST-ID
                       MOVE WS-EXPW-APPT-TIME TO WS-MATCHED-APPT-TIME
                       MOVE WS-EXPW-REMINDER TO WS-MATCHED-REMINDER
                       SET WS-EXPW-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    THE "YOUR VISITOR HAS ARRIVED" NOTICE FOR THE MAIL/PAGER
      *    GATEWAY. A HOST DROPPED FROM THE DIRECTORY SINCE THE
      *    BOOKING WAS MADE STILL GETS A RECORD, WITH THE CONTACT
      *    DETAILS BLANK, AND THE DESK IS TOLD TO PHONE ROUND.
       2870-NOTIFY-HOST.
           CALL 'HOSTLKUP' USING WS-MATCHED-HOST-ID
                                  WS-HOST-FOUND
                                  WS-HOST-SURNAME
                                  WS-HOST-GIVEN-NAME
                                  WS-HOST-EXTENSION
                                  WS-HOST-EMAIL
           END-CALL.
           IF NOT WS-HOST-ON-FILE
               ADD 1 TO WS-TOTAL-HOST-UNKNOWN
               DISPLAY 'HOST ' WS-MATCHED-HOST-ID
                   ' NOT ON HOST DIRECTORY, CALL THE HOST FOR '
                   FUNCTION TRIM(WS-GIVEN-NAME OF WS-NAME-RECORD) ' '
                   FUNCTION TRIM(WS-SURNAME OF WS-NAME-RECORD)
           END-IF.
           MOVE WS-MATCHED-HOST-ID
               TO WS-HNT-HOST-ID OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-HOST-SURNAME
               TO WS-HNT-HOST-SURNAME OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-HOST-GIVEN-NAME
               TO WS-HNT-HOST-GIVEN-NAME OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-HOST-EXTENSION
               TO WS-HNT-HOST-EXTENSION OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-HOST-EMAIL
               TO WS-HNT-HOST-EMAIL OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-BRANCH-CODE OF WS-NAME-RECORD
               TO WS-HNT-BRANCH OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-RUN-DATE
               TO WS-HNT-NOTIFY-DATE OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-ARRIVAL-TIME OF WS-NAME-RECORD
               TO WS-HNT-ARRIVAL-TIME OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-MATCHED-APPT-TIME
               TO WS-HNT-APPT-TIME OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-TITLE OF WS-NAME-RECORD
               TO WS-HNT-VISITOR-TITLE OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-GIVEN-NAME OF WS-NAME-RECORD
               TO WS-HNT-VISITOR-GIVEN-NAME OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-SURNAME OF WS-NAME-RECORD
               TO WS-HNT-VISITOR-SURNAME OF WS-HOST-NOTIFY-RECORD.
           MOVE WS-HOST-NOTIFY-RECORD TO HOST-NOTIFY-OUT-RECORD.
           WRITE HOST-NOTIFY-OUT-RECORD.
           IF WS-HOSTNTFY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HOSTNTFY, STATUS='
                   WS-HOSTNTFY-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           ADD 1 TO WS-TOTAL-NOTIFIED.

       3000-TERMINATE.
           IF WS-RECS-READ NOT = ZERO
                   AND WS-RECS-READ NOT = WS-LAST-CHKPT-RECS
           END-IF.
           CALL 'MEMBLKUP-TERM'.
           CALL 'PREFLKUP-TERM'.
           CALL 'WATCHLK-TERM'.
           CALL 'HOSTLKUP-TERM'.
           CALL 'OPERLKUP-TERM'.
           CLOSE NAME-IN-FILE.
           CLOSE EXCPRPT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SEEN-WORK.
           CLOSE DUPRPT-FILE.
           CLOSE GREET-FILE.
           CLOSE ALERT-FILE.
           CLOSE HOST-NOTIFY-FILE.
           CLOSE RENEWAL-FILE.
           PERFORM 3100-PRINT-SUMMARY.
           CLOSE BRANCH-WORK.
           IF WS-EXC-SEQ > ZERO
               DISPLAY 'EXCEPTION RECORDS WRITTEN, SEE THE MORNING '
                   'REJECT REPORT'
               MOVE 4 TO WS-STEP-RC
           END-IF.
           PERFORM 3050-POST-RUN-CONTROL.
           MOVE WS-STEP-RC TO RETURN-CODE.

       3050-POST-RUN-CONTROL.
           MOVE WS-RECS-READ TO WS-RUNCTL-COUNT.
           MOVE WS-STEP-RC TO WS-RUNCTL-RC.
           CALL 'RUNPOST' USING WS-RUNCTL-JOB WS-RUN-DATE
               WS-RUNCTL-COUNT WS-RUNCTL-RC WS-RUNCTL-RESULT.
           IF WS-RUNCTL-ERROR
               DISPLAY 'WARNING: RUN CONTROL NOT UPDATED FOR '
                   'BUSINESS DATE ' WS-RUN-DATE
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           CALL 'RUNCTL-TERM'.

       3100-PRINT-SUMMARY.
           DISPLAY '===== DAILY VISITOR SUMMARY ====='.
           DISPLAY 'TOTAL GREETED  : ' WS-TOTAL-GREETED.
           DISPLAY 'TOTAL REJECTED : ' WS-TOTAL-REJECTED.
           DISPLAY 'TOTAL DUPLICATE: ' WS-TOTAL-DUPLICATE.
           DISPLAY 'TOTAL HELD     : ' WS-TOTAL-HELD.
           DISPLAY 'HOSTS NOTIFIED : ' WS-TOTAL-NOTIFIED.
           DISPLAY 'LAPSED MEMBERS : ' WS-TOTAL-LAPSED.
           IF WS-TOTAL-HOST-UNKNOWN > ZERO
               DISPLAY 'HOSTS NOT ON DIRECTORY : '
                   WS-TOTAL-HOST-UNKNOWN
           END-IF.
           IF WS-TOTAL-BAD-OPERATOR > ZERO
               DISPLAY 'REJECTED FOR OPERATOR ID NOT ON FILE : '
                   WS-TOTAL-BAD-OPERATOR
           END-IF.
           MOVE 'N' TO WS-BRNW-EOF-SWITCH.
           MOVE LOW-VALUES TO WS-BRNW-CODE.
           START BRANCH-WORK KEY NOT < WS-BRNW-CODE
                   ' GREETED : ' WS-BRNW-GREETED
                   ' REJECTED : ' WS-BRNW-REJECTED
                   ' DUPLICATE : ' WS-BRNW-DUPLICATE
                   ' HELD : ' WS-BRNW-HELD
           END-IF.

       3300-PRINT-NOSHOWS.
