           SELECT ROLLRPT-FILE ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLLRPT-STATUS.
           SELECT HOST-NOTIFY-FILE ASSIGN TO HOSTNTFY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOSTNTFY-STATUS.
           SELECT SORTED-NTF-FILE ASSIGN TO SRTNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTNTF-STATUS.
           SELECT HOSTRPT-FILE ASSIGN TO HOSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOSTRPT-STATUS.
           SELECT NO-ARRIVAL-FILE ASSIGN TO NOARRDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOARRDEP-STATUS.
           SELECT ARR-WORK ASSIGN TO ARRWORK.
           SELECT DEP-WORK ASSIGN TO DEPWORK.
           SELECT NTF-WORK ASSIGN TO NTFWORK.
           SELECT HOST-WORK ASSIGN TO HSTWORK.

       DATA DIVISION.
       FILE SECTION.
           05  WS-SDP-GIVEN-NAME           PIC X(15).
           05  WS-SDP-BRANCH               PIC X(3).
           05  WS-SDP-DEPART-TIME          PIC 9(6).
           05  WS-SDP-OPERATOR             PIC X(6).

       FD  ROLLRPT-FILE
           RECORDING MODE IS F.
       01  ROLLRPT-OUT-LINE                PIC X(80).

       FD  HOST-NOTIFY-FILE
           RECORDING MODE IS F.
       COPY HNOTREC REPLACING WS-HOST-NOTIFY-RECORD BY
           HOST-NOTIFY-IN-RECORD.

       FD  SORTED-NTF-FILE
           RECORDING MODE IS F.
       COPY HNOTREC REPLACING WS-HOST-NOTIFY-RECORD BY
           SORTED-NTF-RECORD.

       FD  HOSTRPT-FILE
           RECORDING MODE IS F.
       01  HOSTRPT-OUT-LINE                PIC X(80).

       FD  NO-ARRIVAL-FILE
           RECORDING MODE IS F.
       COPY NOARREC REPLACING WS-NO-ARRIVAL-RECORD BY
           NO-ARRIVAL-OUT-RECORD.

       SD  ARR-WORK.
       01  ARR-WORK-RECORD.
           05  WS-ARW-SURNAME              PIC X(20).
           05  WS-DPW-GIVEN-NAME           PIC X(15).
           05  WS-DPW-BRANCH               PIC X(3).
           05  WS-DPW-DEPART-TIME          PIC 9(6).
           05  WS-DPW-OPERATOR             PIC X(6).

       SD  NTF-WORK.
       COPY HNOTREC REPLACING WS-HOST-NOTIFY-RECORD BY
           NTF-WORK-RECORD.

      *    ONE RECORD PER VISITOR STILL ON SITE WHO CAME TO SEE A
      *    HOST, SORTED SO THE HOST REPORT PRINTS A BLOCK PER HOST.
       SD  HOST-WORK.
       01  HOST-WORK-RECORD.
           05  WS-HSW-HOST-ID              PIC X(6).
           05  WS-HSW-HOST-SURNAME         PIC X(20).
           05  WS-HSW-HOST-GIVEN-NAME      PIC X(15).
           05  WS-HSW-HOST-EXTENSION       PIC X(6).
           05  WS-HSW-BRANCH               PIC X(3).
           05  WS-HSW-ARRIVAL-TIME         PIC 9(6).
           05  WS-HSW-GIVEN-NAME           PIC X(15).
           05  WS-HSW-SURNAME              PIC X(20).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
           88  SRTDEP-EOF                  VALUE '10'.

       01  WS-ROLLRPT-STATUS               PIC XX.
       01  WS-HOSTNTFY-STATUS              PIC XX.

       01  WS-SRTNTF-STATUS                PIC XX.
           88  SRTNTF-OK                   VALUE '00'.
           88  SRTNTF-EOF                  VALUE '10'.

       01  WS-HOSTRPT-STATUS               PIC XX.
       01  WS-NOARRDEP-STATUS              PIC XX.

       01  WS-AUDIT-EOF-SWITCH             PIC X VALUE 'N'.
           88  END-OF-AUDITOUT             VALUE 'Y'.
           88  END-OF-ARRIVALS             VALUE 'Y'.
       01  WS-DEP-EOF-SWITCH               PIC X VALUE 'N'.
           88  END-OF-DEPARTURES           VALUE 'Y'.
       01  WS-NTF-EOF-SWITCH               PIC X VALUE 'N'.
           88  END-OF-NOTIFICATIONS        VALUE 'Y'.
       01  WS-HSW-EOF-SWITCH               PIC X VALUE 'N'.
           88  END-OF-HOST-WORK            VALUE 'Y'.

       01  WS-ARRIVALS-READ                PIC 9(6) VALUE ZERO.
       01  WS-DEPARTURES-READ              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-MATCHED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ON-SITE                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NO-ARRIVAL             PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-DEP-REJECTED           PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-HOST-VISITORS          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-HOSTS                  PIC 9(6) VALUE ZERO.
       01  WS-HOST-VISITORS                PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-HOST-ID                PIC X(6).

      *    THE VISITOR NAME OF THE CURRENT ARRIVAL NOTICE, LAID OUT
      *    LIKE THE SURNAME + GIVEN NAME FRONT OF THE ARRIVAL RECORD.
       01  WS-NTF-NAME-KEY.
           05  WS-NTF-SURNAME              PIC X(20).
           05  WS-NTF-GIVEN-NAME           PIC X(15).
       01  WS-RUN-DATE                     PIC 9(8).

      *    RUN CONTROL - THE BUSINESS DATE IS THE DATE OF THE AUDIT
      *    TRAIL BEING CALLED (THE RUN DATE IF IT IS EMPTY).
       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-RUNCTL-JOB                   PIC X(8) VALUE 'ROLLCALL'.
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

       01  WS-ARR-MINUTES                  PIC 9(6).
       01  WS-DEP-MINUTES                  PIC 9(6).
       01  WS-STAY-MINUTES                 PIC 9(6).
       01  WS-NORM-GIVEN-NAME              PIC X(15).
       01  WS-NORM-IDX                     PIC 99.

      *    THE OPERATOR WHO KEYED THE CHECK-OUT MUST BE ACTIVE ON
      *    THE OPERATOR MASTER, AS AT INTAKE.
       01  WS-OPER-FOUND                   PIC X.
           88  WS-OPER-ACTIVE              VALUE 'Y'.
           88  WS-OPER-MASTER-ERROR        VALUE 'E'.
       01  WS-OPER-SURNAME                 PIC X(20).
       01  WS-OPER-GIVEN-NAME              PIC X(15).
       01  WS-OPER-BRANCH                  PIC X(3).

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(36)
               VALUE '===== END-OF-DAY ROLL CALL '.
           05  WS-TOT-LABEL                PIC X(22).
           05  WS-TOT-COUNT                PIC 9(6).

       01  WS-HST-HEADING.
           05  FILLER                      PIC X(41)
               VALUE '===== HOSTS WITH VISITORS STILL ON SITE '.
           05  WS-HSH-DATE                 PIC 9(8).
           05  FILLER                      PIC X(6) VALUE ' ====='.

       01  WS-HST-HOST-LINE.
           05  FILLER                      PIC X(5) VALUE 'HOST '.
           05  WS-HHL-HOST-ID              PIC X(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-HHL-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-HHL-SURNAME              PIC X(20).
           05  FILLER                      PIC X(5) VALUE ' EXT '.
           05  WS-HHL-EXTENSION            PIC X(6).

       01  WS-HST-DETAIL.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-HSD-BRANCH               PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-HSD-GIVEN-NAME           PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-HSD-SURNAME              PIC X(20).
           05  FILLER                      PIC X(10)
               VALUE ' ARRIVED '.
           05  WS-HSD-ARRIVAL              PIC 9(6).
           05  FILLER                      PIC X(10)
               VALUE ' *ON SITE*'.

       01  WS-HST-HOST-TOTAL.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(22)
               VALUE 'VISITORS STILL IN    :'.
           05  WS-HHT-COUNT                PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
               ON ASCENDING KEY WS-DPW-SURNAME WS-DPW-GIVEN-NAME
               INPUT PROCEDURE IS 1700-RELEASE-DEPARTURES
               GIVING SORTED-DEP-FILE.
           SORT NTF-WORK
               ON ASCENDING KEY
                   WS-HNT-VISITOR-SURNAME OF NTF-WORK-RECORD
                   WS-HNT-VISITOR-GIVEN-NAME OF NTF-WORK-RECORD
               USING HOST-NOTIFY-FILE
               GIVING SORTED-NTF-FILE.
           SORT HOST-WORK
               ON ASCENDING KEY WS-HSW-HOST-ID WS-HSW-SURNAME
                                WS-HSW-GIVEN-NAME
               INPUT PROCEDURE IS 2000-MATCH-FILES
               OUTPUT PROCEDURE IS 4000-PRINT-HOST-REPORT.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-CHECK-RUN-CONTROL.
           OPEN OUTPUT ROLLRPT-FILE.
           IF WS-ROLLRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROLLRPT, STATUS='
                   WS-ROLLRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT HOSTRPT-FILE.
           IF WS-HOSTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOSTRPT, STATUS='
                   WS-HOSTRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN OUTPUT NO-ARRIVAL-FILE.
           IF WS-NOARRDEP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOARRDEP, STATUS='
                   WS-NOARRDEP-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           MOVE WS-RPT-HEADING TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.
           MOVE WS-RUN-DATE TO WS-HSH-DATE.
           MOVE WS-HST-HEADING TO HOSTRPT-OUT-LINE.
           PERFORM 4400-WRITE-HOSTRPT.

      *    THE FIRST AUDIT RECORD GIVES THE BUSINESS DATE; THE FILE
      *    IS CLOSED AGAIN FOR THE ARRIVALS SORT TO READ FROM THE TOP.
       1050-CHECK-RUN-CONTROL.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITOUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDITOUT, STATUS='
                   WS-AUDITOUT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           PERFORM 1600-READ-AUDITOUT.
           IF NOT END-OF-AUDITOUT
               MOVE WS-AUD-TIMESTAMP OF AUDITOUT-IN-RECORD(1:8)
                   TO WS-BUSINESS-DATE
           END-IF.
           CLOSE AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
           CALL 'RUNCTL' USING WS-RUNCTL-JOB WS-BUSINESS-DATE
               WS-RUNCTL-RESULT.
           EVALUATE TRUE
               WHEN WS-RUNCTL-ALREADY-RUN
                   DISPLAY 'ROLLCALL ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' WS-BUSINESS-DATE
                   DISPLAY 'SET HELLO_RERUN=Y IN STDENV TO RUN IT '
                       'AGAIN'
                   CALL 'RUNCTL-TERM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-RUNCTL-RERUN
                   DISPLAY 'WARNING: ROLLCALL RERUN FOR BUSINESS DATE '
                       WS-BUSINESS-DATE ' UNDER HELLO_RERUN'
               WHEN WS-RUNCTL-ERROR
                   PERFORM 9999-ABORT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    ONLY GREETED AUDIT RECORDS COUNT AS ARRIVALS - REJECTED
      *    AND DUPLICATE ENTRIES NEVER GOT A BADGE.

      *    DEPARTURE NAMES ARE KEYED AT THE DESKS IN ANY CASE, SO
      *    THEY ARE NORMALIZED THE SAME WAY THE INTAKE NAMES WERE
      *    BEFORE THEY REACHED THE AUDIT TRAIL. A CHECK-OUT KEYED
      *    UNDER AN UNKNOWN OPERATOR ID IS REJECTED - LISTED, BUT
      *    NOT MATCHED, SO THE VISITOR STILL SHOWS ON SITE.
       1700-RELEASE-DEPARTURES.
           OPEN INPUT DEPART-FILE.
           IF WS-DEPTIN-STATUS NOT = '00'
                   TO WS-DPW-BRANCH
               MOVE WS-DEP-DEPART-TIME OF DEPART-IN-RECORD
                   TO WS-DPW-DEPART-TIME
               MOVE WS-DEP-OPERATOR-ID OF DEPART-IN-RECORD
                   TO WS-DPW-OPERATOR
               PERFORM 1750-VALIDATE-OPERATOR
               IF WS-OPER-ACTIVE
                   RELEASE DEP-WORK-RECORD
               ELSE
                   PERFORM 1760-REJECT-DEPARTURE
               END-IF
               PERFORM 1800-READ-DEPTIN
           END-PERFORM.
           CLOSE DEPART-FILE.

       1750-VALIDATE-OPERATOR.
           CALL 'OPERLKUP' USING WS-DPW-OPERATOR
                                  WS-OPER-FOUND
                                  WS-OPER-SURNAME
                                  WS-OPER-GIVEN-NAME
                                  WS-OPER-BRANCH
           END-CALL.
           IF WS-OPER-MASTER-ERROR
               DISPLAY 'OPERATOR MASTER UNAVAILABLE, DEPARTURES '
                   'CANNOT BE VALIDATED'
               PERFORM 9999-ABORT-RUN
           END-IF.

       1760-REJECT-DEPARTURE.
           ADD 1 TO WS-TOTAL-DEP-REJECTED.
           MOVE WS-DPW-BRANCH TO WS-DTL-BRANCH.
           MOVE WS-DPW-GIVEN-NAME TO WS-DTL-GIVEN-NAME.
           MOVE WS-DPW-SURNAME TO WS-DTL-SURNAME.
           MOVE SPACES TO WS-DTL-ARRIVAL.
           MOVE WS-DPW-DEPART-TIME TO WS-DTL-DEPART.
           MOVE 'BAD OPER' TO WS-DTL-DISPOSITION.
           MOVE WS-DPW-OPERATOR TO WS-DTL-MINUTES.
           MOVE WS-RPT-DETAIL TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.

       1800-READ-DEPTIN.
           READ DEPART-FILE
               AT END
                   WS-SRTDEP-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           OPEN INPUT SORTED-NTF-FILE.
           IF WS-SRTNTF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SRTNTF, STATUS='
                   WS-SRTNTF-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           PERFORM 2100-READ-ARRIVAL.
           PERFORM 2200-READ-DEPARTURE.
           PERFORM 2470-READ-NOTIFICATION.
           PERFORM 2300-MATCH-ONE
               UNTIL END-OF-ARRIVALS AND END-OF-DEPARTURES.
           CLOSE SORTED-ARR-FILE.
           CLOSE SORTED-DEP-FILE.
           CLOSE SORTED-NTF-FILE.

       2100-READ-ARRIVAL.
           READ SORTED-ARR-FILE
           MOVE SPACES TO WS-DTL-MINUTES.
           MOVE WS-RPT-DETAIL TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.
           PERFORM 2450-FIND-HOST.
           PERFORM 2100-READ-ARRIVAL.

      *    THE ARRIVAL NOTICES ARE IN THE SAME NAME ORDER AS THE
      *    ARRIVALS, SO NOTICES FOR VISITORS WHO HAVE LEFT ARE
      *    SKIPPED ON THE WAY TO THE ONE FOR THIS VISITOR, IF ANY.
       2450-FIND-HOST.
           PERFORM 2470-READ-NOTIFICATION
               UNTIL END-OF-NOTIFICATIONS
                   OR WS-NTF-NAME-KEY NOT < SORTED-ARR-RECORD(1:35).
           PERFORM 2460-RELEASE-HOST-VISITOR
               UNTIL END-OF-NOTIFICATIONS
                   OR WS-NTF-NAME-KEY NOT = SORTED-ARR-RECORD(1:35).

       2460-RELEASE-HOST-VISITOR.
           ADD 1 TO WS-TOTAL-HOST-VISITORS.
           MOVE WS-HNT-HOST-ID OF SORTED-NTF-RECORD TO WS-HSW-HOST-ID.
           MOVE WS-HNT-HOST-SURNAME OF SORTED-NTF-RECORD
               TO WS-HSW-HOST-SURNAME.
           MOVE WS-HNT-HOST-GIVEN-NAME OF SORTED-NTF-RECORD
               TO WS-HSW-HOST-GIVEN-NAME.
           MOVE WS-HNT-HOST-EXTENSION OF SORTED-NTF-RECORD
               TO WS-HSW-HOST-EXTENSION.
           MOVE WS-SAR-BRANCH TO WS-HSW-BRANCH.
           MOVE WS-SAR-ARRIVAL-TIME TO WS-HSW-ARRIVAL-TIME.
           MOVE WS-SAR-GIVEN-NAME TO WS-HSW-GIVEN-NAME.
           MOVE WS-SAR-SURNAME TO WS-HSW-SURNAME.
           RELEASE HOST-WORK-RECORD.
           PERFORM 2470-READ-NOTIFICATION.

       2470-READ-NOTIFICATION.
           READ SORTED-NTF-FILE
               AT END
                   SET END-OF-NOTIFICATIONS TO TRUE
           END-READ.
           IF NOT SRTNTF-OK AND NOT SRTNTF-EOF
               DISPLAY 'SRTNTF READ ERROR, STATUS=' WS-SRTNTF-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.
           IF NOT END-OF-NOTIFICATIONS
               MOVE WS-HNT-VISITOR-SURNAME OF SORTED-NTF-RECORD
                   TO WS-NTF-SURNAME
               MOVE WS-HNT-VISITOR-GIVEN-NAME OF SORTED-NTF-RECORD
                   TO WS-NTF-GIVEN-NAME
           END-IF.

      *    CHECKED OUT BUT NEVER BADGED IN - A DESK BYPASSED THE
      *    INTAKE.
       2500-DEPART-NO-ARRIVAL.
           MOVE SPACES TO WS-DTL-MINUTES.
           MOVE WS-RPT-DETAIL TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.
           PERFORM 2550-WRITE-NO-ARRIVAL.
           PERFORM 2200-READ-DEPARTURE.

      *    ONE RECORD PER NO-ARRIVAL CHECK-OUT FOR THE WEEKLY
      *    OPERATOR QUALITY REPORT.
       2550-WRITE-NO-ARRIVAL.
           MOVE WS-BUSINESS-DATE
               TO WS-NAR-BUSINESS-DATE OF NO-ARRIVAL-OUT-RECORD.
           MOVE WS-SDP-BRANCH TO WS-NAR-BRANCH OF NO-ARRIVAL-OUT-RECORD.
           MOVE WS-SDP-OPERATOR
               TO WS-NAR-OPERATOR OF NO-ARRIVAL-OUT-RECORD.
           MOVE WS-SDP-DEPART-TIME
               TO WS-NAR-DEPART-TIME OF NO-ARRIVAL-OUT-RECORD.
           WRITE NO-ARRIVAL-OUT-RECORD.
           IF WS-NOARRDEP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOARRDEP, STATUS='
                   WS-NOARRDEP-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       2600-MATCHED-VISIT.
           ADD 1 TO WS-TOTAL-MATCHED.
           COMPUTE WS-ARR-MINUTES

       3000-TERMINATE.
           PERFORM 3100-PRINT-TOTALS.
           CALL 'OPERLKUP-TERM'.
           CLOSE ROLLRPT-FILE.
           CLOSE HOSTRPT-FILE.
           CLOSE NO-ARRIVAL-FILE.
           DISPLAY '===== ROLL CALL SUMMARY ====='.
           DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
           DISPLAY 'BUSINESS DATE   : ' WS-BUSINESS-DATE.
           DISPLAY 'ARRIVALS        : ' WS-ARRIVALS-READ.
           DISPLAY 'DEPARTURES      : ' WS-DEPARTURES-READ.
           DISPLAY 'MATCHED VISITS  : ' WS-TOTAL-MATCHED.
           DISPLAY 'STILL ON SITE   : ' WS-TOTAL-ON-SITE.
           DISPLAY 'NO-ARRIVAL DEPS : ' WS-TOTAL-NO-ARRIVAL.
           DISPLAY 'REJECTED DEPS   : ' WS-TOTAL-DEP-REJECTED.
           DISPLAY 'HOSTS TO CHASE  : ' WS-TOTAL-HOSTS.
           DISPLAY 'THEIR VISITORS  : ' WS-TOTAL-HOST-VISITORS.
           IF WS-TOTAL-ON-SITE > ZERO
               DISPLAY 'VISITORS STILL ON SITE, SEE THE ROLL-CALL '
                   'REPORT'
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           PERFORM 3050-POST-RUN-CONTROL.
           MOVE WS-STEP-RC TO RETURN-CODE.

       3050-POST-RUN-CONTROL.
           MOVE WS-DEPARTURES-READ TO WS-RUNCTL-COUNT.
           MOVE WS-STEP-RC TO WS-RUNCTL-RC.
           CALL 'RUNPOST' USING WS-RUNCTL-JOB WS-BUSINESS-DATE
               WS-RUNCTL-COUNT WS-RUNCTL-RC WS-RUNCTL-RESULT.
           IF WS-RUNCTL-ERROR
               DISPLAY 'WARNING: RUN CONTROL NOT UPDATED FOR '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           CALL 'RUNCTL-TERM'.

       3100-PRINT-TOTALS.
           MOVE 'ARRIVALS             :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NO-ARRIVAL TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.
           MOVE 'DEPARTURE BAD OPER   :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-DEP-REJECTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.
           IF WS-TOTAL-MATCHED > ZERO
               COMPUTE WS-AVG-MINUTES
                   = WS-MINUTES-ON-SITE / WS-TOTAL-MATCHED
           MOVE WS-RPT-TOTAL TO ROLLRPT-OUT-LINE.
           PERFORM 2800-WRITE-ROLLRPT.

      *    ONE BLOCK PER HOST WHOSE VISITOR BADGED IN AND NEVER
      *    CHECKED OUT, SO RECEPTION CAN ASK THE HOST WHERE THEY ARE.
       4000-PRINT-HOST-REPORT.
           MOVE SPACES TO WS-PRIOR-HOST-ID.
           MOVE ZERO TO WS-HOST-VISITORS.
           PERFORM 4100-RETURN-HOST-WORK.
           PERFORM 4200-PRINT-HOST-VISITOR UNTIL END-OF-HOST-WORK.
           IF WS-TOTAL-HOSTS > ZERO
               PERFORM 4300-PRINT-HOST-TOTAL
           END-IF.
           MOVE 'HOSTS TO CHASE       :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-HOSTS TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO HOSTRPT-OUT-LINE.
           PERFORM 4400-WRITE-HOSTRPT.
           MOVE 'VISITORS STILL IN    :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-HOST-VISITORS TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO HOSTRPT-OUT-LINE.
           PERFORM 4400-WRITE-HOSTRPT.

       4100-RETURN-HOST-WORK.
           RETURN HOST-WORK
               AT END
                   SET END-OF-HOST-WORK TO TRUE
           END-RETURN.

       4200-PRINT-HOST-VISITOR.
           IF WS-TOTAL-HOSTS = ZERO
                   OR WS-HSW-HOST-ID NOT = WS-PRIOR-HOST-ID
               IF WS-TOTAL-HOSTS > ZERO
                   PERFORM 4300-PRINT-HOST-TOTAL
               END-IF
               ADD 1 TO WS-TOTAL-HOSTS
               MOVE WS-HSW-HOST-ID TO WS-PRIOR-HOST-ID
               MOVE WS-HSW-HOST-ID TO WS-HHL-HOST-ID
               MOVE WS-HSW-HOST-GIVEN-NAME TO WS-HHL-GIVEN-NAME
               MOVE WS-HSW-HOST-SURNAME TO WS-HHL-SURNAME
               MOVE WS-HSW-HOST-EXTENSION TO WS-HHL-EXTENSION
               MOVE WS-HST-HOST-LINE TO HOSTRPT-OUT-LINE
               PERFORM 4400-WRITE-HOSTRPT
           END-IF.
           ADD 1 TO WS-HOST-VISITORS.
           MOVE WS-HSW-BRANCH TO WS-HSD-BRANCH.
           MOVE WS-HSW-GIVEN-NAME TO WS-HSD-GIVEN-NAME.
           MOVE WS-HSW-SURNAME TO WS-HSD-SURNAME.
           MOVE WS-HSW-ARRIVAL-TIME TO WS-HSD-ARRIVAL.
           MOVE WS-HST-DETAIL TO HOSTRPT-OUT-LINE.
           PERFORM 4400-WRITE-HOSTRPT.
           PERFORM 4100-RETURN-HOST-WORK.

       4300-PRINT-HOST-TOTAL.
           MOVE WS-HOST-VISITORS TO WS-HHT-COUNT.
           MOVE WS-HST-HOST-TOTAL TO HOSTRPT-OUT-LINE.
           PERFORM 4400-WRITE-HOSTRPT.
           MOVE ZERO TO WS-HOST-VISITORS.

       4400-WRITE-HOSTRPT.
           WRITE HOSTRPT-OUT-LINE.
           IF WS-HOSTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HOSTRPT, STATUS='
                   WS-HOSTRPT-STATUS
               PERFORM 9999-ABORT-RUN
           END-IF.

       9999-ABORT-RUN.
           DISPLAY 'ROLLCALL ABORTED DUE TO FILE ERROR'.
           MOVE 16 TO RETURN-CODE.
