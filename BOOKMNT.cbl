               FILE STATUS IS WS-BOKTRAN-STATUS.
           SELECT BOOKING-MASTER ASSIGN TO BOOKMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BKG-KEY
               FILE STATUS IS WS-BOOKMSTR-STATUS.
           SELECT CAPACITY-TABLE ASSIGN TO CAPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CAP-BRANCH
               FILE STATUS IS WS-CAPMSTR-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO WAITLIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-WTL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT BOKRPT-FILE ASSIGN TO BOKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOKRPT-STATUS.
       COPY BOOKREC REPLACING WS-BOOKING-RECORD BY
           BOOKING-MASTER-RECORD.

       FD  CAPACITY-TABLE.
       COPY CAPCREC REPLACING WS-CAPACITY-RECORD BY
           CAPACITY-TABLE-RECORD.

       FD  WAITLIST-FILE.
       COPY WAITREC REPLACING WS-WAIT-RECORD BY WAITLIST-RECORD.

       FD  BOKRPT-FILE
           RECORDING MODE IS F.
       01  BOKRPT-OUT-LINE                 PIC X(80).
           88  BOKTRAN-EOF                 VALUE '10'.

       01  WS-BOOKMSTR-STATUS              PIC XX.
       01  WS-CAPMSTR-STATUS               PIC XX.
       01  WS-WAITLIST-STATUS              PIC XX.
       01  WS-BOKRPT-STATUS                PIC XX.

       01  WS-BOKRPT-OPEN-SWITCH           PIC X VALUE 'N'.
       01  WS-TRANS-READ                   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-APPLIED                PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REJECTED               PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-WAITLISTED             PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PROMOTED               PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).
      *    THE STEP RETURN CODE IS HELD HERE FOR THE WHOLE RUN - EACH
      *    CALL RESETS RETURN-CODE - AND MOVED TO IT AFTER THE LAST
      *    CALL.
       01  WS-STEP-RC                      PIC 9(4) VALUE ZERO.

       01  WS-REJECT-REASON                PIC X(25).
       01  WS-APPLIED-NOTE                 PIC X(18).

       01  WS-WAITLIST-SWITCH              PIC X VALUE 'N'.
           88  WS-BOOKING-WAITLISTED       VALUE 'Y'.

      *    THE SLOT A CANCEL OR RESCHEDULE GAVE UP, FOR PROMOTING
      *    THE OLDEST WAITLISTED REQUEST INTO IT.
       01  WS-FREED-SWITCH                 PIC X VALUE 'N'.
           88  WS-SLOT-FREED               VALUE 'Y'.
       01  WS-FREED-SLOT.
           05  WS-FRD-APPT-DATE            PIC 9(8).
           05  WS-FRD-BRANCH               PIC X(3).
           05  WS-FRD-SLOT-TIME            PIC 9(4).

      *    THE SLOT BEING CHECKED AGAINST THE CAPACITY TABLE.
       01  WS-CHECK-SLOT.
           05  WS-CHK-APPT-DATE            PIC 9(8).
           05  WS-CHK-BRANCH               PIC X(3).
           05  WS-CHK-SLOT-TIME            PIC 9(4).
       01  WS-SLOT-CAPACITY                PIC 9(3).
       01  WS-SLOT-BOOKED                  PIC 9(6).
       01  WS-SLOT-FULL-SWITCH             PIC X VALUE 'N'.
           88  WS-SLOT-IS-FULL             VALUE 'Y'.
       01  WS-WEEKDAY                      PIC 9.

       01  WS-SLOT-IN-TIME                 PIC 9(4).
       01  WS-SLOT-OUT-TIME                PIC 9(4).
       01  WS-SLOT-HOUR                    PIC 99.
       01  WS-SLOT-MINUTE                  PIC 99.
       01  WS-TARGET-DATE                  PIC 9(8).

       01  WS-SCAN-SWITCH                  PIC X VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
       01  WS-PROMOTE-SWITCH               PIC X VALUE 'N'.
           88  WS-PROMOTE-DONE             VALUE 'Y'.
       01  WS-WAIT-NAME.
           05  WS-WTN-SURNAME              PIC X(20).
           05  WS-WTN-GIVEN-NAME           PIC X(15).

       01  WS-RESCHED-DATE                 PIC 9(8).
       01  WS-RESCHED-TIME                 PIC 9(4).
       01  WS-SAVED-BOOKING                PIC X(61).

       01  WS-HOST-LOOKUP-ID               PIC X(6).
       01  WS-HOST-FOUND                   PIC X.
           88  WS-HOST-ON-FILE             VALUE 'Y'.
           88  WS-HOST-NOT-ON-FILE         VALUE 'N'.
           88  WS-HOST-DIRECTORY-ERROR     VALUE 'E'.
       01  WS-HOST-SURNAME                 PIC X(20).
       01  WS-HOST-GIVEN-NAME              PIC X(15).
       01  WS-HOST-EXTENSION               PIC X(6).
       01  WS-HOST-EMAIL                   PIC X(40).

       01  WS-EDIT-DATE                    PIC 9(8).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
               DISPLAY 'ERROR OPENING BOKTRAN, STATUS='
                   WS-BOKTRAN-STATUS
               SET END-OF-BOKTRAN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN I-O BOOKING-MASTER.
           IF WS-BOOKMSTR-STATUS = '35'
               DISPLAY 'ERROR OPENING BOOKMSTR, STATUS='
                   WS-BOOKMSTR-STATUS
               SET END-OF-BOKTRAN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN INPUT CAPACITY-TABLE.
           IF WS-CAPMSTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CAPMSTR, STATUS='
                   WS-CAPMSTR-STATUS
               SET END-OF-BOKTRAN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = '35'
               OPEN OUTPUT WAITLIST-FILE
               IF WS-WAITLIST-STATUS = '00'
                   CLOSE WAITLIST-FILE
                   OPEN I-O WAITLIST-FILE
               END-IF
           END-IF.
           IF WS-WAITLIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WAITLIST, STATUS='
                   WS-WAITLIST-STATUS
               SET END-OF-BOKTRAN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           OPEN OUTPUT BOKRPT-FILE.
           IF WS-BOKRPT-STATUS = '00'
           ELSE
               DISPLAY 'ERROR OPENING BOKRPT, STATUS=' WS-BOKRPT-STATUS
               SET END-OF-BOKTRAN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF NOT END-OF-BOKTRAN
       2000-PROCESS-TRANS.
           MOVE BOKTRAN-IN-RECORD TO WS-BOOK-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-APPLIED-NOTE.
           MOVE 'N' TO WS-WAITLIST-SWITCH.
           MOVE 'N' TO WS-FREED-SWITCH.
           EVALUATE TRUE
               WHEN WS-BKT-BOOK OF WS-BOOK-TRAN
                   PERFORM 2200-APPLY-BOOK
                   MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           END-EVALUATE.
           PERFORM 2500-WRITE-REPORT-LINE.
           IF WS-SLOT-FREED
               PERFORM 2600-PROMOTE-WAITLIST
           END-IF.
           PERFORM 2100-READ-BOKTRAN.

       2100-READ-BOKTRAN.
           IF NOT BOKTRAN-OK AND NOT BOKTRAN-EOF
               DISPLAY 'BOKTRAN READ ERROR, STATUS=' WS-BOKTRAN-STATUS
               SET END-OF-BOKTRAN TO TRUE
               MOVE 12 TO WS-STEP-RC
           END-IF.

       2150-SET-MASTER-KEY.
               MOVE 'N' TO WS-DATE-OK-SWITCH
           END-IF.

      *    A HOST ID ON A BOOKING MUST BE ON THE HOST DIRECTORY, OR
      *    THE ARRIVAL NOTICE WOULD HAVE NOBODY TO GO TO.
       2170-EDIT-HOST.
           CALL 'HOSTLKUP' USING WS-HOST-LOOKUP-ID
                                  WS-HOST-FOUND
                                  WS-HOST-SURNAME
                                  WS-HOST-GIVEN-NAME
                                  WS-HOST-EXTENSION
                                  WS-HOST-EMAIL
           END-CALL.
           EVALUATE TRUE
               WHEN WS-HOST-NOT-ON-FILE
                   MOVE 'UNKNOWN HOST ID' TO WS-REJECT-REASON
               WHEN WS-HOST-DIRECTORY-ERROR
                   MOVE 'HOST DIRECTORY ERR' TO WS-REJECT-REASON
                   MOVE 12 TO WS-STEP-RC
           END-EVALUATE.

       2200-APPLY-BOOK.
           IF WS-BKT-APPT-DATE OF WS-BOOK-TRAN NOT NUMERIC
               MOVE 'INVALID APPT DATE' TO WS-REJECT-REASON
                   OR WS-BKT-APPT-TIME OF WS-BOOK-TRAN > 2359)
               MOVE 'INVALID APPT TIME' TO WS-REJECT-REASON
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-BKT-HOST-ID OF WS-BOOK-TRAN)
               TO WS-HOST-LOOKUP-ID.
           IF WS-REJECT-REASON = SPACES
                   AND WS-HOST-LOOKUP-ID NOT = SPACES
               PERFORM 2170-EDIT-HOST
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2150-SET-MASTER-KEY
               READ BOOKING-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALREADY BOOKED' TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-BKT-APPT-DATE OF WS-BOOK-TRAN
                   TO WS-CHK-APPT-DATE
               MOVE WS-BKT-BRANCH OF WS-BOOK-TRAN TO WS-CHK-BRANCH
               MOVE WS-BKT-APPT-TIME OF WS-BOOK-TRAN
                   TO WS-SLOT-IN-TIME
               PERFORM 2740-SET-SLOT-TIME
               MOVE WS-SLOT-OUT-TIME TO WS-CHK-SLOT-TIME
               PERFORM 2700-CHECK-SLOT-FULL
               IF WS-SLOT-IS-FULL
                   PERFORM 2250-ADD-TO-WAITLIST
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT WS-BOOKING-WAITLISTED
               PERFORM 2150-SET-MASTER-KEY
               MOVE WS-BKT-TITLE OF WS-BOOK-TRAN
                   TO WS-BKG-TITLE OF BOOKING-MASTER-RECORD
                   TO WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               MOVE WS-BKT-BRANCH OF WS-BOOK-TRAN
                   TO WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
               MOVE WS-HOST-LOOKUP-ID
                   TO WS-BKG-HOST-ID OF BOOKING-MASTER-RECORD
               MOVE SPACE TO WS-BKG-REMINDER OF BOOKING-MASTER-RECORD
               WRITE BOOKING-MASTER-RECORD
                   INVALID KEY
                       MOVE 'ALREADY BOOKED' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    THE REQUEST WOULD OVERFILL ITS SLOT, SO IT IS QUEUED
      *    BEHIND ANY EARLIER REQUESTS FOR THE SAME SLOT RATHER THAN
      *    TURNED AWAY.
       2250-ADD-TO-WAITLIST.
           MOVE WS-CHK-APPT-DATE TO WS-WTL-APPT-DATE OF WAITLIST-RECORD.
           MOVE WS-CHK-BRANCH TO WS-WTL-BRANCH OF WAITLIST-RECORD.
           MOVE WS-CHK-SLOT-TIME TO WS-WTL-SLOT-TIME OF WAITLIST-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-WTL-QUEUED-AT OF WAITLIST-RECORD.
           MOVE WS-TRANS-READ TO WS-WTL-QUEUE-SEQ OF WAITLIST-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-BKT-SURNAME OF WS-BOOK-TRAN)
               TO WS-WTL-SURNAME OF WAITLIST-RECORD.
           MOVE FUNCTION UPPER-CASE(
               WS-BKT-GIVEN-NAME OF WS-BOOK-TRAN)
               TO WS-WTL-GIVEN-NAME OF WAITLIST-RECORD.
           MOVE WS-BKT-TITLE OF WS-BOOK-TRAN
               TO WS-WTL-TITLE OF WAITLIST-RECORD.
           MOVE WS-BKT-APPT-TIME OF WS-BOOK-TRAN
               TO WS-WTL-APPT-TIME OF WAITLIST-RECORD.
           MOVE WS-HOST-LOOKUP-ID TO WS-WTL-HOST-ID OF WAITLIST-RECORD.
           WRITE WAITLIST-RECORD
               INVALID KEY
                   MOVE 'WAITLIST WRITE ERR' TO WS-REJECT-REASON
           END-WRITE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-WAITLIST-STATUS NOT = '00'
               MOVE 'WAITLIST WRITE ERR' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               SET WS-BOOKING-WAITLISTED TO TRUE
           ELSE
               DISPLAY 'WAITLIST WRITE ERROR, STATUS='
                   WS-WAITLIST-STATUS
           END-IF.

       2300-APPLY-CANCEL.
           PERFORM 2150-SET-MASTER-KEY.
           READ BOOKING-MASTER
               INVALID KEY
                   PERFORM 2350-CANCEL-WAITLIST-ENTRY
               NOT INVALID KEY
                   MOVE WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
                       TO WS-FRD-APPT-DATE
                   MOVE WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
                       TO WS-FRD-BRANCH
                   MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
                       TO WS-SLOT-IN-TIME
                   PERFORM 2740-SET-SLOT-TIME
                   MOVE WS-SLOT-OUT-TIME TO WS-FRD-SLOT-TIME
                   DELETE BOOKING-MASTER RECORD
                       INVALID KEY
                           MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                   END-DELETE
                   IF WS-REJECT-REASON = SPACES
                       IF WS-BOOKMSTR-STATUS NOT = '00'
                           MOVE 'MASTER DELETE ERR' TO WS-REJECT-REASON
                           DISPLAY 'BOOKMSTR DELETE ERROR, STATUS='
                               WS-BOOKMSTR-STATUS
                       ELSE
                           SET WS-SLOT-FREED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    A CANCEL FOR SOMEONE STILL WAITING FOR A PLACE TAKES THEM
      *    OFF THE WAITLIST INSTEAD.
       2350-CANCEL-WAITLIST-ENTRY.
           MOVE 'NOT ON FILE' TO WS-REJECT-REASON.
           MOVE FUNCTION UPPER-CASE(WS-BKT-SURNAME OF WS-BOOK-TRAN)
               TO WS-WTN-SURNAME.
           MOVE FUNCTION UPPER-CASE(
               WS-BKT-GIVEN-NAME OF WS-BOOK-TRAN)
               TO WS-WTN-GIVEN-NAME.
           MOVE LOW-VALUES TO WS-WTL-KEY OF WAITLIST-RECORD.
           MOVE WS-BKT-APPT-DATE OF WS-BOOK-TRAN
               TO WS-WTL-APPT-DATE OF WAITLIST-RECORD.
           MOVE 'N' TO WS-SCAN-SWITCH.
           START WAITLIST-FILE KEY NOT < WS-WTL-KEY OF WAITLIST-RECORD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2360-SCAN-WAITLIST UNTIL WS-SCAN-DONE.

       2360-SCAN-WAITLIST.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
               IF WS-WAITLIST-STATUS NOT = '00'
                       OR WS-WTL-APPT-DATE OF WAITLIST-RECORD
                           NOT = WS-BKT-APPT-DATE OF WS-BOOK-TRAN
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF WS-WTL-SURNAME OF WAITLIST-RECORD
                           = WS-WTN-SURNAME
                           AND WS-WTL-GIVEN-NAME OF WAITLIST-RECORD
                               = WS-WTN-GIVEN-NAME
                       SET WS-SCAN-DONE TO TRUE
                       DELETE WAITLIST-FILE RECORD
                           INVALID KEY
                               MOVE 'WAITLIST DELETE ERR'
                                   TO WS-REJECT-REASON
                           NOT INVALID KEY
                               MOVE SPACES TO WS-REJECT-REASON
                               MOVE 'OFF WAITLIST'
                                   TO WS-APPLIED-NOTE
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       2400-APPLY-RESCHEDULE.
                       MOVE 'NOT ON FILE' TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2420-CHECK-NEW-SLOT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-BKT-NEW-DATE OF WS-BOOK-TRAN = ZERO
                       OR WS-BKT-NEW-DATE OF WS-BOOK-TRAN
                           = WS-BKT-APPT-DATE OF WS-BOOK-TRAN
                   MOVE WS-BKT-NEW-TIME OF WS-BOOK-TRAN
                       TO WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
                   MOVE SPACE
                       TO WS-BKG-REMINDER OF BOOKING-MASTER-RECORD
                   REWRITE BOOKING-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE ERR'
                   DISPLAY 'BOOKMSTR UPDATE ERROR, STATUS='
                       WS-BOOKMSTR-STATUS
               END-IF
               IF WS-REJECT-REASON = SPACES
                       AND WS-CHECK-SLOT NOT = WS-FREED-SLOT
                   SET WS-SLOT-FREED TO TRUE
               END-IF
           END-IF.

      *    A MOVE WITHIN THE SAME HALF-HOUR NEEDS NO PLACE. A MOVE TO
      *    ANOTHER SLOT NEEDS ONE FREE THERE - A RESCHEDULE IS NOT
      *    WAITLISTED, SINCE THE VISITOR ALREADY HOLDS A BOOKING.
      *    THE SLOT GIVEN UP IS NOTED FOR PROMOTION.
       2420-CHECK-NEW-SLOT.
           MOVE WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
               TO WS-FRD-APPT-DATE.
           MOVE WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
               TO WS-FRD-BRANCH.
           MOVE WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               TO WS-SLOT-IN-TIME.
           PERFORM 2740-SET-SLOT-TIME.
           MOVE WS-SLOT-OUT-TIME TO WS-FRD-SLOT-TIME.
           IF WS-BKT-NEW-DATE OF WS-BOOK-TRAN = ZERO
               MOVE WS-BKT-APPT-DATE OF WS-BOOK-TRAN TO WS-TARGET-DATE
           ELSE
               MOVE WS-BKT-NEW-DATE OF WS-BOOK-TRAN TO WS-TARGET-DATE
           END-IF.
           MOVE WS-TARGET-DATE TO WS-CHK-APPT-DATE.
           MOVE WS-FRD-BRANCH TO WS-CHK-BRANCH.
           MOVE WS-BKT-NEW-TIME OF WS-BOOK-TRAN TO WS-SLOT-IN-TIME.
           PERFORM 2740-SET-SLOT-TIME.
           MOVE WS-SLOT-OUT-TIME TO WS-CHK-SLOT-TIME.
           IF WS-CHECK-SLOT NOT = WS-FREED-SLOT
               MOVE BOOKING-MASTER-RECORD TO WS-SAVED-BOOKING
               PERFORM 2700-CHECK-SLOT-FULL
               MOVE WS-SAVED-BOOKING TO BOOKING-MASTER-RECORD
               IF WS-SLOT-IS-FULL
                   MOVE 'NEW SLOT FULL' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2450-MOVE-BOOKING.
                   TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
               MOVE WS-RESCHED-TIME
                   TO WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD
               MOVE SPACE TO WS-BKG-REMINDER OF BOOKING-MASTER-RECORD
               WRITE BOOKING-MASTER-RECORD
                   INVALID KEY
                       MOVE 'NEW SLOT TAKEN' TO WS-REJECT-REASON
               INVALID KEY
                   DISPLAY 'BOOKMSTR RESTORE FAILED AFTER '
                       'RESCHEDULE, STATUS=' WS-BOOKMSTR-STATUS
                   MOVE 12 TO WS-STEP-RC
           END-WRITE.

       2500-WRITE-REPORT-LINE.
           MOVE WS-BKT-SURNAME OF WS-BOOK-TRAN TO WS-DTL-SURNAME.
           MOVE WS-BKT-GIVEN-NAME OF WS-BOOK-TRAN
               TO WS-DTL-GIVEN-NAME.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-TOTAL-REJECTED
                   MOVE 'REJECTED' TO WS-DTL-DISPOSITION
                   MOVE WS-REJECT-REASON TO WS-DTL-REASON
               WHEN WS-BOOKING-WAITLISTED
                   ADD 1 TO WS-TOTAL-WAITLISTED
                   MOVE 'WAITLIST' TO WS-DTL-DISPOSITION
                   MOVE 'SLOT FULL' TO WS-DTL-REASON
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-APPLIED
                   MOVE 'APPLIED' TO WS-DTL-DISPOSITION
                   MOVE WS-APPLIED-NOTE TO WS-DTL-REASON
           END-EVALUATE.
           PERFORM 2550-WRITE-BOKRPT.

       2550-WRITE-BOKRPT.
           MOVE WS-RPT-DETAIL TO BOKRPT-OUT-LINE.
           WRITE BOKRPT-OUT-LINE.
           IF WS-BOKRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BOKRPT, STATUS=' WS-BOKRPT-STATUS
           END-IF.

      *    A PLACE HAS COME FREE IN THE SLOT - MOVE THE OLDEST
      *    WAITLISTED REQUEST FOR IT ONTO THE MASTER, PROVIDED THE
      *    SLOT IS NOW UNDER ITS LIMIT (THE LIMIT MAY HAVE BEEN CUT
      *    SINCE THE REQUEST WAS QUEUED). A WAITING VISITOR WHO HAS
      *    SINCE BOOKED ANOTHER TIME THAT DAY IS DROPPED FROM THE
      *    LIST AND THE NEXT ONE TRIED.
       2600-PROMOTE-WAITLIST.
           MOVE WS-FREED-SLOT TO WS-CHECK-SLOT.
           PERFORM 2700-CHECK-SLOT-FULL.
           MOVE 'N' TO WS-PROMOTE-SWITCH.
           IF WS-SLOT-IS-FULL
               SET WS-PROMOTE-DONE TO TRUE
           ELSE
               MOVE WS-FREED-SLOT TO WS-WTL-SLOT-KEY OF WAITLIST-RECORD
               MOVE ZERO TO WS-WTL-QUEUED-AT OF WAITLIST-RECORD
               MOVE ZERO TO WS-WTL-QUEUE-SEQ OF WAITLIST-RECORD
               START WAITLIST-FILE
                   KEY NOT < WS-WTL-KEY OF WAITLIST-RECORD
                   INVALID KEY
                       SET WS-PROMOTE-DONE TO TRUE
               END-START
           END-IF.
           PERFORM 2610-PROMOTE-NEXT UNTIL WS-PROMOTE-DONE.

       2610-PROMOTE-NEXT.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-PROMOTE-DONE TO TRUE
           END-READ.
           IF NOT WS-PROMOTE-DONE
               IF WS-WAITLIST-STATUS NOT = '00'
                   DISPLAY 'WAITLIST READ ERROR, STATUS='
                       WS-WAITLIST-STATUS
                   MOVE 12 TO WS-STEP-RC
                   SET WS-PROMOTE-DONE TO TRUE
               ELSE
                   IF WS-WTL-SLOT-KEY OF WAITLIST-RECORD
                           NOT = WS-FREED-SLOT
                       SET WS-PROMOTE-DONE TO TRUE
                   ELSE
                       PERFORM 2620-PROMOTE-ENTRY
                   END-IF
               END-IF
           END-IF.

       2620-PROMOTE-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-WTL-APPT-DATE OF WAITLIST-RECORD
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           MOVE WS-WTL-SURNAME OF WAITLIST-RECORD
               TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE WS-WTL-GIVEN-NAME OF WAITLIST-RECORD
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           MOVE WS-WTL-TITLE OF WAITLIST-RECORD
               TO WS-BKG-TITLE OF BOOKING-MASTER-RECORD.
           MOVE WS-WTL-APPT-TIME OF WAITLIST-RECORD
               TO WS-BKG-APPT-TIME OF BOOKING-MASTER-RECORD.
           MOVE WS-WTL-BRANCH OF WAITLIST-RECORD
               TO WS-BKG-BRANCH OF BOOKING-MASTER-RECORD.
           MOVE WS-WTL-HOST-ID OF WAITLIST-RECORD
               TO WS-BKG-HOST-ID OF BOOKING-MASTER-RECORD.
           MOVE SPACE TO WS-BKG-REMINDER OF BOOKING-MASTER-RECORD.
           WRITE BOOKING-MASTER-RECORD
               INVALID KEY
                   MOVE 'ALREADY BOOKED' TO WS-REJECT-REASON
           END-WRITE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-BOOKMSTR-STATUS NOT = '00'
               DISPLAY 'BOOKMSTR WRITE ERROR, STATUS='
                   WS-BOOKMSTR-STATUS
               MOVE 12 TO WS-STEP-RC
               SET WS-PROMOTE-DONE TO TRUE
           ELSE
               DELETE WAITLIST-FILE RECORD
                   INVALID KEY
                       DISPLAY 'WAITLIST DELETE ERROR, STATUS='
                           WS-WAITLIST-STATUS
                       MOVE 12 TO WS-STEP-RC
               END-DELETE
               PERFORM 2650-WRITE-PROMOTION-LINE
               IF WS-REJECT-REASON = SPACES
                   SET WS-PROMOTE-DONE TO TRUE
               END-IF
           END-IF.

       2650-WRITE-PROMOTION-LINE.
           MOVE 'P' TO WS-DTL-ACTION.
           MOVE WS-WTL-APPT-DATE OF WAITLIST-RECORD TO WS-DTL-APPT-DATE.
           MOVE WS-WTL-APPT-TIME OF WAITLIST-RECORD TO WS-DTL-APPT-TIME.
           MOVE WS-WTL-SURNAME OF WAITLIST-RECORD TO WS-DTL-SURNAME.
           MOVE WS-WTL-GIVEN-NAME OF WAITLIST-RECORD
               TO WS-DTL-GIVEN-NAME.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-PROMOTED
               MOVE 'PROMOTED' TO WS-DTL-DISPOSITION
               MOVE 'FROM WAITLIST' TO WS-DTL-REASON
           ELSE
               MOVE 'DROPPED' TO WS-DTL-DISPOSITION
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF.
           PERFORM 2550-WRITE-BOKRPT.

      *    A SLOT IS FULL WHEN THE BRANCH HAS A LIMIT FOR THAT DAY OF
      *    THE WEEK AND THE DAY'S BOOKINGS ALREADY IN THE SLOT HAVE
      *    REACHED IT.
       2700-CHECK-SLOT-FULL.
           MOVE 'N' TO WS-SLOT-FULL-SWITCH.
           PERFORM 2710-GET-CAPACITY.
           IF WS-SLOT-CAPACITY > ZERO
               PERFORM 2720-COUNT-SLOT
               IF WS-SLOT-BOOKED NOT < WS-SLOT-CAPACITY
                   SET WS-SLOT-IS-FULL TO TRUE
               END-IF
           END-IF.

      *    DAY 1 OF THE INTEGER DATE SCALE (1 JANUARY 1601) WAS A
      *    MONDAY, SO THE REMAINDER GIVES THE DAY OF THE WEEK
      *    MONDAY = 1 THROUGH SUNDAY = 7, AS ON THE CAPACITY TABLE.
       2710-GET-CAPACITY.
           MOVE ZERO TO WS-SLOT-CAPACITY.
           MOVE WS-CHK-BRANCH TO WS-CAP-BRANCH OF CAPACITY-TABLE-RECORD.
           READ CAPACITY-TABLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-WEEKDAY = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-CHK-APPT-DATE) - 1,
                       7) + 1
                   MOVE WS-CAP-SLOT-LIMIT OF CAPACITY-TABLE-RECORD
                       (WS-WEEKDAY) TO WS-SLOT-CAPACITY
           END-READ.

       2720-COUNT-SLOT.
           MOVE ZERO TO WS-SLOT-BOOKED.
           MOVE 'N' TO WS-SCAN-SWITCH.
           MOVE WS-CHK-APPT-DATE
               TO WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES TO WS-BKG-SURNAME OF BOOKING-MASTER-RECORD.
           MOVE LOW-VALUES
               TO WS-BKG-GIVEN-NAME OF BOOKING-MASTER-RECORD.
           START BOOKING-MASTER KEY NOT < WS-BKG-KEY
                   OF BOOKING-MASTER-RECORD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2730-COUNT-NEXT UNTIL WS-SCAN-DONE.

       2730-COUNT-NEXT.
           READ BOOKING-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
               IF WS-BOOKMSTR-STATUS NOT = '00'
                   DISPLAY 'BOOKMSTR READ ERROR, STATUS='
                       WS-BOOKMSTR-STATUS
                   MOVE 12 TO WS-STEP-RC
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF WS-BKG-APPT-DATE OF BOOKING-MASTER-RECORD
                           NOT = WS-CHK-APPT-DATE
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF WS-BKG-BRANCH OF BOOKING-MASTER-RECORD
                               = WS-CHK-BRANCH
                           MOVE WS-BKG-APPT-TIME
                               OF BOOKING-MASTER-RECORD
                               TO WS-SLOT-IN-TIME
                           PERFORM 2740-SET-SLOT-TIME
                           IF WS-SLOT-OUT-TIME = WS-CHK-SLOT-TIME
                               ADD 1 TO WS-SLOT-BOOKED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ROUNDS AN HHMM TIME DOWN TO THE START OF ITS HALF-HOUR.
       2740-SET-SLOT-TIME.
           DIVIDE WS-SLOT-IN-TIME BY 100 GIVING WS-SLOT-HOUR
               REMAINDER WS-SLOT-MINUTE.
           IF WS-SLOT-MINUTE < 30
               MOVE ZERO TO WS-SLOT-MINUTE
           ELSE
               MOVE 30 TO WS-SLOT-MINUTE
           END-IF.
           COMPUTE WS-SLOT-OUT-TIME = WS-SLOT-HOUR * 100
               + WS-SLOT-MINUTE.

       3000-TERMINATE.
           IF WS-BOKRPT-IS-OPEN
               PERFORM 3100-PRINT-TOTALS
           END-IF.
           CLOSE BOKTRAN-FILE.
           CLOSE BOOKING-MASTER.
           CLOSE CAPACITY-TABLE.
           CLOSE WAITLIST-FILE.
           CALL 'HOSTLKUP-TERM'.
           MOVE WS-STEP-RC TO RETURN-CODE.
           DISPLAY '===== BOOKING MAINTENANCE SUMMARY ====='.
           DISPLAY 'RUN DATE       : ' WS-RUN-DATE.
           DISPLAY 'TRANS READ     : ' WS-TRANS-READ.
           DISPLAY 'TOTAL APPLIED  : ' WS-TOTAL-APPLIED.
           DISPLAY 'TOTAL REJECTED : ' WS-TOTAL-REJECTED.
           DISPLAY 'TOTAL WAITLIST : ' WS-TOTAL-WAITLISTED.
           DISPLAY 'TOTAL PROMOTED : ' WS-TOTAL-PROMOTED.

       3100-PRINT-TOTALS.
           MOVE 'TRANS READ     :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO BOKRPT-OUT-LINE.
           WRITE BOKRPT-OUT-LINE.
           MOVE 'TOTAL WAITLIST :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-WAITLISTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO BOKRPT-OUT-LINE.
           WRITE BOKRPT-OUT-LINE.
           MOVE 'TOTAL PROMOTED :' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-PROMOTED TO WS-TOT-COUNT.
           MOVE WS-RPT-TOTAL TO BOKRPT-OUT-LINE.
           WRITE BOKRPT-OUT-LINE.
