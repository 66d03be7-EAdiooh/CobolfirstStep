      *----------------------------------------------------------
      * HNOTREC.CPY
      * HOST-NOTIFICATION RECORD - ONE PER GREETED ARRIVAL THAT
      * MATCHED A BOOKED APPOINTMENT CARRYING A HOST ID, WRITTEN
      * BY HELLO-BATCH TO THE HOSTNTFY FEED FOR THE MAIL/PAGER
      * GATEWAY ("YOUR VISITOR HAS ARRIVED"). THE HOST NAME,
      * EXTENSION AND E-MAIL COME FROM THE HOST DIRECTORY AND ARE
      * SPACES WHEN THE HOST ID IS NOT ON THE DIRECTORY. VISITOR
      * NAMES ARE NORMALIZED AS ON THE AUDIT TRAIL, SO THE
      * ROLLCALL END-OF-DAY RUN CAN MATCH THEM TO ARRIVALS.
      * ARRIVAL TIME IS HHMMSS, APPOINTMENT TIME HHMM.
      *----------------------------------------------------------
       01  WS-HOST-NOTIFY-RECORD.
           05  WS-HNT-HOST-ID              PIC X(6).
           05  WS-HNT-HOST-SURNAME         PIC X(20).
           05  WS-HNT-HOST-GIVEN-NAME      PIC X(15).
           05  WS-HNT-HOST-EXTENSION       PIC X(6).
           05  WS-HNT-HOST-EMAIL           PIC X(40).
           05  WS-HNT-BRANCH               PIC X(3).
           05  WS-HNT-NOTIFY-DATE          PIC 9(8).
           05  WS-HNT-ARRIVAL-TIME         PIC 9(6).
           05  WS-HNT-APPT-TIME            PIC 9(4).
           05  WS-HNT-VISITOR-TITLE        PIC X(4).
           05  WS-HNT-VISITOR-GIVEN-NAME   PIC X(15).
           05  WS-HNT-VISITOR-SURNAME      PIC X(20).
