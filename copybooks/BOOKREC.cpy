      * MORNING. ONE BOOKING PER VISITOR PER DAY. APPOINTMENT
      * TIME IS HHMM; THE BRANCH CODE SAYS WHICH FRONT DESK THE
      * VISITOR IS BOOKED INTO. MAINTAINED BY BOOKMNT AND
      * EXTRACTED INTO THE DAILY EXPECTED FILE BY BOOKXTR. THE
      * HOST ID IS THE HOST DIRECTORY KEY OF THE MEMBER OF STAFF
      * BEING VISITED (SPACES WHEN NO HOST WAS GIVEN). THE
      * REMINDER STATUS IS SET BY THE NIGHTLY RMDXTR REMINDER
      * EXTRACT (S - REMINDER SENT) AND BY RMDRESP FROM THE
      * GATEWAY'S ANSWER (C - CONFIRMED, N - NO REPLY); SPACE
      * MEANS NO REMINDER HAS GONE OUT. A RESCHEDULE CLEARS IT.
      *----------------------------------------------------------
       01  WS-BOOKING-RECORD.
           05  WS-BKG-KEY.
           05  WS-BKG-TITLE                PIC X(4).
           05  WS-BKG-APPT-TIME            PIC 9(4).
           05  WS-BKG-BRANCH               PIC X(3).
           05  WS-BKG-HOST-ID              PIC X(6).
           05  WS-BKG-REMINDER             PIC X.
               88  WS-BKG-NOT-REMINDED     VALUE SPACE.
               88  WS-BKG-REMINDER-SENT    VALUE 'S'.
               88  WS-BKG-CONFIRMED        VALUE 'C'.
               88  WS-BKG-NO-REPLY         VALUE 'N'.
