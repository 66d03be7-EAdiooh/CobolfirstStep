      * EXPECTED-VISITOR APPOINTMENT RECORD, ONE PER BOOKING FOR
      * THE DAY. READ BY HELLO-BATCH TO FLAG EACH GREETED VISITOR
      * AS EXPECTED OR UNANNOUNCED AND TO REPORT NO-SHOWS AT END
      * OF RUN. APPOINTMENT TIME IS HHMM. THE HOST ID (SPACES IF
      * NONE) SAYS WHICH MEMBER OF STAFF TO NOTIFY ON ARRIVAL.
      * THE REMINDER STATUS IS COPIED FROM THE BOOKING (SEE
      * BOOKREC) SO THE AUDIT TRAIL CAN CARRY THE REMINDER
      * OUTCOME OF EACH EXPECTED ARRIVAL.
      *----------------------------------------------------------
       01  WS-EXPECTED-RECORD.
           05  WS-EXP-TITLE                PIC X(4).
           05  WS-EXP-GIVEN-NAME           PIC X(15).
           05  WS-EXP-SURNAME              PIC X(20).
           05  WS-EXP-APPT-TIME            PIC 9(4).
           05  WS-EXP-HOST-ID              PIC X(6).
           05  WS-EXP-REMINDER             PIC X.
