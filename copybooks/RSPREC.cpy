      *----------------------------------------------------------
      * RSPREC.CPY
      * REMINDER RESPONSE RECORD RETURNED BY THE SMS / E-MAIL
      * GATEWAY, ONE PER REMINDER SENT ON THE RMDXTR EXTRACT.
      * THE APPOINTMENT DATE + SURNAME + GIVEN NAME ARE AS SENT
      * (THE BOOKING MASTER KEY). THE RESPONSE IS C (VISITOR
      * CONFIRMED), X (VISITOR CANCELLED) OR N (NO REPLY BY THE
      * GATEWAY'S CUT-OFF). RECEIVED IS YYYYMMDDHHMMSS. APPLIED
      * TO THE BOOKING MASTER BY RMDRESP.
      *----------------------------------------------------------
       01  WS-RESPONSE-RECORD.
           05  WS-RSP-APPT-DATE            PIC 9(8).
           05  WS-RSP-SURNAME              PIC X(20).
           05  WS-RSP-GIVEN-NAME           PIC X(15).
           05  WS-RSP-RESPONSE             PIC X.
               88  WS-RSP-CONFIRM          VALUE 'C'.
               88  WS-RSP-CANCEL           VALUE 'X'.
               88  WS-RSP-NO-REPLY         VALUE 'N'.
           05  WS-RSP-RECEIVED             PIC 9(14).
