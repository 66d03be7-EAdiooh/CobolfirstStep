      *----------------------------------------------------------
      * RMDREC.CPY
      * APPOINTMENT REMINDER EXTRACT RECORD FOR THE SMS / E-MAIL
      * GATEWAY. ONE RECORD PER BOOKING ON THE NEXT BUSINESS DAY
      * WHOSE VISITOR HAS CONTACT DETAILS AND HAS GIVEN CONTACT
      * CONSENT ON THE MEMBER PREFERENCE FILE, WRITTEN NIGHTLY BY
      * RMDXTR. THE APPOINTMENT DATE + SURNAME + GIVEN NAME ARE
      * THE BOOKING MASTER KEY (NAMES UPPER-CASE) AND MUST COME
      * BACK UNCHANGED ON THE GATEWAY'S RESPONSE (SEE RSPREC).
      * THE LANGUAGE IS THE MEMBER'S GREETING LANGUAGE (EN/FR),
      * FOR THE GATEWAY TO PICK ITS MESSAGE TEXT. PHONE OR E-MAIL
      * MAY BE SPACES, NEVER BOTH.
      *----------------------------------------------------------
       01  WS-REMINDER-RECORD.
           05  WS-RMD-KEY.
               10  WS-RMD-APPT-DATE        PIC 9(8).
               10  WS-RMD-SURNAME          PIC X(20).
               10  WS-RMD-GIVEN-NAME       PIC X(15).
           05  WS-RMD-APPT-TIME            PIC 9(4).
           05  WS-RMD-BRANCH               PIC X(3).
           05  WS-RMD-TITLE                PIC X(4).
           05  WS-RMD-LANGUAGE             PIC X(2).
           05  WS-RMD-PHONE                PIC X(15).
           05  WS-RMD-EMAIL                PIC X(40).
