      *----------------------------------------------------------
      * WAITREC.CPY
      * BOOKING WAITLIST RECORD - ONE PER BOOK TRANSACTION THAT
      * WOULD HAVE OVERFILLED ITS HALF-HOUR SLOT. KEYED BY
      * APPOINTMENT DATE + BRANCH + SLOT START TIME (HHMM, HH00 OR
      * HH30) + THE TIME THE REQUEST WAS QUEUED AND ITS BOKTRAN
      * SEQUENCE, SO THE OLDEST REQUEST FOR A SLOT IS THE FIRST
      * RECORD UNDER IT. NAMES ARE STORED UPPER-CASE AS ON THE
      * BOOKING MASTER. BOOKMNT PROMOTES THE OLDEST ENTRY ONTO THE
      * MASTER WHEN A CANCEL OR RESCHEDULE FREES A PLACE.
      *----------------------------------------------------------
       01  WS-WAIT-RECORD.
           05  WS-WTL-KEY.
               10  WS-WTL-SLOT-KEY.
                   15  WS-WTL-APPT-DATE    PIC 9(8).
                   15  WS-WTL-BRANCH       PIC X(3).
                   15  WS-WTL-SLOT-TIME    PIC 9(4).
               10  WS-WTL-QUEUED-AT        PIC 9(14).
               10  WS-WTL-QUEUE-SEQ        PIC 9(6).
           05  WS-WTL-SURNAME              PIC X(20).
           05  WS-WTL-GIVEN-NAME           PIC X(15).
           05  WS-WTL-TITLE                PIC X(4).
           05  WS-WTL-APPT-TIME            PIC 9(4).
           05  WS-WTL-HOST-ID              PIC X(6).
