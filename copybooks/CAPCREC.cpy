      *----------------------------------------------------------
      * CAPCREC.CPY
      * BRANCH SLOT-CAPACITY TABLE RECORD, KEYED BY BRANCH CODE.
      * GIVES THE MOST BOOKINGS THE BRANCH'S FRONT DESK WILL TAKE
      * IN ANY ONE HALF-HOUR SLOT (HH00-HH29, HH30-HH59), WITH A
      * SEPARATE LIMIT FOR EACH DAY OF THE WEEK, MONDAY FIRST. A
      * LIMIT OF ZERO, OR A BRANCH NOT ON THE TABLE, MEANS NO
      * LIMIT. READ BY BOOKMNT, WHICH WAITLISTS BOOKINGS FOR A
      * FULL SLOT, AND BY BOOKXTR FOR THE SCHEDULE UTILISATION.
      *----------------------------------------------------------
       01  WS-CAPACITY-RECORD.
           05  WS-CAP-BRANCH               PIC X(3).
           05  WS-CAP-DAY-LIMITS.
               10  WS-CAP-SLOT-LIMIT       PIC 9(3) OCCURS 7 TIMES.
           05  WS-CAP-DAY-LIMITS-X REDEFINES WS-CAP-DAY-LIMITS.
               10  WS-CAP-MONDAY           PIC 9(3).
               10  WS-CAP-TUESDAY          PIC 9(3).
               10  WS-CAP-WEDNESDAY        PIC 9(3).
               10  WS-CAP-THURSDAY         PIC 9(3).
               10  WS-CAP-FRIDAY           PIC 9(3).
               10  WS-CAP-SATURDAY         PIC 9(3).
               10  WS-CAP-SUNDAY           PIC 9(3).
