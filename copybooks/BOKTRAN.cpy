      * PROGRAM. DATES ARE YYYYMMDD, TIMES HHMM. FOR A
      * RESCHEDULE THE NEW DATE AND TIME FIELDS CARRY THE NEW
      * SLOT; A NEW DATE OF ZERO MEANS SAME DAY, NEW TIME ONLY.
      * THE HOST ID NAMES THE MEMBER OF STAFF THE VISITOR IS
      * COMING TO SEE (HOST DIRECTORY KEY); SPACES MEANS NO HOST.
      * IT IS TAKEN ON A BOOK ONLY - A RESCHEDULE KEEPS THE HOST.
      *----------------------------------------------------------
       01  WS-BOOK-TRAN.
           05  WS-BKT-ACTION               PIC X.
           05  WS-BKT-BRANCH               PIC X(3).
           05  WS-BKT-NEW-DATE             PIC 9(8).
           05  WS-BKT-NEW-TIME             PIC 9(4).
           05  WS-BKT-HOST-ID              PIC X(6).
