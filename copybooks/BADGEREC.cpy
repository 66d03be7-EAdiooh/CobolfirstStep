      * PRINTER FEED - ONE PER GREETED VISITOR, WRITTEN BY
      * HELLO-WORLD AND HELLO-BATCH WITH THE NORMALIZED NAME SO
      * THE DESK NO LONGER RE-KEYS IT. MEMBER ID CARRIES THE
      * 7-DIGIT ID FOR MEMBERS OR THE WALK-IN MARKER. THE LAPSED
      * MARKER IS SET FOR A MEMBER WHOSE MEMBERSHIP HAS EXPIRED, SO
      * THE BADGE PRINTS A RENEWAL REMINDER; IT IS BLANK OTHERWISE.
      *----------------------------------------------------------
       01  WS-BADGE-RECORD.
           05  WS-BDG-TITLE                PIC X(4).
           05  WS-BDG-MEMBER-ID            PIC X(7).
           05  WS-BDG-VISIT-DATE           PIC 9(8).
           05  WS-BDG-LANGUAGE             PIC X(2).
           05  WS-BDG-LAPSED-MARKER        PIC X.
               88  WS-BDG-MEMBER-LAPSED    VALUE 'L'.
