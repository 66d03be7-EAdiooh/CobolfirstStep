      * BY MEMBMNT AND ENROLL TO THE MEMBJRNL GENERATION DATA
      * SET. THE BEFORE IMAGE CARRIES THE MEMBREC RECORD AS IT
      * STOOD BEFORE THE UPDATE (SPACES FOR AN ADD); THE AFTER
      * IMAGE CARRIES IT AS WRITTEN (SPACES FOR A DELETE, EXCEPT
      * A MERGE'S DELETE OF THE DUPLICATE MEMBER, WHICH CARRIES THE
      * SURVIVOR IT WAS FOLDED INTO). THE MEMBBKO BACKOUT PROGRAM
      * REVERSES A DAY'S JOURNAL IN DESCENDING TIMESTAMP + SEQUENCE
      * ORDER.
      * A MEMBER MERGE ALSO CHANGES THE VISIT HISTORY, GREETING
      * PREFERENCE AND BOOKING FILES, SO EACH ENTRY NAMES THE FILE
      * IT APPLIES TO AND THE IMAGES ARE WIDE ENOUGH FOR THE
      * LONGEST OF THOSE RECORDS (SHORTER RECORDS ARE PADDED WITH
      * SPACES).
      * THE ERASE JOB'S ERASCRUB STEP MARKS EVERY ENTRY FOR A
      * PERSON WHOSE DATA HAS BEEN ERASED WITH ACTION E AND BLANKS
      * ITS IMAGES; MEMBBKO SKIPS THOSE ENTRIES.
      *----------------------------------------------------------
       01  WS-JOURNAL-RECORD.
           05  WS-JRN-SEQ-NO               PIC 9(6).
               88  WS-JRN-ADD              VALUE 'A'.
               88  WS-JRN-CHANGE           VALUE 'C'.
               88  WS-JRN-DELETE           VALUE 'D'.
               88  WS-JRN-ERASED           VALUE 'E'.
           05  WS-JRN-FILE                 PIC X.
               88  WS-JRN-MEMBMSTR         VALUE 'M'.
               88  WS-JRN-VSTHIST          VALUE 'V'.
               88  WS-JRN-MEMBPREF         VALUE 'P'.
               88  WS-JRN-BOOKMSTR         VALUE 'B'.
           05  WS-JRN-BEFORE-IMAGE         PIC X(100).
           05  WS-JRN-AFTER-IMAGE          PIC X(100).
