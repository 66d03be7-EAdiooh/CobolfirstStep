      * HISTORY AND GREETING PREFERENCE TO THE NEW NAME; THE NEW
      * NAME FIELDS ARE USED ONLY BY THE RENAME ACTION AND ARE
      * LEFT BLANK ON A/C/D TRANSACTIONS.
      * A MERGE FOLDS A DUPLICATE MEMBER (SURNAME + GIVEN NAME,
      * WITH ITS MEMBER ID AS A CHECK) INTO THE SURVIVING MEMBER
      * CARRIED IN THE NEW NAME FIELDS.
      * EXPIRY DATE AND MEMBERSHIP STATUS ARE OPTIONAL: ON AN ADD
      * THEY DEFAULT TO ONE TERM FROM TODAY AND ACTIVE, AND ON A
      * CHANGE A ZERO DATE OR BLANK STATUS LEAVES THE MASTER AS IT
      * IS. A RENEWAL EXTENDS THE MEMBERSHIP BY ONE TERM FROM THE
      * LATER OF TODAY AND THE CURRENT EXPIRY (OR TO THE EXPIRY
      * DATE GIVEN) AND MAKES IT ACTIVE AGAIN.
      *----------------------------------------------------------
       01  WS-MAINT-TRAN.
           05  WS-TRN-ACTION               PIC X.
               88  WS-TRN-CHANGE           VALUE 'C'.
               88  WS-TRN-DELETE           VALUE 'D'.
               88  WS-TRN-RENAME           VALUE 'R'.
               88  WS-TRN-MERGE            VALUE 'M'.
               88  WS-TRN-RENEW            VALUE 'N'.
           05  WS-TRN-SURNAME              PIC X(20).
           05  WS-TRN-MEMBER-ID            PIC 9(7).
           05  WS-TRN-GIVEN-NAME           PIC X(15).
           05  WS-TRN-NEW-SURNAME          PIC X(20).
           05  WS-TRN-NEW-GIVEN-NAME       PIC X(15).
           05  WS-TRN-EXPIRY-DATE          PIC 9(8).
           05  WS-TRN-MEMBER-STATUS        PIC X.
               88  WS-TRN-STATUS-VALID     VALUE SPACE 'A' 'L' 'C'.
