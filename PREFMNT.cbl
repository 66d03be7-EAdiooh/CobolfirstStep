       01  WS-RUN-DATE                     PIC 9(8).

       01  WS-REJECT-REASON                PIC X(25).
       01  WS-AT-SIGN-COUNT                PIC 99.

       01  WS-RPT-HEADING.
           05  FILLER                      PIC X(38)
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-VIP                  PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-CONSENT              PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-REASON               PIC X(25).
                   AND WS-PRF-VIP OF WS-PREF-TRAN NOT = 'N'
               MOVE 'INVALID VIP FLAG' TO WS-REJECT-REASON
           END-IF.
           IF WS-PRF-CONSENT OF WS-PREF-TRAN NOT = 'Y'
                   AND WS-PRF-CONSENT OF WS-PREF-TRAN NOT = 'N'
                   AND WS-PRF-CONSENT OF WS-PREF-TRAN NOT = SPACE
               MOVE 'INVALID CONSENT FLAG' TO WS-REJECT-REASON
           END-IF.
           IF WS-PRF-EMAIL OF WS-PREF-TRAN NOT = SPACES
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT WS-PRF-EMAIL OF WS-PREF-TRAN
                   TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
               IF WS-AT-SIGN-COUNT NOT = 1
                   MOVE 'INVALID E-MAIL ADDRESS' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2200-APPLY-ADD.
           PERFORM 2150-EDIT-PREFERENCE.
                   TO WS-PREF-TITLE OF PREF-MASTER-RECORD
               MOVE WS-PRF-VIP OF WS-PREF-TRAN
                   TO WS-PREF-VIP OF PREF-MASTER-RECORD
               MOVE WS-PRF-PHONE OF WS-PREF-TRAN
                   TO WS-PREF-PHONE OF PREF-MASTER-RECORD
               MOVE WS-PRF-EMAIL OF WS-PREF-TRAN
                   TO WS-PREF-EMAIL OF PREF-MASTER-RECORD
               IF WS-PRF-CONSENT OF WS-PREF-TRAN = 'Y'
                   MOVE 'Y' TO WS-PREF-CONSENT OF PREF-MASTER-RECORD
               ELSE
                   MOVE 'N' TO WS-PREF-CONSENT OF PREF-MASTER-RECORD
               END-IF
               WRITE PREF-MASTER-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE PREFERENCE' TO WS-REJECT-REASON
                           TO WS-PREF-TITLE OF PREF-MASTER-RECORD
                       MOVE WS-PRF-VIP OF WS-PREF-TRAN
                           TO WS-PREF-VIP OF PREF-MASTER-RECORD
                       PERFORM 2350-CHANGE-CONTACT
                       REWRITE PREF-MASTER-RECORD
                           INVALID KEY
                               MOVE 'MASTER REWRITE ERROR'
               END-IF
           END-IF.

      *    CONTACT DETAILS ARE ONLY TOUCHED WHEN KEYED, SO A CHANGE
      *    TO THE GREETING ALONE LEAVES THE PHONE, E-MAIL AND
      *    CONSENT AS HELD.
       2350-CHANGE-CONTACT.
           IF WS-PRF-PHONE OF WS-PREF-TRAN NOT = SPACES
               MOVE WS-PRF-PHONE OF WS-PREF-TRAN
                   TO WS-PREF-PHONE OF PREF-MASTER-RECORD
           END-IF.
           IF WS-PRF-EMAIL OF WS-PREF-TRAN NOT = SPACES
               MOVE WS-PRF-EMAIL OF WS-PREF-TRAN
                   TO WS-PREF-EMAIL OF PREF-MASTER-RECORD
           END-IF.
           IF WS-PRF-CONSENT OF WS-PREF-TRAN NOT = SPACE
               MOVE WS-PRF-CONSENT OF WS-PREF-TRAN
                   TO WS-PREF-CONSENT OF PREF-MASTER-RECORD
           END-IF.

       2400-APPLY-DELETE.
           MOVE FUNCTION UPPER-CASE(WS-PRF-SURNAME OF WS-PREF-TRAN)
               TO WS-PREF-SURNAME OF PREF-MASTER-RECORD.
               TO WS-DTL-GIVEN-NAME.
           MOVE WS-PRF-LANGUAGE OF WS-PREF-TRAN TO WS-DTL-LANGUAGE.
           MOVE WS-PRF-VIP OF WS-PREF-TRAN TO WS-DTL-VIP.
           MOVE WS-PRF-CONSENT OF WS-PREF-TRAN TO WS-DTL-CONSENT.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE 'APPLIED' TO WS-DTL-DISPOSITION
