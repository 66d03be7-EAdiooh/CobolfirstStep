      *----------------------------------------------------------
      * OPERREC.CPY
      * DESK OPERATOR MASTER RECORD, KEYED BY THE 6-CHARACTER
      * OPERATOR ID EACH CLERK KEYS ON EVERY INTAKE (NAMEREC) AND
      * DEPARTURE (DEPTREC) RECORD. CARRIES THE CLERK'S NAME, THE
      * BRANCH THEY NORMALLY WORK AT AND THEIR STATUS - A FOR
      * ACTIVE, L FOR LEFT. A LEAVER'S RECORD IS KEPT (STATUS L)
      * SO OLD AUDIT TRAILS STILL REPORT UNDER A NAME, BUT THE ID
      * IS NO LONGER ACCEPTED ON NEW INPUT. READ BY THE OPERLKUP
      * LOOKUP SUBPROGRAM; RELOADED FROM THE OPRDECK CARD DECK BY
      * THE HELLOBAT JOB.
      *----------------------------------------------------------
       01  WS-OPERATOR-RECORD.
           05  WS-OPR-ID                   PIC X(6).
           05  WS-OPR-SURNAME              PIC X(20).
           05  WS-OPR-GIVEN-NAME           PIC X(15).
           05  WS-OPR-BRANCH               PIC X(3).
           05  WS-OPR-STATUS               PIC X.
               88  WS-OPR-ACTIVE           VALUE 'A'.
               88  WS-OPR-LEFT             VALUE 'L'.
