      *----------------------------------------------------------
      * EXCPREC.CPY
      * EXCEPTION REPORT RECORD FOR BLANK OR LIKELY-TRUNCATED NAME
      * INPUT, FOR INTAKE KEYED UNDER AN OPERATOR ID THAT IS NOT
      * ACTIVE ON THE OPERATOR MASTER (REASON BAD OPER), AND FOR
      * ARRIVALS HELD ON THE WATCH LIST (REASON HELD, BATCH
      * ONLY). SHARED BY HELLO-WORLD AND HELLO-BATCH. THE
      * OPERATOR ID IS THE ONE KEYED ON THE INTAKE RECORD.
      *----------------------------------------------------------
       01  WS-EXCEPTION-RECORD.
           05  WS-EXC-SEQ-NO               PIC 9(6).
           05  WS-EXC-GIVEN-NAME           PIC X(15).
           05  WS-EXC-SURNAME              PIC X(20).
           05  WS-EXC-REASON               PIC X(9).
           05  WS-EXC-OPERATOR             PIC X(6).
