      * TRAIL CAN BE BROKEN OUT BY LOCATION. THE STATUS IS
      * GREETED, REJECTED, OR DUPLICATE (A SECOND SIGN-IN OF THE
      * SAME NORMALIZED NAME IN THE SAME RUN - GREETING AND BADGE
      * SUPPRESSED) OR HELD (VISITOR ON THE BARRED-VISITOR WATCH
      * LIST FOR THE BRANCH - NOT GREETED OR BADGED, SECURITY
      * ALERTED). THE EXPECT FLAG IS E (EXPECTED - MATCHED AN
      * APPOINTMENT), U (UNANNOUNCED) OR SPACE (REJECTED,
      * DUPLICATE OR HELD INPUT, NEVER MATCHED). THE REMINDER
      * OUTCOME IS CARRIED FROM THE MATCHED BOOKING FOR AN
      * EXPECTED ARRIVAL (SPACE - NOT REMINDED, S - SENT WITH NO
      * ANSWER YET, C - CONFIRMED, N - NO REPLY) AND IS SPACE ON
      * EVERY OTHER RECORD. THE OPERATOR ID IS THE ONE KEYED ON
      * THE INTAKE RECORD - FOR A REJECTED RECORD IT MAY BE AN ID
      * THAT IS NOT ON THE OPERATOR MASTER.
      *----------------------------------------------------------
       01  WS-AUDIT-RECORD.
           05  WS-AUD-SEQ-NO               PIC 9(6).
           05  WS-AUD-STATUS               PIC X(9).
           05  WS-AUD-BRANCH               PIC X(3).
           05  WS-AUD-EXPECT               PIC X.
           05  WS-AUD-REMINDER             PIC X.
           05  WS-AUD-OPERATOR             PIC X(6).
