      * VISITOR, WRITTEN BY HELLO-BATCH TO THE GREETOUT FEED IN
      * THE SAME ARRIVAL ORDER AS THE MERGED NAMEIN INPUT, SO
      * EACH BRANCH'S SCREEN CAN PULL ITS OWN SLICE BY BRANCH
      * CODE. THE MEMBER STATUS IS M (MEMBER), L (LAPSED MEMBER -
      * MEMBERSHIP EXPIRED, LAPSED OR CANCELLED) OR W (WALK-IN); THE
      * GREETING TEXT IS THE COMPOSED LINE EXACTLY AS DISPLAYED
      * AT THE DESK, IN THE VISITOR'S GREETING LANGUAGE. REJECTED,
      * DUPLICATE AND HELD ARRIVALS ARE NEVER GREETED AND DO NOT
      * APPEAR ON THE FEED.
      *----------------------------------------------------------
       01  WS-GREET-RECORD.
           05  WS-GRT-MEMBER-STATUS        PIC X.
               88  WS-GRT-IS-MEMBER        VALUE 'M'.
               88  WS-GRT-IS-WALKIN        VALUE 'W'.
               88  WS-GRT-IS-LAPSED        VALUE 'L'.
           05  WS-GRT-GREETING-TEXT        PIC X(60).
