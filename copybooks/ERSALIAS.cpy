      *----------------------------------------------------------
      * ERSALIAS.CPY
      * ERASURE ALIAS RECORD. ONE PER OTHER NAME A PERSON BEING
      * ERASED HAS BEEN KNOWN BY - AN OLD NAME FROM A MEMBMNT
      * RENAME OR A DUPLICATE FOLDED IN BY A MERGE - FOUND ON A
      * MEMBJRNL MEMBER MASTER ENTRY CARRYING THE PERSON'S MEMBER
      * ID. EACH ERASCRUB STEP READS THE ALIASES FOUND BY THE
      * STEPS BEFORE IT, ADDS THOSE FROM ITS OWN MEMBJRNL
      * GENERATION AND PASSES THE LOT ON, SO AN OLDER GENERATION
      * IS SCRUBBED UNDER EVERY NAME. THE ENTRY NUMBER IS THE
      * PERSON'S RECORD NUMBER ON ERASLIST. NAMES ARE UPPER-CASE
      * AND THE FILE IS A TEMPORARY DATA SET.
      *----------------------------------------------------------
       01  WS-ALIAS-RECORD.
           05  WS-ALS-ENTRY-NO             PIC 9(4).
           05  WS-ALS-SURNAME              PIC X(20).
           05  WS-ALS-GIVEN-NAME           PIC X(15).
