           05  WS-CHKPT-TOTAL-GREETED      PIC 9(6).
           05  WS-CHKPT-TOTAL-REJECTED     PIC 9(6).
           05  WS-CHKPT-TOTAL-DUPLICATE    PIC 9(6).
           05  WS-CHKPT-TOTAL-HELD         PIC 9(6).
