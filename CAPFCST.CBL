           05  CK-WARNED-3         PIC 9(1).
           05  CK-INV-SET-COUNT    PIC 9(7).
           05  CK-INV-SET-HASH     PIC 9(11).
           05  CK-TXN-REG-COUNT    PIC 9(7).
           05  CK-HOLD-COUNT       PIC 9(7).
           05  CK-HOLD-AMOUNT      PIC 9(11).
           05  CK-HOLD-ON-FILE     PIC 9(7).

       FD  CAPACITY-REPORT-FILE.
       01  CAP-RECORD               PIC X(80).
