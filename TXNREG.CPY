      *****************************************************************
      *  TXNREG.CPY
      *  Transaction-id register table.  TXNREG.DAT holds one record
      *  for every TR-TRANS-ID ever posted, by the batch run, by
      *  SUSPPOST or by a HOLDREL release, with the posting that took
      *  it:
      *
      *    col  1-10   transaction id
      *    col 12-16   run number (zero = SUSPPOST or HOLDREL)
      *    col 18-25   feed date YYYYMMDD
      *    col 27-30   feed source id
      *    col 32-36   invoice generation
      *    col 38-42   invoice sequence
      *
      *  The posting programs load the register into this table at
      *  start-up and add each id as they post it, so a repeat within
      *  the same feed is caught as well as one from an earlier run.
      *
      *  Entries whose feed date is more than WS-TXN-REG-KEEP-DAYS
      *  before today are left out of the table on load; the batch
      *  run moves them off TXNREG.DAT to TXNREG.yyyymmdd.ARC.  A
      *  program that knows the processing window keeps at least two
      *  windows: a replay of an older posting carries a transaction
      *  date its feed header and date edits would refuse anyway.
      *****************************************************************
       01  WS-TXN-REG-TABLE.
           05  WS-TXN-REG-ENTRY OCCURS 50000 TIMES.
               10  WS-TXR-TRANS-ID       PIC X(10).
               10  WS-TXR-RUN-NUMBER     PIC 9(5).
               10  WS-TXR-FEED-DATE      PIC 9(8).
               10  WS-TXR-SOURCE-ID      PIC X(4).
               10  WS-TXR-INVOICE-GEN    PIC 9(5).
               10  WS-TXR-INVOICE-SEQ    PIC 9(5).
       01  WS-TXN-REG-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-TXN-REG-MAX                PIC 9(5) VALUE 50000.
       01  WS-TXN-REG-SUB                PIC 9(5) VALUE ZERO.
       01  WS-TXN-REG-FOUND              PIC 9(5) VALUE ZERO.
       01  WS-TXN-REG-FULL-FLAG          PIC X VALUE "N".
           88  WS-TXN-REG-TABLE-FULL              VALUE "Y".
       01  WS-TXN-REG-KEEP-DAYS          PIC 9(5) VALUE 400.
       01  WS-TXN-REG-CUTOFF-INT         PIC S9(8) VALUE ZERO.
       01  WS-TXN-REG-FLOOR-INT          PIC S9(8) VALUE ZERO.
       01  WS-TXN-REG-CUTOFF-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TXN-REG-AGED               PIC 9(7) VALUE ZERO.
