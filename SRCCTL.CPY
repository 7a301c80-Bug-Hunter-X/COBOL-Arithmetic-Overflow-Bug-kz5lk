      *****************************************************************
      *  SRCCTL.CPY
      *  Source master table.  One entry per feed source system as
      *  maintained on SRCMAST.DAT by SRCMAINT and loaded by SRCLOAD.
      *  A source may post only while it is active and the posting
      *  date falls inside its effective/expiry range, and only the
      *  transaction types it is allowed.
      *
      *  SRC-STATUS values:
      *    'A'  ACTIVE              - source may post
      *    'I'  INACTIVE            - source retired or suspended
      *
      *  SRC-EXPIRY-DATE of zero means the source has no expiry.
      *  SRC-ALLOW-SALE / SRC-ALLOW-CREDIT are 'Y' or 'N' for
      *  transaction types 'S' and 'C'.
      *****************************************************************
       01  WS-SOURCE-MASTER-TABLE.
           05  SRC-ENTRY-COUNT           PIC 9(3).
           05  SRC-ENTRY OCCURS 200 TIMES INDEXED BY SRC-IDX.
               10  SRC-CODE              PIC X(4).
               10  SRC-DESCRIPTION       PIC X(30).
               10  SRC-STATUS            PIC X(1).
                   88  SRC-ACTIVE               VALUE 'A'.
                   88  SRC-INACTIVE             VALUE 'I'.
               10  SRC-EFFECTIVE-DATE    PIC 9(8).
               10  SRC-EXPIRY-DATE       PIC 9(8).
               10  SRC-ALLOW-SALE        PIC X(1).
               10  SRC-ALLOW-CREDIT      PIC X(1).

       01  WS-SRC-MAX-ENTRIES            PIC 9(3) VALUE 200.
