      *****************************************************************
      *  HLDLIM.CPY
      *  Hold limit table.  Amount limits above which a transaction
      *  detail is diverted to the hold queue (HOLDQ.DAT) instead of
      *  posting, as maintained on HOLDLIM.DAT by HLDMAINT and loaded
      *  by HLDLOAD.
      *
      *  HLM-SOURCE of '****' applies to any source and HLM-TYPE of
      *  '*' to any transaction type.  The most specific entry wins:
      *  source and type, then source with any type, then any source
      *  with the type, then any source and any type.  A detail with
      *  no matching entry has no limit.  A detail whose amount is
      *  greater than its limit is held.
      *****************************************************************
       01  WS-HOLD-LIMIT-TABLE.
           05  HLM-ENTRY-COUNT           PIC 9(3).
           05  HLM-ENTRY OCCURS 200 TIMES INDEXED BY HLM-IDX.
               10  HLM-SOURCE            PIC X(4).
               10  HLM-TYPE              PIC X(1).
               10  HLM-LIMIT             PIC 9(5).
               10  HLM-DESCRIPTION       PIC X(30).

       01  WS-HLM-MAX-ENTRIES            PIC 9(3) VALUE 200.
