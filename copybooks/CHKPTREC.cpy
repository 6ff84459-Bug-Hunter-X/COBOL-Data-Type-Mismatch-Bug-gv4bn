      *> numbering where the aborted run left off instead of reissuing
      *> references already sent on the extract.
           05  CHKPT-POSTING-SEQ       PIC 9(6).
      *> Room for every segment SEGMAINT will allow on the segment
      *> master, so no segment's running totals drop out on a restart.
           05  CHKPT-SEG-USED          PIC 9(3).
           05  CHKPT-SEG-ENTRY OCCURS 100.
               10  CHKPT-SEG-CODE      PIC X(2).
               10  CHKPT-SEG-REC-COUNT PIC 9(7).
               10  CHKPT-SEG-TOTAL     PIC 9(9).
      *> The night's per-channel counts for the CHNSTATS history, so a
      *> restart still reports the records it skipped past.
           05  CHKPT-CHN-USED          PIC 9(3).
           05  CHKPT-CHN-ENTRY OCCURS 50.
               10  CHKPT-CHN-SOURCE    PIC X(3).
               10  CHKPT-CHN-MEASURE   PIC X(2).
               10  CHKPT-CHN-REASON    PIC X(40).
               10  CHKPT-CHN-COUNT     PIC 9(7).
