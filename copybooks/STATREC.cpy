           05  STAT-EXCEPTION-COUNT    PIC 9(7).
           05  STAT-REJECT-COUNT       PIC 9(7).
           05  STAT-GRAND-TOTAL        PIC 9(9).
      *> Sized to the segment master's ceiling (SEGMAINT refuses an
      *> add beyond it), so every segment that posted is recorded.
           05  STAT-SEG-USED           PIC 9(3).
           05  STAT-SEG-ENTRY OCCURS 100.
               10  STAT-SEG-CODE       PIC X(2).
               10  STAT-SEG-REC-COUNT  PIC 9(7).
               10  STAT-SEG-TOTAL      PIC 9(9).
