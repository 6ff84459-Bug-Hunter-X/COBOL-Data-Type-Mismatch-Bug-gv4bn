      *> same customer legitimately appears twice on one extract (a
      *> carried-forward re-send plus a fresh posting).
           05  EXTR-POSTING-REF        PIC X(14).
      *> The segment the posting was made under and that segment's GL
      *> control account off the SEGMST segment master, so the ledger
      *> posts straight to the account instead of mapping segments by
      *> hand.
           05  EXTR-SEGMENT-CODE       PIC X(2).
           05  EXTR-GL-ACCOUNT         PIC X(10).
