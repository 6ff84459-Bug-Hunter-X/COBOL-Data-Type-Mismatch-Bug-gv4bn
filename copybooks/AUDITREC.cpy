      *> AUDITREC.cpy - AUDIT-TRAIL-FILE record layout
      *> One record per MOVE/ADD applied, for compliance sign-off on
      *> what the batch changed and when.
      *> GREETYEC's year-end close writes one record per customer it
      *> resets: BEFORE is the closing counter, AFTER the new year's
      *> opening, AREA-1 "YEAR CLOSE" and the posting reference of
      *> the closing GL record. Readers treat it as the boundary
      *> between two years, not as a posting.
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP         PIC X(21).
           05  AUDIT-KEY               PIC X(6).
           05  AUDIT-AREA-2-BEFORE     PIC 9(5).
           05  AUDIT-AREA-2-AFTER      PIC 9(5).
           05  AUDIT-AREA-1-AFTER      PIC X(10).
               88  AUDIT-YEAR-END-CLOSE VALUE "YEAR CLOSE".
      *> The EXTR-POSTING-REF of the GL extract record this update
      *> produced, so GREETINQ and GREETBKO can tie a ledger posting
      *> to the precise update that caused it. Spaces on an audit
