      *> SEGREC.cpy - segment master record layout
      *> One record per customer segment, keyed on the two-character
      *> segment code the extract and CUSTREF carry. SEGMAINT keeps
      *> it; GREETJOB and GREETSRT refuse a detail whose segment is
      *> not here or is inactive, the reports print SEG-DESCRIPTION
      *> beside the code, and GREETJOB stamps SEG-GL-ACCOUNT on every
      *> GL extract record so the ledger no longer maps segments to
      *> control accounts by hand. An inactivated segment stays on
      *> file so history and the reports can still name it.
       01  SEG-RECORD.
           05  SEG-CODE                PIC X(2).
           05  SEG-DESCRIPTION         PIC X(30).
           05  SEG-GL-ACCOUNT          PIC X(10).
           05  SEG-STATUS              PIC X(1).
               88  SEG-ACTIVE          VALUE "A".
               88  SEG-INACTIVE        VALUE "I".
           05  FILLER                  PIC X(5).
