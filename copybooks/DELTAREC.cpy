      *> DELTAREC.cpy - customer change-delta interface record layout
      *> The DELTAOUT file GREETSNP hands to the data warehouse: one
      *> record per customer whose position changed between the prior
      *> night's snapshot and tonight's, carrying the customer as the
      *> prior snapshot had it (before) and as tonight's has it
      *> (after), each image CUSTMST or CUSTARC joined to CUSTREF.
      *> Like CUSTGRT, the file carries one header record first and
      *> one trailer record last; the trailer holds the delta count,
      *> the count of each change type, and a hash total of the after
      *> counters, so the warehouse load can be balanced, not trusted.
       01  DLT-RECORD.
           05  DLT-REC-TYPE            PIC X(1).
               88  DLT-TYPE-HEADER     VALUE "H".
               88  DLT-TYPE-DETAIL     VALUE "D".
               88  DLT-TYPE-TRAILER    VALUE "T".
           05  DLT-DETAIL-DATA.
               10  DLT-CUST-KEY        PIC X(6).
               10  DLT-CHANGE-TYPE     PIC X(1).
                   88  DLT-ADDED       VALUE "A".
                   88  DLT-CHANGED     VALUE "C".
                   88  DLT-PURGED      VALUE "P".
                   88  DLT-REINSTATED  VALUE "R".
                   88  DLT-RETIRED     VALUE "K".
      *> Gone from master and archive with no re-key on the trail to
      *> explain it; the control report lists every one.
                   88  DLT-DROPPED     VALUE "X".
               10  DLT-BUSINESS-DATE   PIC X(8).
      *> Blank on an add; blank after image on a retire or drop.
               10  DLT-BEFORE-IMAGE.
                   15  DLT-B-POSITION  PIC X(1).
                   15  DLT-B-SEGMENT-CODE PIC X(2).
                   15  DLT-B-COUNTER   PIC 9(5).
                   15  DLT-B-LAST-POSTED-DATE PIC X(8).
                   15  DLT-B-CUST-NAME PIC X(30).
                   15  DLT-B-REF-STATUS PIC X(1).
                   15  DLT-B-PURGE-DATE PIC X(8).
               10  DLT-AFTER-IMAGE.
                   15  DLT-A-POSITION  PIC X(1).
                   15  DLT-A-SEGMENT-CODE PIC X(2).
                   15  DLT-A-COUNTER   PIC 9(5).
                   15  DLT-A-LAST-POSTED-DATE PIC X(8).
                   15  DLT-A-CUST-NAME PIC X(30).
                   15  DLT-A-REF-STATUS PIC X(1).
                   15  DLT-A-PURGE-DATE PIC X(8).
      *> On a re-key retire, the key GREETKEY moved the position to.
               10  DLT-SURVIVOR-KEY    PIC X(6).
               10  FILLER              PIC X(10).
           05  DLT-HEADER-DATA REDEFINES DLT-DETAIL-DATA.
               10  DLT-HDR-BUSINESS-DATE PIC X(8).
               10  DLT-HDR-PRIOR-DATE  PIC X(8).
               10  DLT-HDR-TIMESTAMP   PIC X(21).
               10  FILLER              PIC X(104).
           05  DLT-TRAILER-DATA REDEFINES DLT-DETAIL-DATA.
               10  DLT-TRL-RECORD-COUNT PIC 9(7).
      *> Hash total is the sum of every detail's DLT-A-COUNTER, kept
      *> to the low-order nine digits.
               10  DLT-TRL-HASH-TOTAL  PIC 9(9).
               10  DLT-TRL-ADDED       PIC 9(7).
               10  DLT-TRL-CHANGED     PIC 9(7).
               10  DLT-TRL-PURGED      PIC 9(7).
               10  DLT-TRL-REINSTATED  PIC 9(7).
               10  DLT-TRL-RETIRED     PIC 9(7).
               10  DLT-TRL-DROPPED     PIC 9(7).
               10  FILLER              PIC X(83).
