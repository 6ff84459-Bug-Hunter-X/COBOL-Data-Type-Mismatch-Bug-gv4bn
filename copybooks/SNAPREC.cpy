      *> SNAPREC.cpy - customer position snapshot record layout
      *> A point-in-time image of every customer the chain knows
      *> about: one detail record per key on the customer master
      *> (SNP-ON-MASTER) or on the CUSTARC purge archive
      *> (SNP-ON-ARCHIVE), joined to the CUSTREF segment, name and
      *> status as they stood when the snapshot was taken. Details
      *> are written in customer key order behind a single header
      *> record carrying the business date and the exact timestamp
      *> the snapshot was cut, so the next run can select the audit
      *> activity that happened between the two images.
       01  SNP-RECORD.
           05  SNP-REC-TYPE            PIC X(1).
               88  SNP-TYPE-HEADER     VALUE "H".
               88  SNP-TYPE-DETAIL     VALUE "D".
           05  SNP-DETAIL-DATA.
               10  SNP-CUST-KEY        PIC X(6).
               10  SNP-POSITION        PIC X(1).
                   88  SNP-ON-MASTER   VALUE "M".
                   88  SNP-ON-ARCHIVE  VALUE "A".
               10  SNP-SEGMENT-CODE    PIC X(2).
               10  SNP-COUNTER         PIC 9(5).
               10  SNP-LAST-POSTED-DATE PIC X(8).
               10  SNP-CUST-NAME       PIC X(30).
               10  SNP-REF-STATUS      PIC X(1).
               10  SNP-PURGE-DATE      PIC X(8).
               10  FILLER              PIC X(18).
           05  SNP-HEADER-DATA REDEFINES SNP-DETAIL-DATA.
               10  SNP-HDR-BUSINESS-DATE PIC X(8).
               10  SNP-HDR-TIMESTAMP   PIC X(21).
               10  FILLER              PIC X(50).
