      *> Batch maintenance input for REFMAINT: add, change or
      *> inactivate one reference master record per transaction. On a
      *> change, a blank segment or name leaves the master's value
      *> alone. Every transaction names the operator who submitted it
      *> and why; both go on the MNTLOG change log with the change.
       01  RFT-RECORD.
           05  RFT-ACTION              PIC X(1).
               88  RFT-ADD             VALUE "A".
           05  RFT-SEGMENT-CODE        PIC X(2).
           05  RFT-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(9).
           05  RFT-OPERATOR-ID         PIC X(8).
           05  RFT-REASON              PIC X(30).
