      *> APPTRAN.cpy - adjustment approval transaction record layout
      *> Batch input for APPRMNT: one approval per held adjustment,
      *> naming who approved it and the customer key of the pending
      *> item it releases, plus the operator who keyed the deck and
      *> the reason, which go on the MNTLOG change log.
       01  APT-RECORD.
           05  APT-APPROVER-ID         PIC X(8).
           05  APT-CUST-KEY            PIC X(6).
           05  FILLER                  PIC X(6).
           05  APT-OPERATOR-ID         PIC X(8).
           05  APT-REASON              PIC X(30).
