      *> merge); when it is not, the position moves across unchanged
      *> (a re-number). The old key is retired from the customer
      *> master and inactivated on the reference master either way.
      *> The submitting operator and the reason go on the MNTLOG
      *> change log with every record the move touches.
       01  KYT-RECORD.
           05  KYT-OLD-KEY             PIC X(6).
           05  KYT-NEW-KEY             PIC X(6).
           05  FILLER                  PIC X(8).
           05  KYT-OPERATOR-ID         PIC X(8).
           05  KYT-REASON              PIC X(30).
