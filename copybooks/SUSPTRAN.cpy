      *> A mark-corrected transaction flips SUSP-STATUS to "C" so
      *> GREETRCY recycles the item; a write-off retires the item
      *> from the suspense master entirely, with the reason kept on
      *> the write-off register. Every transaction names the operator
      *> who submitted it and why (a write-off with no change reason
      *> logs its write-off reason); both go on the MNTLOG change log.
       01  SMT-RECORD.
           05  SMT-ACTION              PIC X(1).
               88  SMT-FIX             VALUE "F".
      *> followed by five digits.
           05  SMT-NEW-ADJ-AMOUNT      PIC X(6).
           05  SMT-WRITEOFF-REASON     PIC X(40).
           05  SMT-OPERATOR-ID         PIC X(8).
           05  SMT-REASON              PIC X(30).
