      *> MILREC.cpy - milestone letter register record layout
      *> One record per customer per milestone already lettered, keyed
      *> on the customer key plus the milestone, on the indexed MILSENT
      *> register GREETMIL keeps. A crossing that finds its key here is
      *> never lettered again - not after a GREETBKO backout takes the
      *> counter back under the milestone and a later run crosses it
      *> again, and not after a GREETKEY re-key or merge, because
      *> GREETMIL copies the retired key's entries onto the surviving
      *> key. MSR-ORIGIN-KEY is the key the letter actually went out
      *> under, so a carried entry still says where it came from.
       01  MSR-RECORD.
           05  MSR-KEY.
               10  MSR-CUST-KEY        PIC X(6).
               10  MSR-MILESTONE       PIC 9(5).
           05  MSR-SENT-DATE           PIC X(8).
           05  MSR-COUNTER             PIC 9(5).
           05  MSR-POSTING-REF         PIC X(14).
           05  MSR-ORIGIN-KEY          PIC X(6).
           05  FILLER                  PIC X(6).
