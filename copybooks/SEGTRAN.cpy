      *> SEGTRAN.cpy - segment master transaction record layout
      *> Batch maintenance input for SEGMAINT: add, change or
      *> inactivate one segment master record per transaction. On a
      *> change, a blank description or GL account leaves the
      *> master's value alone, and a change to an inactive segment
      *> reactivates it. Every transaction names the operator who
      *> submitted it and why; both go on the MNTLOG change log.
       01  SGT-RECORD.
           05  SGT-ACTION              PIC X(1).
               88  SGT-ADD             VALUE "A".
               88  SGT-CHANGE          VALUE "C".
               88  SGT-INACTIVATE      VALUE "I".
           05  SGT-SEGMENT-CODE        PIC X(2).
           05  SGT-DESCRIPTION         PIC X(30).
           05  SGT-GL-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(5).
           05  SGT-OPERATOR-ID         PIC X(8).
           05  SGT-REASON              PIC X(30).
