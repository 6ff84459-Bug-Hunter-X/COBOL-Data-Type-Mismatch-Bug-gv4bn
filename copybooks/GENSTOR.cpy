      *> GENSTOR.cpy - master generation store record layout
      *> The GENSTORE file GREETGEN keeps prior generations of the
      *> managed masters (SUSPMST, PENDMST, GREETAUD, SNPPRIOR,
      *> RFWSNAP) in, keyed on the master name, the generation number
      *> and a record sequence.
      *> Sequence 1 upward holds the master's records exactly as they
      *> stood when the generation was replaced, up to the longest
      *> master record. Sequence 0 of a generation is its control
      *> record: where the generation came from, which job produced
      *> it and when, when it went into place and when it was saved.
      *> Generation 0, sequence 0 is the master's own control record
      *> (it sorts ahead of everything kept for the master): the
      *> current generation's details, the current and oldest kept
      *> generation numbers, the newest producer completion ever
      *> promoted, and whether the last promotion or fallback
      *> finished - one left started has the replaced generation
      *> safely saved but the master itself part written.
       01  GS-RECORD.
           05  GS-KEY.
               10  GS-TARGET           PIC X(8).
               10  GS-GENERATION       PIC 9(5).
               10  GS-SEQUENCE         PIC 9(7).
           05  GS-DATA-RECORD          PIC X(133).
           05  GS-CONTROL-DATA REDEFINES GS-DATA-RECORD.
               10  GS-CTL-SOURCE       PIC X(8).
               10  GS-CTL-PRODUCER     PIC X(8).
               10  GS-CTL-BUSINESS-DATE PIC X(8).
               10  GS-CTL-PRODUCER-START-TS PIC X(14).
               10  GS-CTL-PRODUCER-END-TS PIC X(14).
               10  GS-CTL-PROMOTED-TS  PIC X(14).
               10  GS-CTL-RECORD-COUNT PIC 9(7).
               10  GS-CTL-SAVED-TS     PIC X(14).
               10  GS-CTL-SAVED-COUNT  PIC 9(7).
               10  GS-CTL-RESTORED-FROM PIC 9(5).
               10  GS-CTL-CURRENT-GEN  PIC 9(5).
               10  GS-CTL-OLDEST-GEN   PIC 9(5).
               10  GS-CTL-HIGH-END-TS  PIC X(14).
               10  GS-CTL-STATE        PIC X(1).
                   88  GS-CHANGE-STARTED   VALUE "S".
                   88  GS-CHANGE-COMPLETED VALUE "C".
               10  FILLER              PIC X(9).
