      *> GENREG.cpy - generation register record layout
      *> One record per GREETGEN promotion or fallback, appended to the
      *> GENREG register whether it went through or was refused, so
      *> the history of what became SUSPMST, PENDMST, GREETAUD,
      *> SNPPRIOR and RFWSNAP - and what was turned away - can be read
      *> back without anyone's memory of which file was renamed when.
       01  GRG-RECORD.
           05  GRG-TIMESTAMP           PIC X(14).
           05  GRG-BUSINESS-DATE       PIC X(8).
           05  GRG-ACTION              PIC X(1).
               88  GRG-PROMOTION       VALUE "P".
               88  GRG-FALLBACK        VALUE "F".
           05  GRG-OUTCOME             PIC X(1).
               88  GRG-DONE            VALUE "D".
               88  GRG-REFUSED         VALUE "R".
           05  GRG-TARGET              PIC X(8).
      *> The new generation's file for a promotion; spaces for a
      *> fallback, which names the generation restored instead.
           05  GRG-SOURCE              PIC X(8).
           05  GRG-PRODUCER            PIC X(8).
           05  GRG-PRODUCER-END-TS     PIC X(14).
           05  GRG-NEW-GENERATION      PIC 9(5).
           05  GRG-REPLACED-GENERATION PIC 9(5).
           05  GRG-RESTORED-FROM       PIC 9(5).
           05  GRG-RECORD-COUNT        PIC 9(7).
           05  GRG-EXPECTED-COUNT      PIC 9(7).
           05  GRG-OPERATOR-ID         PIC X(8).
           05  GRG-REASON              PIC X(30).
      *> What was done, or the first check that refused it.
           05  GRG-MESSAGE             PIC X(40).
           05  FILLER                  PIC X(11).
