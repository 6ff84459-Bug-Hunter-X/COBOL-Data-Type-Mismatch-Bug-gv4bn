      *> CHNSTAT.cpy - channel statistics history record layout
      *> One record per source channel (CG-SOURCE-CODE, spaces for a
      *> file that never went through GREETMRG) per measure per run,
      *> appended to the CHNSTATS history by the job that saw the
      *> records: GREETJOB counts what it received, applied, excepted
      *> (one record per exception reason), rejected for name
      *> truncation and held for approval; GREETSRT counts details it
      *> rejected for their segment before GREETJOB saw them, as both
      *> received and excepted; GREETRCY counts corrected items it
      *> recycled out of suspense; SUSPMNT counts items it wrote off.
      *> GREETDQS builds the channel scorecard from it.
      *> CST-RUN-TS tells apart two runs of the same job for the same
      *> business date, so a rerun's figures can replace the first.
      *> GREETSRT, GREETJOB and GREETRCY also write one "RN" run marker
      *> per run (source spaces, count 0), so a rerun that saw nothing
      *> to count still replaces the first run's figures.
       01  CST-RECORD.
           05  CST-BUSINESS-DATE       PIC X(8).
           05  CST-JOB-NAME            PIC X(8).
           05  CST-RUN-TS              PIC X(14).
           05  CST-SOURCE-CODE         PIC X(3).
           05  CST-MEASURE             PIC X(2).
               88  CST-RECEIVED        VALUE "RC".
               88  CST-APPLIED         VALUE "AP".
               88  CST-EXCEPTED        VALUE "EX".
               88  CST-NAME-REJECTED   VALUE "NT".
               88  CST-HELD            VALUE "HD".
               88  CST-RECYCLED        VALUE "RY".
               88  CST-WRITTEN-OFF     VALUE "WO".
               88  CST-RUN-MARKER      VALUE "RN".
      *> The EXCP-REASON text on an "EX" record; spaces otherwise.
           05  CST-REASON              PIC X(40).
           05  CST-COUNT               PIC 9(7).
           05  FILLER                  PIC X(8).
