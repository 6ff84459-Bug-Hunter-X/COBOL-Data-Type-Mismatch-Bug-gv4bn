      *> RUNCTL.cpy - nightly run-control ledger record layout
      *> One record per job per business date, keyed on the date plus
      *> the job name. Every job in the chain (GREETRCY, GREETSRT,
      *> GREETJOB, GREETBAL, GREETACK, GREETMIL, GREETSNP, GREETYEC,
      *> GREETRFW, SUSPMNT, APPRMNT, GREETARC, GREETGEN) records its
      *> start, completion and return code here - GREETGEN once per
      *> master it manages, as "GEN" and the first five characters of
      *> the master's name (GENSUSPM, GENPENDM, GENGREET, GENSNPPR,
      *> GENRFWSN) - and checks the ledger on startup: GREETJOB
      *> refuses to start until GREETSRT completed for the date and
      *> refuses again if a completed GREETJOB already exists for it
      *> (the double-run that posted every customer twice); GREETACK
      *> refuses until GREETBAL completed clean; GREETMIL and GREETSNP
      *> refuse until GREETJOB completed; GREETYEC also refuses once a
      *> GREETJOB for any later date is on the ledger; GREETGEN refuses
      *> to promote a new master generation until the job that wrote
      *> it completed. A job that started but never completed stays
      *> "S" so the morning status report (GREETCTL) shows exactly
      *> where the night stopped.
       01  RUN-CTL-RECORD.
           05  RUN-CTL-KEY.
               10  RUN-BUS-DATE        PIC X(8).
