      *> GENPRM.cpy - GREETGEN parameter card layout
      *> One control record per run. "P" promotes the named new
      *> generation (SUSPNEW or SUSPMNEW onto SUSPMST, PENDNEW or
      *> PENDUPD onto PENDMST, AUDLIVE onto GREETAUD, SNPNEW onto
      *> SNPPRIOR, RFWSNEW onto RFWSNAP); the master it goes onto
      *> follows from the file, and a target keyed as well must agree
      *> with it. "F" falls the
      *> named master back to a kept prior generation - the one the
      *> current generation replaced unless a generation number is
      *> given - and needs the operator and reason, as every
      *> maintenance change does. The keep count is how many prior
      *> generations stay in the generation store for fallback
      *> (default 3).
       01  GEN-PARM-RECORD.
           05  GNP-ACTION              PIC X(1).
               88  GNP-PROMOTE         VALUE "P".
               88  GNP-FALLBACK        VALUE "F".
           05  GNP-CANDIDATE           PIC X(8).
           05  GNP-TARGET              PIC X(8).
           05  GNP-FALLBACK-GEN        PIC X(5).
           05  GNP-KEEP-GENERATIONS    PIC X(2).
           05  GNP-OPERATOR-ID         PIC X(8).
           05  GNP-REASON              PIC X(30).
