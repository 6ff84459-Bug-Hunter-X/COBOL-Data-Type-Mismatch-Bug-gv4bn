      *> MNTLOG.cpy - shared maintenance change log record layout
      *> One record per change a maintenance deck applied to a master
      *> (REFMAINT to CUSTREF, SUSPMNT to SUSPMST, APPRMNT to PENDMST,
      *> GREETKEY to CUSTMST and CUSTREF, SEGMAINT to SEGMST): when,
      *> which program, which file, which key (a segment code sits
      *> left-justified in the key), the operator who submitted the
      *> transaction and the reason given, with the whole record as it stood
      *> before and after the change. An add has a blank before
      *> image; a delete or write-off has a blank after image. The
      *> log accumulates across runs and is read by GREETCHG.
       01  MLG-RECORD.
           05  MLG-TIMESTAMP           PIC X(21).
           05  MLG-PROGRAM             PIC X(8).
           05  MLG-FILE-NAME           PIC X(8).
           05  MLG-ACTION              PIC X(10).
           05  MLG-CUST-KEY            PIC X(6).
           05  MLG-OPERATOR-ID         PIC X(8).
           05  MLG-REASON              PIC X(30).
           05  MLG-BEFORE-IMAGE        PIC X(133).
           05  MLG-AFTER-IMAGE         PIC X(133).
           05  FILLER                  PIC X(3).
