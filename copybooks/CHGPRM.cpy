      *> CHGPRM.cpy - GREETCHG parameter card layout
      *> One selection card against the MNTLOG maintenance change log:
      *> submitting operator, master file name (CUSTREF, SUSPMST,
      *> PENDMST, CUSTMST), customer key and a from/to timestamp range
      *> (YYYYMMDDHHMMSS). As on the INQPRM card, any field left blank
      *> is open and a short timestamp is padded out, so a bare date
      *> covers the whole day.
       01  CHG-PARM-RECORD.
           05  CHG-OPERATOR-ID         PIC X(8).
           05  CHG-FILE-NAME           PIC X(8).
           05  CHG-CUST-KEY            PIC X(6).
           05  CHG-FROM-TIMESTAMP      PIC X(14).
           05  CHG-TO-TIMESTAMP        PIC X(14).
