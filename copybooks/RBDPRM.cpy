      *> RBDPRM.cpy - GREETRBD parameter card layout
      *> One control record giving the moment the CUSTBKP master
      *> backup was taken (YYYYMMDDHHMMSS). Every audit record stamped
      *> after it is replayed onto the backup. A bare date is taken as
      *> the end of that day, the GREETINQ padding convention. There
      *> is no default - a rebuild from the wrong point in time is
      *> worse than none.
       01  RBD-PARM-RECORD.
           05  RBD-BACKUP-TIMESTAMP    PIC X(14).
