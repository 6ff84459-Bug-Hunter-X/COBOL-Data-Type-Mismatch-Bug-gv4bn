      *> MILPRM.cpy - GREETMIL milestone parameter card layout
      *> One control record listing the CM-COUNTER values that earn
      *> the customer a milestone letter, in any order. Zero or blank
      *> entries are ignored; left out altogether, GREETMIL uses its
      *> built-in 100 / 500 / 1000.
       01  MIL-PARM-RECORD.
           05  MIL-MILESTONE           PIC 9(5)     OCCURS 10.
