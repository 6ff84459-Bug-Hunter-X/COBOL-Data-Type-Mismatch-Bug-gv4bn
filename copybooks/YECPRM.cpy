      *> YECPRM.cpy - GREETYEC parameter card layout
      *> One control record naming the year being closed (YYYY). It
      *> must agree with the year of the GREETPRM business date the
      *> close runs under; there is no default, so a year-end close
      *> never runs by accident off a missing card.
       01  YEC-PARM-RECORD.
           05  YEC-CLOSE-YEAR          PIC X(4).
