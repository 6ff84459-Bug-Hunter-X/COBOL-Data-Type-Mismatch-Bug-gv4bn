      *> POSPRM.cpy - GREETPOS parameter card layout
      *> One inquiry card: the customer key the help desk is asking
      *> about, and how many of its most recent GREETAUD audit
      *> records to show (blank or zero means ten; at most twenty).
       01  POS-PARM-RECORD.
           05  POS-CUST-KEY            PIC X(6).
           05  POS-AUDIT-LIMIT         PIC X(2).
