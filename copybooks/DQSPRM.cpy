      *> DQSPRM.cpy - GREETDQS parameter card layout
      *> One control record. The scorecard is struck as of the date
      *> given (left blank, the GREETPRM business date) and shows the
      *> month to date of that date, a rolling window of the given
      *> number of days ending on it (default 30) and the window of
      *> the same length before that, so a climbing channel shows
      *> against its own recent past. A channel whose month-to-date or
      *> rolling error rate - exceptions plus name rejects as a
      *> percentage of records received - is over the limit (two
      *> decimals, "0250" = 2.50 percent; default 5.00) is flagged and
      *> the job ends RC 4. The owner entries name who each channel's
      *> page of the scorecard goes to.
       01  DQS-PARM-RECORD.
           05  DQS-AS-OF-DATE          PIC X(8).
           05  DQS-ROLLING-DAYS        PIC 9(3).
           05  DQS-ERROR-LIMIT-PCT     PIC 9(2)V9(2).
           05  DQS-OWNER-AREA.
               10  DQS-CHANNEL-OWNER   OCCURS 10.
                   15  DQS-OWNER-SOURCE PIC X(3).
                   15  DQS-OWNER-NAME  PIC X(20).
