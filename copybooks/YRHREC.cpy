      *> YRHREC.cpy - yearly counter history record layout
      *> The permanent YEARHIST file GREETYEC writes at each year-end
      *> close: one record per customer per closed year, keyed on the
      *> year plus the customer key, holding the closing CM-COUNTER
      *> the year ended on and the opening position the master was
      *> reset to. Each closed year also has one control record, keyed
      *> on the year with a blank customer key (it sorts ahead of the
      *> year's customers), that says when the close ran and whether
      *> it finished - a year whose control record is completed can
      *> never be closed again; one left started is resumed.
       01  YH-RECORD.
           05  YH-KEY.
               10  YH-CLOSE-YEAR       PIC X(4).
               10  YH-CUST-KEY         PIC X(6).
           05  YH-DETAIL-DATA.
               10  YH-SEGMENT-CODE     PIC X(2).
               10  YH-CLOSING-COUNTER  PIC 9(5).
               10  YH-OPENING-COUNTER  PIC 9(5).
               10  YH-LAST-POSTED-DATE PIC X(8).
               10  YH-POSTING-REF      PIC X(14).
               10  FILLER              PIC X(16).
           05  YH-CONTROL-DATA REDEFINES YH-DETAIL-DATA.
               10  YH-CTL-STATUS       PIC X(1).
                   88  YH-CLOSE-STARTED   VALUE "S".
                   88  YH-CLOSE-COMPLETED VALUE "C".
               10  YH-CTL-BUSINESS-DATE PIC X(8).
               10  YH-CTL-START-TS     PIC X(14).
               10  YH-CTL-END-TS       PIC X(14).
               10  YH-CTL-CUSTOMERS    PIC 9(7).
               10  FILLER              PIC X(6).
