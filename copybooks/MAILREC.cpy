      *> MAILREC.cpy - milestone letter mail interface record layout
      *> The MAILOUT file GREETMIL hands to the mail/e-mail service:
      *> one letter record per milestone a customer reached, addressed
      *> with the full CUSTREF name. Like CUSTGRT, the file carries one
      *> header record first, naming the business date, and one
      *> trailer record last with the letter count and a hash total of
      *> the milestones lettered, so the mail service can prove it
      *> received the whole file.
       01  MAIL-RECORD.
           05  MAIL-REC-TYPE           PIC X(1).
               88  MAIL-TYPE-HEADER    VALUE "H".
               88  MAIL-TYPE-LETTER    VALUE "L".
               88  MAIL-TYPE-TRAILER   VALUE "T".
           05  MAIL-LETTER-DATA.
               10  MAIL-CUST-KEY       PIC X(6).
               10  MAIL-CUST-NAME      PIC X(30).
               10  MAIL-SEGMENT-CODE   PIC X(2).
               10  MAIL-MILESTONE      PIC 9(5).
               10  MAIL-COUNTER        PIC 9(5).
               10  MAIL-BUSINESS-DATE  PIC X(8).
               10  MAIL-POSTING-REF    PIC X(14).
               10  FILLER              PIC X(9).
           05  MAIL-HEADER-DATA REDEFINES MAIL-LETTER-DATA.
               10  MAIL-HDR-BUSINESS-DATE PIC X(8).
               10  MAIL-HDR-SOURCE     PIC X(8).
               10  FILLER              PIC X(63).
           05  MAIL-TRAILER-DATA REDEFINES MAIL-LETTER-DATA.
               10  MAIL-TRL-RECORD-COUNT PIC 9(7).
      *> Hash total is the sum of every letter's MAIL-MILESTONE, kept
      *> to the low-order nine digits.
               10  MAIL-TRL-HASH-TOTAL PIC 9(9).
               10  FILLER              PIC X(63).
