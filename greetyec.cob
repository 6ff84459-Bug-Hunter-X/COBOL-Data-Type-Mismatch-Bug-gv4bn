      >>SOURCE FORMAT FREE
      *> GREETYEC - year-end counter close.
      *> CM-COUNTER is five digits, and a customer who has been with
      *> us long enough eventually runs out of room: GREETJOB excepts
      *> the posting ("COUNTER WOULD EXCEED MAXIMUM ON UPDATE") and
      *> nothing in suspense can fix it. Once a year, after the last
      *> GREETJOB of the year and before the first of the next, this
      *> job closes the year. For every customer on the master it:
      *>   - writes the closing CM-COUNTER to the permanent YEARHIST
      *>     yearly history (year + customer key),
      *>   - resets the master to the new year's opening position,
      *>   - writes a closing and an opening GL record to YECEXTR
      *>     (EXTRREC layout, under the customer's CUSTREF segment and
      *>     that segment's GL account off SEGMST) so the ledger sees
      *>     the close,
      *>   - writes a "YEAR CLOSE" record to GREETAUD, which GREETSTM,
      *>     GREETINQ, GREETBKO, GREETRFW and GREETSNP read as the
      *>     boundary between the two years rather than as a posting,
      *> and prints a close register of every customer closed with
      *> totals by segment. A customer already sitting at the opening
      *> position is written to the history but needs no GL or audit
      *> record. CUSTARC is not touched: a purged customer keeps the
      *> position it was purged with.
      *> The YECPRM card must name the year, and it must be the year
      *> of the GREETPRM business date. The close refuses to run when
      *> GREETJOB has not completed for that date, when a GREETJOB
      *> for a later date is already on RUNCTL (the new year has
      *> started posting), or when YEARHIST shows the year already
      *> closed. A close that stopped part way leaves its YEARHIST
      *> control record started; the rerun resumes it, skipping every
      *> customer the history shows already closed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETYEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "GREETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CLOSE-PARAMETER-FILE
               ASSIGN TO "YECPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YPRM-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-KEY
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-REFERENCE-FILE
               ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CUST-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEGM-STATUS.

           SELECT YEAR-HISTORY-FILE
               ASSIGN TO "YEARHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YH-KEY
               FILE STATUS IS WS-YH-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "GREETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLOSE-EXTRACT-FILE
               ASSIGN TO "YECEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT CLOSE-REGISTER
               ASSIGN TO "YECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  CLOSE-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY YECPRM.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  YEAR-HISTORY-FILE.
           COPY YRHREC.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  CLOSE-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY EXTRREC.

       FD  CLOSE-REGISTER.
       01  YEC-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-YPRM-STATUS              PIC X(2).
           88  WS-YPRM-OK              VALUE "00".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
       01  WS-RCTL-STARTED-SW          PIC X(1)     VALUE "N".
           88  WS-RCTL-STARTED         VALUE "Y".

       01  WS-CM-STATUS                PIC X(2).
           88  WS-CM-OK                VALUE "00".

       01  WS-REF-STATUS               PIC X(2).
           88  WS-REF-OK               VALUE "00".
       01  WS-REF-AVAILABLE-SW         PIC X(1)     VALUE "N".
           88  WS-REF-AVAILABLE        VALUE "Y".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".
       01  WS-SEGM-AVAILABLE-SW        PIC X(1)     VALUE "N".
           88  WS-SEGM-AVAILABLE       VALUE "Y".

       01  WS-YH-STATUS                PIC X(2).
           88  WS-YH-OK                VALUE "00".
           88  WS-YH-NOT-FOUND         VALUE "23".
           88  WS-YH-NO-FILE           VALUE "35".

       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-NO-FILE        VALUE "35".

       01  WS-EXTR-STATUS              PIC X(2).
           88  WS-EXTR-OK              VALUE "00".
           88  WS-EXTR-NO-FILE         VALUE "35".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-CM-EOF-SW            PIC X(1)     VALUE "N".
               88  WS-CM-END           VALUE "Y".
           05  WS-RCTL-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-RCTL-END         VALUE "Y".
           05  WS-RESUMING-SW          PIC X(1)     VALUE "N".
               88  WS-RESUMING         VALUE "Y".
           05  WS-FILES-OPEN-SW        PIC X(1)     VALUE "N".
               88  WS-FILES-OPEN       VALUE "Y".
           05  WS-SEG-OVERFLOW-SW      PIC X(1)     VALUE "N".
               88  WS-SEG-OVERFLOW     VALUE "Y".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01  WS-CLOSE-YEAR               PIC X(4)     VALUE SPACES.
       01  WS-RUN-TIMESTAMP            PIC X(21)    VALUE SPACES.

      *> The position every customer starts the new year from.
       01  WS-OPENING-COUNTER          PIC 9(5)     VALUE 0.

      *> One customer's close. The closing and opening GL records
      *> each carry their own posting reference - "YE", the year, the
      *> customer key and C or O - so the ledger can tell them apart
      *> and a resumed close re-issues exactly the same references.
       01  WS-CLOSING-COUNTER          PIC 9(5)     VALUE 0.
       01  WS-CLOSE-SEGMENT            PIC X(2)     VALUE SPACES.
       01  WS-CLOSE-GL-ACCOUNT         PIC X(10)    VALUE SPACES.
       01  WS-CLOSE-REF.
           05  WS-CREF-PREFIX          PIC X(2)     VALUE "YE".
           05  WS-CREF-YEAR            PIC X(4)     VALUE SPACES.
           05  WS-CREF-CUST-KEY        PIC X(6)     VALUE SPACES.
           05  WS-CREF-SIDE            PIC X(1)     VALUE SPACE.
           05  FILLER                  PIC X(1)     VALUE SPACE.
       01  WS-CLOSE-REMARK             PIC X(24)    VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(7)     VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(7)     VALUE 0.
       01  WS-AT-OPENING-COUNT         PIC 9(7)     VALUE 0.
       01  WS-ALREADY-CLOSED-COUNT     PIC 9(7)     VALUE 0.
       01  WS-FINISHED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-MOVED-COUNT              PIC 9(7)     VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7)     VALUE 0.
       01  WS-GL-RECORD-COUNT          PIC 9(7)     VALUE 0.
       01  WS-AUDIT-RECORD-COUNT       PIC 9(7)     VALUE 0.
       01  WS-CLOSING-TOTAL            PIC 9(11)    VALUE 0.
       01  WS-HISTORY-CUSTOMERS        PIC 9(7)     VALUE 0.

      *> Close totals by segment, in the order segments are met.
       01  WS-SEG-TABLE.
           05  WS-SEG-USED             PIC 9(3)     VALUE 0.
           05  WS-SEG-ENTRY OCCURS 100.
               10  WS-SEG-CODE         PIC X(2).
               10  WS-SEG-CUSTOMERS    PIC 9(7).
               10  WS-SEG-CLOSING      PIC 9(11).
       01  WS-SEG-MAX                  PIC 9(3)     VALUE 100.
       01  WS-SEG-IX                   PIC 9(3)     VALUE 0.
       01  WS-SEG-SLOT                 PIC 9(3)     VALUE 0.

       01  YEC-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(37)  VALUE "GREETYEC - YEAR-END CLOSE REGISTER".
           05  FILLER                  PIC X(5)   VALUE "YEAR ".
           05  YEC-H1-YEAR             PIC X(4).
           05  FILLER                  PIC X(6)   VALUE " DATE ".
           05  YEC-H1-DATE             PIC X(8).

       01  YEC-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "CUST KEY".
           05  FILLER                  PIC X(5)   VALUE " SEG ".
           05  FILLER                  PIC X(8)   VALUE " CLOSING".
           05  FILLER                  PIC X(8)   VALUE " OPENING".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE "CLOSING REF".
           05  FILLER                  PIC X(6)   VALUE "REMARK".

       01  YEC-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  YEC-D-KEY               PIC X(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  YEC-D-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  YEC-D-CLOSING           PIC ZZZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  YEC-D-OPENING           PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  YEC-D-REF               PIC X(14).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  YEC-D-REMARK            PIC X(24).

       01  YEC-SEG-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(5)   VALUE "SEG  ".
           05  FILLER                  PIC X(12)  VALUE "   CUSTOMERS".
           05  FILLER                  PIC X(17)  VALUE "   CLOSING TOTAL".

       01  YEC-SEG-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  YEC-S-SEGMENT           PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  YEC-S-CUSTOMERS         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  YEC-S-CLOSING           PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  YEC-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  YEC-CNT-CAPTION         PIC X(30).
           05  YEC-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARDS
           IF NOT WS-RUN-ABORTED
               PERFORM 0200-RUN-CONTROL-START
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-CLOSE-ONE-CUSTOMER UNTIL WS-CM-END
               PERFORM 3000-WRITE-REGISTER-TOTALS
               PERFORM 3500-COMPLETE-YEAR-CONTROL
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once YECEXTR, YEARHIST,
      *> GREETAUD and the register are closed, so the year-end GL feed
      *> is never signed off while it is still being written.
           IF NOT WS-RUN-ABORTED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       0100-READ-PARAMETER-CARDS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-OK
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF
           OPEN INPUT CLOSE-PARAMETER-FILE
           IF WS-YPRM-OK
               READ CLOSE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE YEC-CLOSE-YEAR TO WS-CLOSE-YEAR
               END-READ
               CLOSE CLOSE-PARAMETER-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CLOSE-YEAR = SPACES
                   DISPLAY "GREETYEC: NO YEAR ON YECPRM - CLOSE REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CLOSE-YEAR NOT = WS-BUSINESS-DATE(1:4)
                   DISPLAY "GREETYEC: YECPRM YEAR " WS-CLOSE-YEAR " IS NOT THE YEAR OF BUSINESS DATE " WS-BUSINESS-DATE " - CLOSE REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       0200-RUN-CONTROL-START.
      *> The close belongs between the year's last GREETJOB and the
      *> next year's first: the last night must have completed, and
      *> no later night may have posted yet.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-OK
               DISPLAY "GREETYEC: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "GREETJOB" TO RUN-JOB-NAME
               READ RUN-CONTROL-FILE
               IF NOT WS-RCTL-OK OR NOT RUN-JOB-COMPLETED
                   DISPLAY "GREETYEC: GREETJOB HAS NOT COMPLETED FOR " WS-BUSINESS-DATE " - CLOSE REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF NOT WS-RUN-ABORTED
                   PERFORM 0250-CHECK-NO-LATER-POSTING
               END-IF
               IF NOT WS-RUN-ABORTED
                   PERFORM 0300-RECORD-JOB-START
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0250-CHECK-NO-LATER-POSTING.
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           MOVE HIGH-VALUES TO RUN-JOB-NAME
           START RUN-CONTROL-FILE KEY IS GREATER THAN RUN-CTL-KEY
           IF WS-RCTL-OK
               MOVE "N" TO WS-RCTL-EOF-SW
               PERFORM 0260-CHECK-ONE-LATER-RUN
                   UNTIL WS-RCTL-END OR WS-RUN-ABORTED
           END-IF.

       0260-CHECK-ONE-LATER-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RCTL-END TO TRUE
           END-READ
           IF NOT WS-RCTL-END AND RUN-JOB-NAME = "GREETJOB"
               DISPLAY "GREETYEC: GREETJOB HAS ALREADY RUN FOR " RUN-BUS-DATE " - TOO LATE TO CLOSE " WS-CLOSE-YEAR " - CLOSE REFUSED"
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       0300-RECORD-JOB-START.
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           MOVE "GREETYEC" TO RUN-JOB-NAME
           READ RUN-CONTROL-FILE
           IF WS-RCTL-OK
               SET RUN-JOB-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-TS
               MOVE SPACES TO RUN-END-TS
               MOVE 0 TO RUN-RETURN-CODE
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE SPACES TO RUN-CTL-RECORD
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "GREETYEC" TO RUN-JOB-NAME
               SET RUN-JOB-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-TS
               MOVE SPACES TO RUN-END-TS
               MOVE 0 TO RUN-RETURN-CODE
               WRITE RUN-CTL-RECORD
           END-IF
           IF WS-RCTL-OK
               SET WS-RCTL-STARTED TO TRUE
           END-IF.

       9100-RUN-CONTROL-END.
           IF WS-RCTL-STARTED
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCTL-OK
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE "GREETYEC" TO RUN-JOB-NAME
                   READ RUN-CONTROL-FILE
                   IF WS-RCTL-OK
                       SET RUN-JOB-COMPLETED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-END-TS
                       MOVE RETURN-CODE TO RUN-RETURN-CODE
                       REWRITE RUN-CTL-RECORD
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
      *> The history is permanent and accumulates a year at a time;
      *> it is created by the first close ever run.
           OPEN I-O YEAR-HISTORY-FILE
           IF WS-YH-NO-FILE
               OPEN OUTPUT YEAR-HISTORY-FILE
               CLOSE YEAR-HISTORY-FILE
               OPEN I-O YEAR-HISTORY-FILE
           END-IF
           IF NOT WS-YH-OK
               DISPLAY "GREETYEC: UNABLE TO OPEN YEARHIST, STATUS=" WS-YH-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1100-CHECK-YEAR-CONTROL
               IF WS-RUN-ABORTED
                   CLOSE YEAR-HISTORY-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1200-OPEN-CLOSE-FILES
           END-IF.

       1100-CHECK-YEAR-CONTROL.
           MOVE SPACES TO YH-RECORD
           MOVE WS-CLOSE-YEAR TO YH-CLOSE-YEAR
           MOVE SPACES TO YH-CUST-KEY
           READ YEAR-HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-YH-OK AND YH-CLOSE-COMPLETED
                   DISPLAY "GREETYEC: YEAR " WS-CLOSE-YEAR " WAS ALREADY CLOSED ON " YH-CTL-BUSINESS-DATE " - CLOSE REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-YH-OK
                   SET WS-RESUMING TO TRUE
                   DISPLAY "GREETYEC: CLOSE OF " WS-CLOSE-YEAR " STARTED " YH-CTL-START-TS " DID NOT FINISH - RESUMING"
               WHEN OTHER
                   MOVE SPACES TO YH-RECORD
                   MOVE WS-CLOSE-YEAR TO YH-CLOSE-YEAR
                   MOVE SPACES TO YH-CUST-KEY
                   SET YH-CLOSE-STARTED TO TRUE
                   MOVE WS-BUSINESS-DATE TO YH-CTL-BUSINESS-DATE
                   MOVE WS-RUN-TIMESTAMP(1:14) TO YH-CTL-START-TS
                   MOVE SPACES TO YH-CTL-END-TS
                   MOVE 0 TO YH-CTL-CUSTOMERS
                   WRITE YH-RECORD
                   IF NOT WS-YH-OK
                       DISPLAY "GREETYEC: UNABLE TO WRITE YEARHIST CONTROL FOR " WS-CLOSE-YEAR ", STATUS=" WS-YH-STATUS
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       1200-OPEN-CLOSE-FILES.
           SET WS-FILES-OPEN TO TRUE
           OPEN I-O CUSTOMER-MASTER-FILE
           IF NOT WS-CM-OK
               DISPLAY "GREETYEC: UNABLE TO OPEN CUSTOMER-MASTER-FILE, STATUS=" WS-CM-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> Without the reference or segment master the close still
      *> runs; its GL records simply carry no segment or account and
      *> the register totals the customers under "??".
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF WS-REF-OK
               SET WS-REF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETYEC: WARNING - NO REFERENCE MASTER, CLOSE RECORDS CARRY NO SEGMENT, STATUS=" WS-REF-STATUS
           END-IF
           OPEN INPUT SEGMENT-MASTER-FILE
           IF WS-SEGM-OK
               SET WS-SEGM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETYEC: WARNING - NO SEGMENT MASTER, CLOSE RECORDS CARRY NO GL ACCOUNT, STATUS=" WS-SEGM-STATUS
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-NO-FILE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY "GREETYEC: UNABLE TO OPEN GREETAUD, STATUS=" WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> A resumed close adds to the GL records the interrupted one
      *> already wrote instead of losing them.
           IF WS-RESUMING
               OPEN EXTEND CLOSE-EXTRACT-FILE
               IF WS-EXTR-NO-FILE
                   OPEN OUTPUT CLOSE-EXTRACT-FILE
               END-IF
           ELSE
               OPEN OUTPUT CLOSE-EXTRACT-FILE
           END-IF
           IF NOT WS-EXTR-OK
               DISPLAY "GREETYEC: UNABLE TO OPEN YECEXTR, STATUS=" WS-EXTR-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CLOSE-REGISTER
           MOVE WS-CLOSE-YEAR TO YEC-H1-YEAR
           MOVE WS-BUSINESS-DATE TO YEC-H1-DATE
           MOVE YEC-HEADING-1 TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           IF WS-RESUMING
               MOVE " RESUMING AN INTERRUPTED CLOSE - CUSTOMERS ALREADY CLOSED ARE SKIPPED" TO YEC-PRINT-LINE
               WRITE YEC-PRINT-LINE
           END-IF
           MOVE SPACES TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           MOVE YEC-HEADING-2 TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE.

       2000-CLOSE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   SET WS-CM-END TO TRUE
           END-READ
           IF NOT WS-CM-END
               ADD 1 TO WS-READ-COUNT
               MOVE CM-COUNTER TO WS-CLOSING-COUNTER
               MOVE WS-CLOSE-YEAR TO WS-CREF-YEAR
               MOVE CM-CUST-KEY TO WS-CREF-CUST-KEY
               MOVE "C" TO WS-CREF-SIDE
               PERFORM 2100-LOOKUP-SEGMENT
               MOVE SPACES TO YH-RECORD
               MOVE WS-CLOSE-YEAR TO YH-CLOSE-YEAR
               MOVE CM-CUST-KEY TO YH-CUST-KEY
               READ YEAR-HISTORY-FILE
               IF WS-YH-OK
                   PERFORM 2200-RESUME-ONE-CUSTOMER
               ELSE
                   PERFORM 2300-WRITE-HISTORY
                   IF WS-YH-OK
                       PERFORM 2400-RESET-MASTER
                   END-IF
               END-IF
           END-IF.

       2100-LOOKUP-SEGMENT.
           MOVE SPACES TO WS-CLOSE-SEGMENT
           MOVE SPACES TO WS-CLOSE-GL-ACCOUNT
           IF WS-REF-AVAILABLE
               MOVE CM-CUST-KEY TO REF-CUST-KEY
               READ CUSTOMER-REFERENCE-FILE
               IF WS-REF-OK
                   MOVE REF-SEGMENT-CODE TO WS-CLOSE-SEGMENT
                   IF WS-SEGM-AVAILABLE
                       MOVE REF-SEGMENT-CODE TO SEG-CODE
                       READ SEGMENT-MASTER-FILE
                       IF WS-SEGM-OK
                           MOVE SEG-GL-ACCOUNT TO WS-CLOSE-GL-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-RESUME-ONE-CUSTOMER.
      *> On the history already: the interrupted close either reset
      *> this customer (nothing left to do) or stopped between the
      *> history and the master (finish it from the history). A
      *> master that matches neither has been posted since - it is
      *> listed, not touched.
      *> One the interrupted run reset still counts toward the year's
      *> totals, under the segment its history was written with.
           MOVE YH-CLOSING-COUNTER TO WS-CLOSING-COUNTER
           EVALUATE TRUE
               WHEN CM-COUNTER = WS-OPENING-COUNTER
                   ADD 1 TO WS-ALREADY-CLOSED-COUNT
                   MOVE YH-SEGMENT-CODE TO WS-CLOSE-SEGMENT
                   PERFORM 2600-ACCUMULATE-SEGMENT
               WHEN CM-COUNTER = YH-CLOSING-COUNTER
                   ADD 1 TO WS-FINISHED-COUNT
                   PERFORM 2400-RESET-MASTER
               WHEN OTHER
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE "MOVED SINCE HISTORY" TO WS-CLOSE-REMARK
                   PERFORM 2700-WRITE-REGISTER-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       2300-WRITE-HISTORY.
           MOVE SPACES TO YH-RECORD
           MOVE WS-CLOSE-YEAR TO YH-CLOSE-YEAR
           MOVE CM-CUST-KEY TO YH-CUST-KEY
           MOVE WS-CLOSE-SEGMENT TO YH-SEGMENT-CODE
           MOVE WS-CLOSING-COUNTER TO YH-CLOSING-COUNTER
           MOVE WS-OPENING-COUNTER TO YH-OPENING-COUNTER
           MOVE CM-LAST-POSTED-DATE TO YH-LAST-POSTED-DATE
           MOVE WS-CLOSE-REF TO YH-POSTING-REF
           WRITE YH-RECORD
           IF NOT WS-YH-OK
               DISPLAY "GREETYEC: YEARHIST WRITE FAILED FOR KEY " CM-CUST-KEY ", STATUS=" WS-YH-STATUS " - CUSTOMER NOT CLOSED"
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       2400-RESET-MASTER.
      *> CM-LAST-POSTED-DATE is left alone: the close is not activity,
      *> and a dormant customer must still look dormant to GREETPRG.
      *> The GL and audit close records go out before the master is
      *> reset, so an abend between the two can duplicate them on the
      *> resumed run (visible, reconcilable by posting reference) but
      *> never leave a reset customer with no close on record.
           IF WS-CLOSING-COUNTER = WS-OPENING-COUNTER
               ADD 1 TO WS-AT-OPENING-COUNT
               MOVE "ALREADY AT OPENING" TO WS-CLOSE-REMARK
               PERFORM 2600-ACCUMULATE-SEGMENT
               PERFORM 2700-WRITE-REGISTER-LINE
           ELSE
               PERFORM 2500-WRITE-CLOSE-RECORDS
               MOVE WS-OPENING-COUNTER TO CM-COUNTER
               REWRITE CM-RECORD
               IF WS-CM-OK
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED" TO WS-CLOSE-REMARK
                   PERFORM 2600-ACCUMULATE-SEGMENT
               ELSE
                   DISPLAY "GREETYEC: MASTER REWRITE FAILED FOR KEY " CM-CUST-KEY ", STATUS=" WS-CM-STATUS
                   MOVE WS-CLOSING-COUNTER TO CM-COUNTER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "MASTER REWRITE FAILED" TO WS-CLOSE-REMARK
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 2700-WRITE-REGISTER-LINE
           END-IF.

       2500-WRITE-CLOSE-RECORDS.
           MOVE CM-CUST-KEY TO EXTR-CUST-KEY
           MOVE "YEAR CLOSE" TO EXTR-AREA-1
           MOVE WS-CLOSING-COUNTER TO EXTR-AREA-2
           MOVE "C" TO WS-CREF-SIDE
           MOVE WS-CLOSE-REF TO EXTR-POSTING-REF
           MOVE WS-CLOSE-SEGMENT TO EXTR-SEGMENT-CODE
           MOVE WS-CLOSE-GL-ACCOUNT TO EXTR-GL-ACCOUNT
           WRITE EXTR-RECORD
           MOVE "YEAR OPEN" TO EXTR-AREA-1
           MOVE WS-OPENING-COUNTER TO EXTR-AREA-2
           MOVE "O" TO WS-CREF-SIDE
           MOVE WS-CLOSE-REF TO EXTR-POSTING-REF
           WRITE EXTR-RECORD
           ADD 2 TO WS-GL-RECORD-COUNT
           MOVE "C" TO WS-CREF-SIDE
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE CM-CUST-KEY TO AUDIT-KEY
           MOVE WS-CLOSING-COUNTER TO AUDIT-AREA-2-BEFORE
           MOVE WS-OPENING-COUNTER TO AUDIT-AREA-2-AFTER
           SET AUDIT-YEAR-END-CLOSE TO TRUE
           MOVE WS-CLOSE-REF TO AUDIT-POSTING-REF
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORD-COUNT.

       2600-ACCUMULATE-SEGMENT.
           IF WS-CLOSE-SEGMENT = SPACES
               MOVE "??" TO WS-CLOSE-SEGMENT
           END-IF
           MOVE 0 TO WS-SEG-SLOT
           PERFORM 2610-TEST-ONE-SLOT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED OR WS-SEG-SLOT > 0
           IF WS-SEG-SLOT = 0
               IF WS-SEG-USED < WS-SEG-MAX
                   ADD 1 TO WS-SEG-USED
                   MOVE WS-SEG-USED TO WS-SEG-SLOT
                   MOVE WS-CLOSE-SEGMENT TO WS-SEG-CODE(WS-SEG-SLOT)
                   MOVE 0 TO WS-SEG-CUSTOMERS(WS-SEG-SLOT)
                   MOVE 0 TO WS-SEG-CLOSING(WS-SEG-SLOT)
               ELSE
                   IF NOT WS-SEG-OVERFLOW
                       DISPLAY "GREETYEC: SEGMENT TABLE FULL, " WS-CLOSE-SEGMENT " NOT TOTALLED"
                   END-IF
                   SET WS-SEG-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-SEG-SLOT > 0
               ADD 1 TO WS-SEG-CUSTOMERS(WS-SEG-SLOT)
               ADD WS-CLOSING-COUNTER TO WS-SEG-CLOSING(WS-SEG-SLOT)
           END-IF
           ADD WS-CLOSING-COUNTER TO WS-CLOSING-TOTAL.

       2610-TEST-ONE-SLOT.
           IF WS-SEG-CODE(WS-SEG-IX) = WS-CLOSE-SEGMENT
               MOVE WS-SEG-IX TO WS-SEG-SLOT
           END-IF.

       2700-WRITE-REGISTER-LINE.
           MOVE CM-CUST-KEY TO YEC-D-KEY
           MOVE WS-CLOSE-SEGMENT TO YEC-D-SEGMENT
           MOVE WS-CLOSING-COUNTER TO YEC-D-CLOSING
           MOVE CM-COUNTER TO YEC-D-OPENING
           MOVE "C" TO WS-CREF-SIDE
           MOVE WS-CLOSE-REF TO YEC-D-REF
           MOVE WS-CLOSE-REMARK TO YEC-D-REMARK
           MOVE YEC-DETAIL-LINE TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE.

       3000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           MOVE YEC-SEG-HEADING TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           PERFORM 3100-WRITE-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           MOVE "ALL" TO YEC-S-SEGMENT
           COMPUTE WS-HISTORY-CUSTOMERS = WS-CLOSED-COUNT + WS-AT-OPENING-COUNT
               + WS-ALREADY-CLOSED-COUNT
           MOVE WS-HISTORY-CUSTOMERS TO YEC-S-CUSTOMERS
           MOVE WS-CLOSING-TOTAL TO YEC-S-CLOSING
           MOVE SPACES TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           MOVE YEC-SEG-LINE TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           MOVE SPACES TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE
           MOVE "CUSTOMERS ON MASTER" TO YEC-CNT-CAPTION
           MOVE WS-READ-COUNT TO YEC-CNT-VALUE
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "CUSTOMERS CLOSED AND RESET" TO YEC-CNT-CAPTION
           MOVE WS-CLOSED-COUNT TO YEC-CNT-VALUE
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "CUSTOMERS ALREADY AT OPENING" TO YEC-CNT-CAPTION
           MOVE WS-AT-OPENING-COUNT TO YEC-CNT-VALUE
           PERFORM 3200-WRITE-COUNT-LINE
           IF WS-RESUMING
               MOVE "CLOSED BY INTERRUPTED RUN" TO YEC-CNT-CAPTION
               MOVE WS-ALREADY-CLOSED-COUNT TO YEC-CNT-VALUE
               PERFORM 3200-WRITE-COUNT-LINE
               MOVE "FINISHED FROM HISTORY" TO YEC-CNT-CAPTION
               MOVE WS-FINISHED-COUNT TO YEC-CNT-VALUE
               PERFORM 3200-WRITE-COUNT-LINE
               MOVE "MOVED SINCE HISTORY WRITTEN" TO YEC-CNT-CAPTION
               MOVE WS-MOVED-COUNT TO YEC-CNT-VALUE
               PERFORM 3200-WRITE-COUNT-LINE
           END-IF
           MOVE "CUSTOMERS NOT CLOSED" TO YEC-CNT-CAPTION
           MOVE WS-FAILED-COUNT TO YEC-CNT-VALUE
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "GL CLOSE/OPEN RECORDS WRITTEN" TO YEC-CNT-CAPTION
           MOVE WS-GL-RECORD-COUNT TO YEC-CNT-VALUE
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "AUDIT CLOSE RECORDS WRITTEN" TO YEC-CNT-CAPTION
           MOVE WS-AUDIT-RECORD-COUNT TO YEC-CNT-VALUE
           PERFORM 3200-WRITE-COUNT-LINE
           IF WS-SEG-OVERFLOW AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-ONE-SEGMENT.
           MOVE WS-SEG-CODE(WS-SEG-IX) TO YEC-S-SEGMENT
           MOVE WS-SEG-CUSTOMERS(WS-SEG-IX) TO YEC-S-CUSTOMERS
           MOVE WS-SEG-CLOSING(WS-SEG-IX) TO YEC-S-CLOSING
           MOVE YEC-SEG-LINE TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE.

       3200-WRITE-COUNT-LINE.
           MOVE YEC-COUNT-LINE TO YEC-PRINT-LINE
           WRITE YEC-PRINT-LINE.

       3500-COMPLETE-YEAR-CONTROL.
      *> A close that could not reset every customer stays started,
      *> so the rerun after the failures are cleared resumes it.
           MOVE SPACES TO YH-RECORD
           MOVE WS-CLOSE-YEAR TO YH-CLOSE-YEAR
           MOVE SPACES TO YH-CUST-KEY
           READ YEAR-HISTORY-FILE
      *> A resumed run walks the whole master again, so this run's
      *> counts - the customers it reset plus those an interrupted run
      *> had already reset - are the year's total, not an increment.
      *> Customers finished from history are already in the closed
      *> and at-opening counts.
           IF WS-YH-OK
               COMPUTE YH-CTL-CUSTOMERS = WS-CLOSED-COUNT
                   + WS-AT-OPENING-COUNT + WS-ALREADY-CLOSED-COUNT
               IF WS-FAILED-COUNT = 0 AND WS-MOVED-COUNT = 0
                   SET YH-CLOSE-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO YH-CTL-END-TS
               ELSE
                   MOVE " *** CLOSE NOT COMPLETE - CLEAR THE CUSTOMERS ABOVE AND RERUN ***" TO YEC-PRINT-LINE
                   WRITE YEC-PRINT-LINE
               END-IF
               REWRITE YH-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE YEAR-HISTORY-FILE
               CLOSE CUSTOMER-MASTER-FILE
               IF WS-REF-AVAILABLE
                   CLOSE CUSTOMER-REFERENCE-FILE
               END-IF
               IF WS-SEGM-AVAILABLE
                   CLOSE SEGMENT-MASTER-FILE
               END-IF
               CLOSE AUDIT-TRAIL-FILE
               CLOSE CLOSE-EXTRACT-FILE
               CLOSE CLOSE-REGISTER
           END-IF.
