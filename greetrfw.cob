      >>SOURCE FORMAT FREE
      *> GREETRFW - month-end roll-forward of the customer master.
      *> GREETBAL proves each night; this job proves the month. It
      *> rolls the customer master from the prior month-end position
      *> to tonight's, segment by segment (segment from CUSTREF), and
      *> shows that nothing moved CM-COUNTER without a record of it:
      *>   - ledger postings: GREETJOB's audited postings whose
      *>     posting reference GREETACK saw the ledger confirm as
      *>     posted (the GLPOSTED history),
      *>   - GREETBKO reversals (BKOAUD, the audit twin of BKOEXTR),
      *>   - GREETKEY re-key / merge moves on GREETAUD,
      *>   - GREETPRG purges to CUSTARC,
      *>   - GREETJOB reinstatements out of CUSTARC,
      *>   - GREETYEC year-end closes on GREETAUD (the closing counter
      *>     back to the new year's opening),
      *>   - new customers seeded from CG-COUNTER-IN, and customers
      *>     REFMAINT moved from one segment to another.
      *> The prior month-end position is the RFWSNAP snapshot this
      *> job wrote last month: CUSTMST and CUSTARC joined to CUSTREF,
      *> with the timestamp it was cut, so the audit activity that
      *> belongs to the month is exactly what lies between the two
      *> images. Tonight's image goes to RFWSNEW, which GREETGEN
      *> promotes onto RFWSNAP once the month is signed off, checking
      *> it against the snapshot records written and opening snapshot
      *> records read on the report, so a rerun after the ledger
      *> catches up starts from the same opening position.
      *> Any segment where opening plus movements does not equal the
      *> closing master is listed with its movements broken out, the
      *> customers behind the difference are listed, and the job
      *> ends RC 8 so month-end is not signed off on a master that
      *> has drifted from the ledger. A posting the ledger has not
      *> yet confirmed is not a movement the ledger knows about; it
      *> shows as a difference until GREETACK sees it posted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETRFW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "GREETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT OPENING-SNAPSHOT-FILE
               ASSIGN TO "RFWSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT NEW-SNAPSHOT-FILE
               ASSIGN TO "RFWSNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSNP-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-KEY
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-ARCHIVE-FILE
               ASSIGN TO "CUSTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CUST-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT CUSTOMER-REFERENCE-FILE
               ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CUST-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "GREETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-AUDIT-FILE
               ASSIGN TO "BKOAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAUD-STATUS.

           SELECT POSTED-HISTORY-FILE
               ASSIGN TO "GLPOSTED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTD-STATUS.

           SELECT MOVEMENT-SORT-FILE
               ASSIGN TO "RFWSWK".

           SELECT SORTED-MOVEMENT-FILE
               ASSIGN TO "RFWSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMOV-STATUS.

           SELECT ROLL-FORWARD-REPORT
               ASSIGN TO "RFWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  OPENING-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY SNAPREC.

       FD  NEW-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  NSNP-RECORD                 PIC X(80).

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  CUSTOMER-ARCHIVE-FILE.
           COPY ARCREC.

       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  REVERSAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  BKOA-RECORD                 PIC X(61).

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
           COPY EXTRREC.

      *> One movement per record, whatever file it came from, so the
      *> sort can line every customer's month up against the two
      *> snapshots. Within a customer the posting reference brings an
      *> audited posting, its ledger confirmation and any reversal of
      *> it together; the source code orders them A, B, K, P.
       SD  MOVEMENT-SORT-FILE.
       01  RSRT-RECORD.
           05  RSRT-CUST-KEY           PIC X(6).
           05  RSRT-POSTING-REF        PIC X(14).
           05  RSRT-SOURCE             PIC X(1).
           05  RSRT-TIMESTAMP          PIC X(16).
           05  RSRT-BEFORE             PIC 9(5).
           05  RSRT-AFTER              PIC 9(5).

       FD  SORTED-MOVEMENT-FILE
           RECORDING MODE IS F.
       01  RMOV-RECORD.
           05  RMOV-CUST-KEY           PIC X(6).
           05  RMOV-POSTING-REF        PIC X(14).
           05  RMOV-SOURCE             PIC X(1).
               88  RMOV-AUDIT-POSTING  VALUE "A".
               88  RMOV-REVERSAL       VALUE "B".
               88  RMOV-REKEY          VALUE "K".
               88  RMOV-LEDGER-POSTED  VALUE "P".
               88  RMOV-YEAR-END-CLOSE VALUE "Y".
           05  RMOV-TIMESTAMP          PIC X(16).
           05  RMOV-BEFORE             PIC 9(5).
           05  RMOV-AFTER              PIC 9(5).

       FD  ROLL-FORWARD-REPORT.
       01  RFW-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
       01  WS-RCTL-STARTED-SW          PIC X(1)     VALUE "N".
           88  WS-RCTL-STARTED         VALUE "Y".

       01  WS-SNAP-STATUS              PIC X(2).
           88  WS-SNAP-OK              VALUE "00".

       01  WS-NSNP-STATUS              PIC X(2).
           88  WS-NSNP-OK              VALUE "00".

       01  WS-CM-STATUS                PIC X(2).
           88  WS-CM-OK                VALUE "00".

       01  WS-ARC-STATUS               PIC X(2).
           88  WS-ARC-OK               VALUE "00".
           88  WS-ARC-NO-FILE          VALUE "35".

       01  WS-REF-STATUS               PIC X(2).
           88  WS-REF-OK               VALUE "00".
       01  WS-REF-AVAILABLE-SW         PIC X(1)     VALUE "N".
           88  WS-REF-AVAILABLE        VALUE "Y".

       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".

       01  WS-RAUD-STATUS              PIC X(2).
           88  WS-RAUD-OK              VALUE "00".

       01  WS-PSTD-STATUS              PIC X(2).
           88  WS-PSTD-OK              VALUE "00".

       01  WS-SMOV-STATUS              PIC X(2).
           88  WS-SMOV-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".
           05  WS-BASELINE-SW          PIC X(1)     VALUE "N".
               88  WS-BASELINE-RUN     VALUE "Y".
           05  WS-AUDIT-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-AUDIT-END        VALUE "Y".
           05  WS-RAUD-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-RAUD-END         VALUE "Y".
           05  WS-PSTD-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-PSTD-END         VALUE "Y".
           05  WS-ARC-AVAILABLE-SW     PIC X(1)     VALUE "N".
               88  WS-ARC-AVAILABLE    VALUE "Y".
           05  WS-SEG-OVERFLOW-SW      PIC X(1)     VALUE "N".
               88  WS-SEG-OVERFLOW     VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01  WS-RUN-TIMESTAMP            PIC X(21)    VALUE SPACES.

      *> The month is everything stamped after the opening snapshot
      *> was cut and no later than this run's own start.
       01  WS-PRIOR-BUSINESS-DATE      PIC X(8)     VALUE SPACES.
       01  WS-PERIOD-FROM-TS           PIC X(16)    VALUE LOW-VALUES.
       01  WS-PERIOD-TO-TS             PIC X(16)    VALUE HIGH-VALUES.

      *> BKOAUD carries the AUDITREC layout, but the GREETAUD FD owns
      *> the AUDIT- names; reversals are picked out of this mirror.
       01  WS-REVERSAL-AUDIT.
           05  WS-REV-TIMESTAMP        PIC X(21).
           05  WS-REV-KEY              PIC X(6).
           05  WS-REV-AREA-2-BEFORE    PIC 9(5).
           05  WS-REV-AREA-2-AFTER     PIC 9(5).
           05  WS-REV-AREA-1-AFTER     PIC X(10).
           05  WS-REV-POSTING-REF      PIC X(14).

      *> The opening snapshot's read-ahead record is held here, since
      *> tonight's snapshot is built in the SNP-RECORD area.
       01  WS-OPENING-SNAPSHOT.
           05  WS-OSN-REC-TYPE         PIC X(1).
           05  WS-OSN-CUST-KEY         PIC X(6).
           05  WS-OSN-POSITION         PIC X(1).
               88  WS-OSN-ON-MASTER    VALUE "M".
           05  WS-OSN-SEGMENT-CODE     PIC X(2).
           05  WS-OSN-COUNTER          PIC 9(5).
           05  WS-OSN-LAST-POSTED-DATE PIC X(8).
           05  WS-OSN-CUST-NAME        PIC X(30).
           05  WS-OSN-REF-STATUS       PIC X(1).
           05  WS-OSN-PURGE-DATE       PIC X(8).
           05  FILLER                  PIC X(18).

      *> Current key on each of the four streams being matched;
      *> HIGH-VALUES once a stream is exhausted.
       01  WS-SNAP-KEY                 PIC X(6)     VALUE HIGH-VALUES.
       01  WS-CM-KEY                   PIC X(6)     VALUE HIGH-VALUES.
       01  WS-ARC-KEY                  PIC X(6)     VALUE HIGH-VALUES.
       01  WS-MOV-KEY                  PIC X(6)     VALUE HIGH-VALUES.
       01  WS-LOW-KEY                  PIC X(6)     VALUE SPACES.

      *> One customer's month, assembled from the snapshots, the
      *> master, the archive and the sorted movements.
       01  WS-CUSTOMER-ROLL.
           05  WS-CUS-OPEN-POSITION    PIC X(1).
               88  WS-CUS-OPEN-NONE    VALUE SPACE.
               88  WS-CUS-OPEN-MASTER  VALUE "M".
               88  WS-CUS-OPEN-ARCHIVE VALUE "A".
           05  WS-CUS-OPEN-SEGMENT     PIC X(2).
           05  WS-CUS-OPEN-ARC-DATE    PIC X(8).
           05  WS-CUS-ON-MASTER-SW     PIC X(1).
               88  WS-CUS-ON-MASTER    VALUE "Y".
           05  WS-CUS-ON-ARCHIVE-SW    PIC X(1).
               88  WS-CUS-ON-ARCHIVE   VALUE "Y".
           05  WS-CUS-PURGED-SW        PIC X(1).
               88  WS-CUS-PURGED       VALUE "Y".
           05  WS-CUS-SEGMENT          PIC X(2).
           05  WS-CUS-OPENING          PIC S9(7).
           05  WS-CUS-OPEN-ARCHIVED    PIC S9(7).
           05  WS-CUS-POSTED           PIC S9(7).
           05  WS-CUS-UNACKED          PIC S9(7).
           05  WS-CUS-SEEDED           PIC S9(7).
           05  WS-CUS-REVERSED         PIC S9(7).
           05  WS-CUS-REKEYED          PIC S9(7).
           05  WS-CUS-CLOSED           PIC S9(7).
           05  WS-CUS-PURGE-AMOUNT     PIC S9(7).
           05  WS-CUS-REINSTATED       PIC S9(7).
           05  WS-CUS-EXPECTED         PIC S9(7).
           05  WS-CUS-CLOSING          PIC S9(7).
           05  WS-CUS-DIFFERENCE       PIC S9(7).
           05  WS-CUS-FIRST-TS         PIC X(16).
           05  WS-CUS-FIRST-SOURCE     PIC X(1).
           05  WS-CUS-FIRST-BEFORE     PIC 9(5).

       01  WS-SAVED-MASTER.
           05  WS-SVM-KEY              PIC X(6).
           05  WS-SVM-COUNTER          PIC 9(5).
           05  WS-SVM-POSTED-DATE      PIC X(8).
           05  FILLER                  PIC X(11).

       01  WS-SAVED-ARCHIVE.
           05  WS-SVA-KEY              PIC X(6).
           05  WS-SVA-COUNTER          PIC 9(5).
           05  WS-SVA-POSTED-DATE      PIC X(8).
           05  WS-SVA-PURGE-DATE       PIC X(8).
           05  FILLER                  PIC X(43).

       01  WS-SAVED-REFERENCE.
           05  WS-SVR-NAME             PIC X(30).
           05  WS-SVR-STATUS           PIC X(1).

      *> One posting reference's worth of movements: the audited
      *> posting only counts once the ledger has confirmed it.
       01  WS-GROUP-REF                PIC X(14)    VALUE SPACES.
       01  WS-GROUP-POSTED             PIC S9(7)    VALUE 0.
       01  WS-GROUP-ACKED-SW           PIC X(1)     VALUE "N".
           88  WS-GROUP-ACKED          VALUE "Y".

      *> Roll-forward by segment, kept in segment code order.
       01  WS-SEG-TABLE.
           05  WS-SEG-USED             PIC 9(3)     VALUE 0.
           05  WS-SEG-ENTRY OCCURS 100.
               10  WS-SEG-CODE         PIC X(2).
               10  WS-SEG-OPENING      PIC S9(9).
               10  WS-SEG-TRANSFERS    PIC S9(9).
               10  WS-SEG-POSTED       PIC S9(9).
               10  WS-SEG-SEEDED       PIC S9(9).
               10  WS-SEG-REVERSED     PIC S9(9).
               10  WS-SEG-REKEYED      PIC S9(9).
               10  WS-SEG-CLOSED       PIC S9(9).
               10  WS-SEG-PURGED       PIC S9(9).
               10  WS-SEG-REINSTATED   PIC S9(9).
               10  WS-SEG-CLOSING      PIC S9(9).
               10  WS-SEG-UNACKED      PIC S9(9).
               10  WS-SEG-CUSTOMERS    PIC 9(7).
       01  WS-SEG-MAX                  PIC 9(3)     VALUE 100.
       01  WS-SEG-IX                   PIC 9(3)     VALUE 0.
       01  WS-SEG-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-SEG-SEARCH               PIC X(2)     VALUE SPACES.

       01  WS-SEG-MOVEMENTS            PIC S9(9)    VALUE 0.
       01  WS-SEG-EXPECTED             PIC S9(9)    VALUE 0.
       01  WS-SEG-DIFFERENCE           PIC S9(9)    VALUE 0.

       01  WS-TOTAL-OPENING            PIC S9(9)    VALUE 0.
       01  WS-TOTAL-MOVEMENTS          PIC S9(9)    VALUE 0.
       01  WS-TOTAL-CLOSING            PIC S9(9)    VALUE 0.
       01  WS-TOTAL-DIFFERENCE         PIC S9(9)    VALUE 0.

       01  WS-AUDIT-SELECTED           PIC 9(7)     VALUE 0.
       01  WS-REVERSAL-SELECTED        PIC 9(7)     VALUE 0.
       01  WS-ACK-SELECTED             PIC 9(7)     VALUE 0.
       01  WS-CUSTOMER-COUNT           PIC 9(7)     VALUE 0.
       01  WS-DIFFERING-COUNT          PIC 9(7)     VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT     PIC 9(7)     VALUE 0.
       01  WS-SNAPSHOT-COUNT           PIC 9(7)     VALUE 0.
       01  WS-OPENING-READ-COUNT       PIC 9(7)     VALUE 0.

       01  RFW-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(50)  VALUE "GREETRFW - MONTH-END ROLL-FORWARD RECONCILIATION".
           05  FILLER                  PIC X(6)   VALUE " DATE ".
           05  RFW-H1-DATE             PIC X(8).

       01  RFW-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(23)  VALUE "OPENING SNAPSHOT DATED ".
           05  RFW-H2-PRIOR-DATE       PIC X(8).
           05  FILLER                  PIC X(6)   VALUE " CUT ".
           05  RFW-H2-PRIOR-TS         PIC X(14).

       01  RFW-CUST-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "CUST KEY".
           05  FILLER                  PIC X(5)   VALUE " SEG ".
           05  FILLER                  PIC X(10)  VALUE "   OPENING".
           05  FILLER                  PIC X(10)  VALUE "  EXPECTED".
           05  FILLER                  PIC X(10)  VALUE "   CLOSING".
           05  FILLER                  PIC X(10)  VALUE "      DIFF".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "REMARK".

       01  RFW-CUST-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RFW-C-KEY               PIC X(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RFW-C-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-C-OPENING           PIC ----,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-C-EXPECTED          PIC ----,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-C-CLOSING           PIC ----,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-C-DIFFERENCE        PIC ----,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-C-REMARK            PIC X(24).

       01  RFW-SEG-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(5)   VALUE "SEG  ".
           05  FILLER                  PIC X(13)  VALUE "      OPENING".
           05  FILLER                  PIC X(13)  VALUE "    MOVEMENTS".
           05  FILLER                  PIC X(13)  VALUE "      CLOSING".
           05  FILLER                  PIC X(13)  VALUE "   DIFFERENCE".

       01  RFW-SEG-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RFW-S-SEGMENT           PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-S-OPENING           PIC ---,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-S-MOVEMENTS         PIC ---,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-S-CLOSING           PIC ---,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-S-DIFFERENCE        PIC ---,---,--9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RFW-S-FLAG              PIC X(18).

       01  RFW-MOVEMENT-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RFW-M-CAPTION           PIC X(36).
           05  RFW-M-VALUE             PIC ---,---,--9.

       01  RFW-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RFW-CNT-CAPTION         PIC X(30).
           05  RFW-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0200-RUN-CONTROL-START
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SORT-MOVEMENTS
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 3000-OPEN-FOR-MATCH
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 4000-ROLL-ONE-CUSTOMER
                   UNTIL WS-LOW-KEY = HIGH-VALUES
               PERFORM 5000-WRITE-SEGMENT-ROLL
               PERFORM 6000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once RFWSNEW and the
      *> report are closed, so GREETGEN never promotes a file that was
      *> still being written.
           IF NOT WS-RUN-ABORTED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       0100-READ-PARAMETER-CARD.
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
           END-IF.

       0200-RUN-CONTROL-START.
      *> The month cannot be proven until the ledger's answer for the
      *> last night is in: no start until GREETACK completed for the
      *> date. A rerun is allowed - it rolls from the same opening.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-OK
               DISPLAY "GREETRFW: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "GREETACK" TO RUN-JOB-NAME
               READ RUN-CONTROL-FILE
               IF NOT WS-RCTL-OK OR NOT RUN-JOB-COMPLETED
                   DISPLAY "GREETRFW: GREETACK HAS NOT COMPLETED FOR " WS-BUSINESS-DATE " - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF NOT WS-RUN-ABORTED
                   PERFORM 0300-RECORD-JOB-START
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0300-RECORD-JOB-START.
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           MOVE "GREETRFW" TO RUN-JOB-NAME
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
               MOVE "GREETRFW" TO RUN-JOB-NAME
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
                   MOVE "GREETRFW" TO RUN-JOB-NAME
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
           MOVE WS-RUN-TIMESTAMP(1:16) TO WS-PERIOD-TO-TS
      *> No opening snapshot means this is the first month-end ever:
      *> the run establishes the opening position for next month and
      *> proves nothing, and says so with RC 4.
           OPEN INPUT OPENING-SNAPSHOT-FILE
           IF NOT WS-SNAP-OK
               SET WS-BASELINE-RUN TO TRUE
               DISPLAY "GREETRFW: NO RFWSNAP OPENING SNAPSHOT - ESTABLISHING OPENING POSITION ONLY"
           ELSE
               READ OPENING-SNAPSHOT-FILE
                   AT END
                       MOVE SPACES TO SNP-RECORD
                   NOT AT END
                       ADD 1 TO WS-OPENING-READ-COUNT
               END-READ
               IF NOT SNP-TYPE-HEADER
                   DISPLAY "GREETRFW: RFWSNAP HAS NO HEADER RECORD - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SNP-HDR-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
                   MOVE SNP-HDR-TIMESTAMP(1:16) TO WS-PERIOD-FROM-TS
                   IF WS-PRIOR-BUSINESS-DATE NOT < WS-BUSINESS-DATE
                       DISPLAY "GREETRFW: RFWSNAP IS DATED " WS-PRIOR-BUSINESS-DATE " - NOT BEFORE RUN DATE " WS-BUSINESS-DATE " - RUN REFUSED"
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT WS-CM-OK
               DISPLAY "GREETRFW: UNABLE TO OPEN CUSTOMER-MASTER-FILE, STATUS=" WS-CM-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> A site that has never purged has no archive - nothing was
      *> purged and nothing can have been reinstated.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF WS-ARC-OK
               SET WS-ARC-AVAILABLE TO TRUE
           ELSE
               IF NOT WS-ARC-NO-FILE
                   DISPLAY "GREETRFW: UNABLE TO OPEN CUSTARC, STATUS=" WS-ARC-STATUS
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
      *> Without the reference master every customer stays in the
      *> segment the opening snapshot had it in.
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF WS-REF-OK
               SET WS-REF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETRFW: WARNING - NO REFERENCE MASTER, SEGMENTS TAKEN FROM OPENING SNAPSHOT, STATUS=" WS-REF-STATUS
           END-IF
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF NOT WS-NSNP-OK
               DISPLAY "GREETRFW: UNABLE TO OPEN RFWSNEW, STATUS=" WS-NSNP-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT ROLL-FORWARD-REPORT
           MOVE WS-BUSINESS-DATE TO RFW-H1-DATE
           MOVE RFW-HEADING-1 TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           IF WS-BASELINE-RUN
               MOVE " NO OPENING SNAPSHOT - CLOSING POSITION ESTABLISHED ONLY" TO RFW-PRINT-LINE
           ELSE
               MOVE WS-PRIOR-BUSINESS-DATE TO RFW-H2-PRIOR-DATE
               MOVE WS-PERIOD-FROM-TS(1:14) TO RFW-H2-PRIOR-TS
               MOVE RFW-HEADING-2 TO RFW-PRINT-LINE
           END-IF
           WRITE RFW-PRINT-LINE
           MOVE SPACES TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE.

       2000-SORT-MOVEMENTS.
           SORT MOVEMENT-SORT-FILE
               ON ASCENDING KEY RSRT-CUST-KEY
               ON ASCENDING KEY RSRT-POSTING-REF
               ON ASCENDING KEY RSRT-SOURCE
               INPUT PROCEDURE IS 2100-SELECT-MOVEMENTS
               GIVING SORTED-MOVEMENT-FILE.

       2100-SELECT-MOVEMENTS.
      *> A first month-end has no period to select; the sorted file
      *> is simply left empty.
           IF NOT WS-BASELINE-RUN
               PERFORM 2200-SELECT-AUDIT-TRAIL
               PERFORM 2300-SELECT-REVERSALS
               PERFORM 2400-SELECT-LEDGER-POSTED
           END-IF.

       2200-SELECT-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "GREETRFW: UNABLE TO OPEN GREETAUD, STATUS=" WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2210-SELECT-ONE-AUDIT UNTIL WS-AUDIT-END
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       2210-SELECT-ONE-AUDIT.
      *> A posting carries its posting reference; a GREETKEY move
      *> carries none and names its partner key instead. A year-end
      *> close carries the reference of its closing GL record, so it
      *> is picked out first.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUDIT-END TO TRUE
           END-READ
           IF NOT WS-AUDIT-END
               IF AUDIT-TIMESTAMP(1:16) > WS-PERIOD-FROM-TS
                   AND AUDIT-TIMESTAMP(1:16) NOT > WS-PERIOD-TO-TS
                   MOVE AUDIT-KEY TO RSRT-CUST-KEY
                   MOVE AUDIT-POSTING-REF TO RSRT-POSTING-REF
                   MOVE AUDIT-TIMESTAMP(1:16) TO RSRT-TIMESTAMP
                   MOVE AUDIT-AREA-2-BEFORE TO RSRT-BEFORE
                   MOVE AUDIT-AREA-2-AFTER TO RSRT-AFTER
                   EVALUATE TRUE
                       WHEN AUDIT-YEAR-END-CLOSE
                           MOVE "Y" TO RSRT-SOURCE
                           RELEASE RSRT-RECORD
                           ADD 1 TO WS-AUDIT-SELECTED
                       WHEN AUDIT-POSTING-REF NOT = SPACES
                           MOVE "A" TO RSRT-SOURCE
                           RELEASE RSRT-RECORD
                           ADD 1 TO WS-AUDIT-SELECTED
                       WHEN AUDIT-AREA-1-AFTER(1:3) = "TO "
                           OR AUDIT-AREA-1-AFTER(1:5) = "FROM "
                           MOVE "K" TO RSRT-SOURCE
                           RELEASE RSRT-RECORD
                           ADD 1 TO WS-AUDIT-SELECTED
                   END-EVALUATE
               END-IF
           END-IF.

       2300-SELECT-REVERSALS.
      *> No BKOAUD just means no backout has ever been run.
           OPEN INPUT REVERSAL-AUDIT-FILE
           IF WS-RAUD-OK
               PERFORM 2310-SELECT-ONE-REVERSAL UNTIL WS-RAUD-END
               CLOSE REVERSAL-AUDIT-FILE
           END-IF.

       2310-SELECT-ONE-REVERSAL.
           READ REVERSAL-AUDIT-FILE
               AT END
                   SET WS-RAUD-END TO TRUE
           END-READ
           IF NOT WS-RAUD-END
               MOVE BKOA-RECORD TO WS-REVERSAL-AUDIT
               IF WS-REV-TIMESTAMP(1:16) > WS-PERIOD-FROM-TS
                   AND WS-REV-TIMESTAMP(1:16) NOT > WS-PERIOD-TO-TS
                   MOVE WS-REV-KEY TO RSRT-CUST-KEY
                   MOVE WS-REV-POSTING-REF TO RSRT-POSTING-REF
                   MOVE "B" TO RSRT-SOURCE
                   MOVE WS-REV-TIMESTAMP(1:16) TO RSRT-TIMESTAMP
                   MOVE WS-REV-AREA-2-BEFORE TO RSRT-BEFORE
                   MOVE WS-REV-AREA-2-AFTER TO RSRT-AFTER
                   RELEASE RSRT-RECORD
                   ADD 1 TO WS-REVERSAL-SELECTED
               END-IF
           END-IF.

       2400-SELECT-LEDGER-POSTED.
      *> Only confirmations for postings made since the opening
      *> snapshot's business date can pair with this month's audit
      *> records; older ones are left out of the sort.
           OPEN INPUT POSTED-HISTORY-FILE
           IF NOT WS-PSTD-OK
               DISPLAY "GREETRFW: WARNING - NO GLPOSTED HISTORY, NO POSTING COUNTS AS CONFIRMED, STATUS=" WS-PSTD-STATUS
           ELSE
               PERFORM 2410-SELECT-ONE-POSTED UNTIL WS-PSTD-END
               CLOSE POSTED-HISTORY-FILE
           END-IF.

       2410-SELECT-ONE-POSTED.
           READ POSTED-HISTORY-FILE
               AT END
                   SET WS-PSTD-END TO TRUE
           END-READ
           IF NOT WS-PSTD-END
               IF EXTR-POSTING-REF(1:8) NOT < WS-PRIOR-BUSINESS-DATE
                   MOVE EXTR-CUST-KEY TO RSRT-CUST-KEY
                   MOVE EXTR-POSTING-REF TO RSRT-POSTING-REF
                   MOVE "P" TO RSRT-SOURCE
                   MOVE SPACES TO RSRT-TIMESTAMP
                   MOVE 0 TO RSRT-BEFORE
                   MOVE 0 TO RSRT-AFTER
                   RELEASE RSRT-RECORD
                   ADD 1 TO WS-ACK-SELECTED
               END-IF
           END-IF.

       3000-OPEN-FOR-MATCH.
           OPEN INPUT SORTED-MOVEMENT-FILE
           IF NOT WS-SMOV-OK
               DISPLAY "GREETRFW: UNABLE TO OPEN SORTED MOVEMENTS, STATUS=" WS-SMOV-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3100-WRITE-SNAPSHOT-HEADER
               IF NOT WS-BASELINE-RUN
                   PERFORM 4110-READ-NEXT-SNAPSHOT
               END-IF
               PERFORM 4210-READ-NEXT-MASTER
               IF WS-ARC-AVAILABLE
                   PERFORM 4220-READ-NEXT-ARCHIVE
               END-IF
               PERFORM 4310-READ-NEXT-MOVEMENT
               PERFORM 4050-FIND-LOW-KEY
               MOVE RFW-CUST-HEADING TO RFW-PRINT-LINE
               WRITE RFW-PRINT-LINE
           END-IF.

       3100-WRITE-SNAPSHOT-HEADER.
           MOVE SPACES TO SNP-RECORD
           SET SNP-TYPE-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO SNP-HDR-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO SNP-HDR-TIMESTAMP
           WRITE NSNP-RECORD FROM SNP-RECORD
           ADD 1 TO WS-SNAPSHOT-COUNT.

       4000-ROLL-ONE-CUSTOMER.
           PERFORM 4100-CLEAR-CUSTOMER
           PERFORM 4120-TAKE-OPENING-POSITION
               UNTIL WS-SNAP-KEY NOT = WS-LOW-KEY
           IF WS-CM-KEY = WS-LOW-KEY
               SET WS-CUS-ON-MASTER TO TRUE
               MOVE CM-RECORD TO WS-SAVED-MASTER
               MOVE CM-COUNTER TO WS-CUS-CLOSING
               PERFORM 4210-READ-NEXT-MASTER
           END-IF
           IF WS-ARC-KEY = WS-LOW-KEY
               SET WS-CUS-ON-ARCHIVE TO TRUE
               MOVE ARC-RECORD TO WS-SAVED-ARCHIVE
               PERFORM 4220-READ-NEXT-ARCHIVE
           END-IF
           PERFORM 4320-APPLY-ONE-MOVEMENT
               UNTIL WS-MOV-KEY NOT = WS-LOW-KEY
           PERFORM 4350-CLOSE-POSTING-GROUP
           PERFORM 4400-RESOLVE-SEGMENT
           PERFORM 4500-DERIVE-ARCHIVE-MOVEMENTS
           COMPUTE WS-CUS-EXPECTED = WS-CUS-OPENING + WS-CUS-REINSTATED
               + WS-CUS-SEEDED + WS-CUS-POSTED + WS-CUS-REVERSED
               + WS-CUS-REKEYED + WS-CUS-CLOSED - WS-CUS-PURGE-AMOUNT
           COMPUTE WS-CUS-DIFFERENCE = WS-CUS-CLOSING - WS-CUS-EXPECTED
           PERFORM 4600-ACCUMULATE-SEGMENTS
           PERFORM 4700-WRITE-NEW-SNAPSHOT
           IF WS-CUS-DIFFERENCE NOT = 0 AND NOT WS-BASELINE-RUN
               PERFORM 4800-WRITE-CUSTOMER-LINE
           END-IF
           PERFORM 4050-FIND-LOW-KEY.

       4050-FIND-LOW-KEY.
           MOVE WS-SNAP-KEY TO WS-LOW-KEY
           IF WS-CM-KEY < WS-LOW-KEY
               MOVE WS-CM-KEY TO WS-LOW-KEY
           END-IF
           IF WS-ARC-KEY < WS-LOW-KEY
               MOVE WS-ARC-KEY TO WS-LOW-KEY
           END-IF
           IF WS-MOV-KEY < WS-LOW-KEY
               MOVE WS-MOV-KEY TO WS-LOW-KEY
           END-IF.

       4100-CLEAR-CUSTOMER.
           MOVE SPACES TO WS-CUS-OPEN-POSITION
           MOVE SPACES TO WS-CUS-OPEN-SEGMENT
           MOVE SPACES TO WS-CUS-OPEN-ARC-DATE
           MOVE "N" TO WS-CUS-ON-MASTER-SW
           MOVE "N" TO WS-CUS-ON-ARCHIVE-SW
           MOVE "N" TO WS-CUS-PURGED-SW
           MOVE SPACES TO WS-CUS-SEGMENT
           MOVE 0 TO WS-CUS-OPENING
           MOVE 0 TO WS-CUS-OPEN-ARCHIVED
           MOVE 0 TO WS-CUS-POSTED
           MOVE 0 TO WS-CUS-UNACKED
           MOVE 0 TO WS-CUS-SEEDED
           MOVE 0 TO WS-CUS-REVERSED
           MOVE 0 TO WS-CUS-REKEYED
           MOVE 0 TO WS-CUS-CLOSED
           MOVE 0 TO WS-CUS-PURGE-AMOUNT
           MOVE 0 TO WS-CUS-REINSTATED
           MOVE 0 TO WS-CUS-EXPECTED
           MOVE 0 TO WS-CUS-CLOSING
           MOVE 0 TO WS-CUS-DIFFERENCE
           MOVE HIGH-VALUES TO WS-CUS-FIRST-TS
           MOVE SPACES TO WS-CUS-FIRST-SOURCE
           MOVE 0 TO WS-CUS-FIRST-BEFORE
           MOVE SPACES TO WS-SAVED-MASTER
           MOVE SPACES TO WS-SAVED-ARCHIVE
           MOVE SPACES TO WS-SAVED-REFERENCE
           MOVE SPACES TO WS-GROUP-REF
           MOVE 0 TO WS-GROUP-POSTED
           MOVE "N" TO WS-GROUP-ACKED-SW
           ADD 1 TO WS-CUSTOMER-COUNT.

       4110-READ-NEXT-SNAPSHOT.
           READ OPENING-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END
                   ADD 1 TO WS-OPENING-READ-COUNT
                   MOVE SNP-RECORD TO WS-OPENING-SNAPSHOT
                   MOVE WS-OSN-CUST-KEY TO WS-SNAP-KEY
           END-READ.

       4120-TAKE-OPENING-POSITION.
           IF WS-OSN-ON-MASTER
               SET WS-CUS-OPEN-MASTER TO TRUE
               MOVE WS-OSN-COUNTER TO WS-CUS-OPENING
               MOVE WS-OSN-SEGMENT-CODE TO WS-CUS-OPEN-SEGMENT
           ELSE
               IF NOT WS-CUS-OPEN-MASTER
                   SET WS-CUS-OPEN-ARCHIVE TO TRUE
                   MOVE WS-OSN-SEGMENT-CODE TO WS-CUS-OPEN-SEGMENT
               END-IF
               MOVE WS-OSN-COUNTER TO WS-CUS-OPEN-ARCHIVED
               MOVE WS-OSN-PURGE-DATE TO WS-CUS-OPEN-ARC-DATE
           END-IF
           PERFORM 4110-READ-NEXT-SNAPSHOT.

       4210-READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CM-KEY
               NOT AT END
                   MOVE CM-CUST-KEY TO WS-CM-KEY
           END-READ.

       4220-READ-NEXT-ARCHIVE.
           READ CUSTOMER-ARCHIVE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ARC-KEY
               NOT AT END
                   MOVE ARC-CUST-KEY TO WS-ARC-KEY
           END-READ.

       4310-READ-NEXT-MOVEMENT.
           READ SORTED-MOVEMENT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MOV-KEY
               NOT AT END
                   MOVE RMOV-CUST-KEY TO WS-MOV-KEY
           END-READ.

       4320-APPLY-ONE-MOVEMENT.
           IF RMOV-POSTING-REF NOT = WS-GROUP-REF
               PERFORM 4350-CLOSE-POSTING-GROUP
               MOVE RMOV-POSTING-REF TO WS-GROUP-REF
           END-IF
           EVALUATE TRUE
               WHEN RMOV-AUDIT-POSTING
                   COMPUTE WS-GROUP-POSTED = WS-GROUP-POSTED + RMOV-AFTER - RMOV-BEFORE
                   PERFORM 4330-NOTE-FIRST-MOVEMENT
               WHEN RMOV-REVERSAL
                   COMPUTE WS-CUS-REVERSED = WS-CUS-REVERSED + RMOV-AFTER - RMOV-BEFORE
                   PERFORM 4330-NOTE-FIRST-MOVEMENT
               WHEN RMOV-REKEY
                   COMPUTE WS-CUS-REKEYED = WS-CUS-REKEYED + RMOV-AFTER - RMOV-BEFORE
                   PERFORM 4330-NOTE-FIRST-MOVEMENT
               WHEN RMOV-YEAR-END-CLOSE
                   COMPUTE WS-CUS-CLOSED = WS-CUS-CLOSED + RMOV-AFTER - RMOV-BEFORE
                   PERFORM 4330-NOTE-FIRST-MOVEMENT
               WHEN RMOV-LEDGER-POSTED
                   SET WS-GROUP-ACKED TO TRUE
           END-EVALUATE
           PERFORM 4310-READ-NEXT-MOVEMENT.

       4330-NOTE-FIRST-MOVEMENT.
      *> The earliest movement of the month decides whether a key the
      *> opening snapshot never saw was seeded by a posting.
           IF RMOV-TIMESTAMP < WS-CUS-FIRST-TS
               MOVE RMOV-TIMESTAMP TO WS-CUS-FIRST-TS
               MOVE RMOV-SOURCE TO WS-CUS-FIRST-SOURCE
               MOVE RMOV-BEFORE TO WS-CUS-FIRST-BEFORE
           END-IF.

       4350-CLOSE-POSTING-GROUP.
           IF WS-GROUP-ACKED
               ADD WS-GROUP-POSTED TO WS-CUS-POSTED
           ELSE
               ADD WS-GROUP-POSTED TO WS-CUS-UNACKED
           END-IF
           MOVE 0 TO WS-GROUP-POSTED
           MOVE "N" TO WS-GROUP-ACKED-SW.

       4400-RESOLVE-SEGMENT.
      *> Everything the customer did this month lands in the segment
      *> CUSTREF holds tonight; the opening stays where last month
      *> put it, and the difference is shown as a transfer.
           MOVE WS-CUS-OPEN-SEGMENT TO WS-CUS-SEGMENT
           IF WS-REF-AVAILABLE
               MOVE WS-LOW-KEY TO REF-CUST-KEY
               READ CUSTOMER-REFERENCE-FILE
               IF WS-REF-OK
                   MOVE REF-SEGMENT-CODE TO WS-CUS-SEGMENT
                   MOVE REF-CUST-NAME TO WS-SVR-NAME
                   MOVE REF-STATUS TO WS-SVR-STATUS
               END-IF
           END-IF
           IF WS-CUS-SEGMENT = SPACES
               MOVE "??" TO WS-CUS-SEGMENT
           END-IF.

       4500-DERIVE-ARCHIVE-MOVEMENTS.
      *> Purged this month: on the archive now, and not under the
      *> same purge the opening snapshot already knew about.
      *> Reinstated this month: archived at the opening and since
      *> brought back by GREETJOB (and possibly purged again).
      *> Seeded this month: a key neither snapshot knew whose first
      *> movement was a posting - GREETJOB seeded it from
      *> CG-COUNTER-IN, which the audit record carries as BEFORE.
           IF WS-CUS-ON-ARCHIVE
               IF WS-CUS-OPEN-ARCHIVE OR WS-CUS-OPEN-MASTER
                   IF WS-CUS-OPEN-ARC-DATE = WS-SVA-PURGE-DATE
                       CONTINUE
                   ELSE
                       SET WS-CUS-PURGED TO TRUE
                   END-IF
               ELSE
                   SET WS-CUS-PURGED TO TRUE
               END-IF
           END-IF
           IF WS-CUS-PURGED
               MOVE WS-SVA-COUNTER TO WS-CUS-PURGE-AMOUNT
           END-IF
           IF WS-CUS-OPEN-ARCHIVE
               AND (WS-CUS-ON-MASTER OR WS-CUS-PURGED)
               MOVE WS-CUS-OPEN-ARCHIVED TO WS-CUS-REINSTATED
           END-IF
           IF WS-CUS-OPEN-NONE AND WS-CUS-FIRST-SOURCE = "A"
               MOVE WS-CUS-FIRST-BEFORE TO WS-CUS-SEEDED
           END-IF.

       4600-ACCUMULATE-SEGMENTS.
           IF WS-CUS-OPEN-MASTER
               MOVE WS-CUS-OPEN-SEGMENT TO WS-SEG-SEARCH
               IF WS-SEG-SEARCH = SPACES
                   MOVE "??" TO WS-SEG-SEARCH
               END-IF
               PERFORM 4650-FIND-SEGMENT-SLOT
               IF WS-SEG-SLOT > 0
                   ADD WS-CUS-OPENING TO WS-SEG-OPENING(WS-SEG-SLOT)
                   IF WS-SEG-SEARCH NOT = WS-CUS-SEGMENT
                       SUBTRACT WS-CUS-OPENING FROM WS-SEG-TRANSFERS(WS-SEG-SLOT)
                   END-IF
               END-IF
           END-IF
           MOVE WS-CUS-SEGMENT TO WS-SEG-SEARCH
           PERFORM 4650-FIND-SEGMENT-SLOT
           IF WS-SEG-SLOT > 0
               IF WS-CUS-OPEN-MASTER AND WS-CUS-OPEN-SEGMENT NOT = WS-CUS-SEGMENT
                   ADD WS-CUS-OPENING TO WS-SEG-TRANSFERS(WS-SEG-SLOT)
               END-IF
               ADD WS-CUS-POSTED TO WS-SEG-POSTED(WS-SEG-SLOT)
               ADD WS-CUS-SEEDED TO WS-SEG-SEEDED(WS-SEG-SLOT)
               ADD WS-CUS-REVERSED TO WS-SEG-REVERSED(WS-SEG-SLOT)
               ADD WS-CUS-REKEYED TO WS-SEG-REKEYED(WS-SEG-SLOT)
               ADD WS-CUS-CLOSED TO WS-SEG-CLOSED(WS-SEG-SLOT)
               SUBTRACT WS-CUS-PURGE-AMOUNT FROM WS-SEG-PURGED(WS-SEG-SLOT)
               ADD WS-CUS-REINSTATED TO WS-SEG-REINSTATED(WS-SEG-SLOT)
               ADD WS-CUS-CLOSING TO WS-SEG-CLOSING(WS-SEG-SLOT)
               ADD WS-CUS-UNACKED TO WS-SEG-UNACKED(WS-SEG-SLOT)
               IF WS-CUS-ON-MASTER
                   ADD 1 TO WS-SEG-CUSTOMERS(WS-SEG-SLOT)
               END-IF
           END-IF.

       4650-FIND-SEGMENT-SLOT.
      *> Entries are kept in segment code order so the roll-forward
      *> prints in the order the ledger knows them; a new code is
      *> opened up in place.
           MOVE 0 TO WS-SEG-SLOT
           PERFORM 4660-TEST-ONE-SLOT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED OR WS-SEG-SLOT > 0
           IF WS-SEG-SLOT = 0
               IF WS-SEG-USED < WS-SEG-MAX
                   PERFORM 4670-INSERT-SEGMENT
               ELSE
                   IF NOT WS-SEG-OVERFLOW
                       DISPLAY "GREETRFW: SEGMENT TABLE FULL, " WS-SEG-SEARCH " NOT ROLLED FORWARD"
                   END-IF
                   SET WS-SEG-OVERFLOW TO TRUE
               END-IF
           END-IF.

       4660-TEST-ONE-SLOT.
           IF WS-SEG-CODE(WS-SEG-IX) = WS-SEG-SEARCH
               MOVE WS-SEG-IX TO WS-SEG-SLOT
           END-IF.

       4670-INSERT-SEGMENT.
           MOVE WS-SEG-USED TO WS-SEG-IX
           ADD 1 TO WS-SEG-USED
           MOVE WS-SEG-USED TO WS-SEG-SLOT
           PERFORM 4680-SHIFT-ONE-SEGMENT
               UNTIL WS-SEG-IX = 0
           MOVE SPACES TO WS-SEG-ENTRY(WS-SEG-SLOT)
           MOVE WS-SEG-SEARCH TO WS-SEG-CODE(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-OPENING(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-TRANSFERS(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-POSTED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-SEEDED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-REVERSED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-REKEYED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-CLOSED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-PURGED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-REINSTATED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-CLOSING(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-UNACKED(WS-SEG-SLOT)
           MOVE 0 TO WS-SEG-CUSTOMERS(WS-SEG-SLOT).

       4680-SHIFT-ONE-SEGMENT.
      *> Walks down from the old last entry, moving every code above
      *> the new one up a place; stops at the insertion point.
           IF WS-SEG-CODE(WS-SEG-IX) > WS-SEG-SEARCH
               MOVE WS-SEG-ENTRY(WS-SEG-IX) TO WS-SEG-ENTRY(WS-SEG-SLOT)
               MOVE WS-SEG-IX TO WS-SEG-SLOT
               SUBTRACT 1 FROM WS-SEG-IX
           ELSE
               MOVE 0 TO WS-SEG-IX
           END-IF.

       4700-WRITE-NEW-SNAPSHOT.
           IF WS-CUS-ON-MASTER
               MOVE SPACES TO SNP-RECORD
               SET SNP-TYPE-DETAIL TO TRUE
               MOVE WS-SVM-KEY TO SNP-CUST-KEY
               SET SNP-ON-MASTER TO TRUE
               MOVE WS-CUS-SEGMENT TO SNP-SEGMENT-CODE
               MOVE WS-SVM-COUNTER TO SNP-COUNTER
               MOVE WS-SVM-POSTED-DATE TO SNP-LAST-POSTED-DATE
               MOVE WS-SVR-NAME TO SNP-CUST-NAME
               MOVE WS-SVR-STATUS TO SNP-REF-STATUS
               WRITE NSNP-RECORD FROM SNP-RECORD
               ADD 1 TO WS-SNAPSHOT-COUNT
           END-IF
           IF WS-CUS-ON-ARCHIVE
               MOVE SPACES TO SNP-RECORD
               SET SNP-TYPE-DETAIL TO TRUE
               MOVE WS-SVA-KEY TO SNP-CUST-KEY
               SET SNP-ON-ARCHIVE TO TRUE
               MOVE WS-CUS-SEGMENT TO SNP-SEGMENT-CODE
               MOVE WS-SVA-COUNTER TO SNP-COUNTER
               MOVE WS-SVA-POSTED-DATE TO SNP-LAST-POSTED-DATE
               MOVE WS-SVR-NAME TO SNP-CUST-NAME
               MOVE WS-SVR-STATUS TO SNP-REF-STATUS
               MOVE WS-SVA-PURGE-DATE TO SNP-PURGE-DATE
               WRITE NSNP-RECORD FROM SNP-RECORD
               ADD 1 TO WS-SNAPSHOT-COUNT
           END-IF.

       4800-WRITE-CUSTOMER-LINE.
           ADD 1 TO WS-DIFFERING-COUNT
           MOVE WS-LOW-KEY TO RFW-C-KEY
           MOVE WS-CUS-SEGMENT TO RFW-C-SEGMENT
           MOVE WS-CUS-OPENING TO RFW-C-OPENING
           MOVE WS-CUS-EXPECTED TO RFW-C-EXPECTED
           MOVE WS-CUS-CLOSING TO RFW-C-CLOSING
           MOVE WS-CUS-DIFFERENCE TO RFW-C-DIFFERENCE
           IF WS-CUS-UNACKED = WS-CUS-DIFFERENCE
               MOVE "POSTING NOT CONFIRMED" TO RFW-C-REMARK
           ELSE
               MOVE "UNEXPLAINED MOVEMENT" TO RFW-C-REMARK
           END-IF
           MOVE RFW-CUST-LINE TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE.

       5000-WRITE-SEGMENT-ROLL.
           IF WS-DIFFERING-COUNT = 0
               MOVE " NO CUSTOMER DIFFERS FROM ITS ROLL-FORWARD" TO RFW-PRINT-LINE
               WRITE RFW-PRINT-LINE
           END-IF
           MOVE SPACES TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           MOVE RFW-SEG-HEADING TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           PERFORM 5100-WRITE-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           MOVE "ALL" TO RFW-S-SEGMENT
           MOVE WS-TOTAL-OPENING TO RFW-S-OPENING
           MOVE WS-TOTAL-MOVEMENTS TO RFW-S-MOVEMENTS
           MOVE WS-TOTAL-CLOSING TO RFW-S-CLOSING
           MOVE WS-TOTAL-DIFFERENCE TO RFW-S-DIFFERENCE
           MOVE SPACES TO RFW-S-FLAG
           MOVE SPACES TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           MOVE RFW-SEG-LINE TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           IF NOT WS-BASELINE-RUN
               PERFORM 5300-WRITE-SEGMENT-BREAKDOWN
                   VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > WS-SEG-USED
           END-IF.

       5100-WRITE-ONE-SEGMENT.
           PERFORM 5200-COMPUTE-SEGMENT-ROLL
           MOVE WS-SEG-CODE(WS-SEG-IX) TO RFW-S-SEGMENT
           MOVE WS-SEG-OPENING(WS-SEG-IX) TO RFW-S-OPENING
           MOVE WS-SEG-MOVEMENTS TO RFW-S-MOVEMENTS
           MOVE WS-SEG-CLOSING(WS-SEG-IX) TO RFW-S-CLOSING
           MOVE WS-SEG-DIFFERENCE TO RFW-S-DIFFERENCE
           IF WS-SEG-DIFFERENCE NOT = 0 AND NOT WS-BASELINE-RUN
               MOVE "*** OUT OF BALANCE" TO RFW-S-FLAG
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           ELSE
               MOVE SPACES TO RFW-S-FLAG
           END-IF
           MOVE RFW-SEG-LINE TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           ADD WS-SEG-OPENING(WS-SEG-IX) TO WS-TOTAL-OPENING
           ADD WS-SEG-MOVEMENTS TO WS-TOTAL-MOVEMENTS
           ADD WS-SEG-CLOSING(WS-SEG-IX) TO WS-TOTAL-CLOSING
           ADD WS-SEG-DIFFERENCE TO WS-TOTAL-DIFFERENCE.

       5200-COMPUTE-SEGMENT-ROLL.
           COMPUTE WS-SEG-MOVEMENTS = WS-SEG-TRANSFERS(WS-SEG-IX)
               + WS-SEG-POSTED(WS-SEG-IX) + WS-SEG-SEEDED(WS-SEG-IX)
               + WS-SEG-REVERSED(WS-SEG-IX) + WS-SEG-REKEYED(WS-SEG-IX)
               + WS-SEG-CLOSED(WS-SEG-IX)
               + WS-SEG-PURGED(WS-SEG-IX) + WS-SEG-REINSTATED(WS-SEG-IX)
           COMPUTE WS-SEG-EXPECTED = WS-SEG-OPENING(WS-SEG-IX) + WS-SEG-MOVEMENTS
           IF WS-BASELINE-RUN
               MOVE 0 TO WS-SEG-DIFFERENCE
           ELSE
               COMPUTE WS-SEG-DIFFERENCE = WS-SEG-CLOSING(WS-SEG-IX) - WS-SEG-EXPECTED
           END-IF.

       5300-WRITE-SEGMENT-BREAKDOWN.
      *> Only a segment that fails to roll is broken out; the
      *> unconfirmed-postings line says how much of the difference
      *> is the ledger simply not having caught up yet.
           PERFORM 5200-COMPUTE-SEGMENT-ROLL
           IF WS-SEG-DIFFERENCE NOT = 0
               MOVE SPACES TO RFW-PRINT-LINE
               WRITE RFW-PRINT-LINE
               STRING " SEGMENT " WS-SEG-CODE(WS-SEG-IX) " - ROLL-FORWARD BY MOVEMENT TYPE"
                   DELIMITED BY SIZE INTO RFW-PRINT-LINE
               WRITE RFW-PRINT-LINE
               MOVE "OPENING (PRIOR MONTH-END)" TO RFW-M-CAPTION
               MOVE WS-SEG-OPENING(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "SEGMENT TRANSFERS ON CUSTREF" TO RFW-M-CAPTION
               MOVE WS-SEG-TRANSFERS(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "LEDGER POSTINGS CONFIRMED" TO RFW-M-CAPTION
               MOVE WS-SEG-POSTED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "NEW CUSTOMERS SEEDED" TO RFW-M-CAPTION
               MOVE WS-SEG-SEEDED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "GREETBKO REVERSALS" TO RFW-M-CAPTION
               MOVE WS-SEG-REVERSED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "GREETKEY RE-KEY / MERGE MOVES" TO RFW-M-CAPTION
               MOVE WS-SEG-REKEYED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "GREETYEC YEAR-END CLOSE" TO RFW-M-CAPTION
               MOVE WS-SEG-CLOSED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "GREETPRG PURGES TO CUSTARC" TO RFW-M-CAPTION
               MOVE WS-SEG-PURGED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "GREETJOB REINSTATEMENTS" TO RFW-M-CAPTION
               MOVE WS-SEG-REINSTATED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "EXPECTED CLOSING" TO RFW-M-CAPTION
               MOVE WS-SEG-EXPECTED TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "CLOSING PER CUSTMST" TO RFW-M-CAPTION
               MOVE WS-SEG-CLOSING(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "DIFFERENCE" TO RFW-M-CAPTION
               MOVE WS-SEG-DIFFERENCE TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "  OF WHICH POSTINGS NOT CONFIRMED" TO RFW-M-CAPTION
               MOVE WS-SEG-UNACKED(WS-SEG-IX) TO RFW-M-VALUE
               PERFORM 5400-WRITE-MOVEMENT-LINE
               MOVE "  OF WHICH UNEXPLAINED" TO RFW-M-CAPTION
               COMPUTE RFW-M-VALUE = WS-SEG-DIFFERENCE - WS-SEG-UNACKED(WS-SEG-IX)
               PERFORM 5400-WRITE-MOVEMENT-LINE
           END-IF.

       5400-WRITE-MOVEMENT-LINE.
           MOVE RFW-MOVEMENT-LINE TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE.

       6000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE
           MOVE "CUSTOMERS ROLLED FORWARD" TO RFW-CNT-CAPTION
           MOVE WS-CUSTOMER-COUNT TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "AUDIT MOVEMENTS IN PERIOD" TO RFW-CNT-CAPTION
           MOVE WS-AUDIT-SELECTED TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "BACKOUT REVERSALS IN PERIOD" TO RFW-CNT-CAPTION
           MOVE WS-REVERSAL-SELECTED TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "LEDGER CONFIRMATIONS READ" TO RFW-CNT-CAPTION
           MOVE WS-ACK-SELECTED TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "CUSTOMERS NOT ROLLING" TO RFW-CNT-CAPTION
           MOVE WS-DIFFERING-COUNT TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "SEGMENTS OUT OF BALANCE" TO RFW-CNT-CAPTION
           MOVE WS-OUT-OF-BALANCE-COUNT TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "SNAPSHOT RECORDS WRITTEN" TO RFW-CNT-CAPTION
           MOVE WS-SNAPSHOT-COUNT TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "OPENING SNAPSHOT RECORDS READ" TO RFW-CNT-CAPTION
           MOVE WS-OPENING-READ-COUNT TO RFW-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE-COUNT > 0 OR WS-SEG-OVERFLOW
                   MOVE " *** MONTH DOES NOT ROLL FORWARD - DO NOT SIGN OFF ***" TO RFW-PRINT-LINE
                   WRITE RFW-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BASELINE-RUN
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       6100-WRITE-COUNT-LINE.
           MOVE RFW-COUNT-LINE TO RFW-PRINT-LINE
           WRITE RFW-PRINT-LINE.

       9000-TERMINATE.
           IF NOT WS-BASELINE-RUN
               CLOSE OPENING-SNAPSHOT-FILE
           END-IF
           CLOSE NEW-SNAPSHOT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-ARC-AVAILABLE
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF
           IF WS-REF-AVAILABLE
               CLOSE CUSTOMER-REFERENCE-FILE
           END-IF
           CLOSE SORTED-MOVEMENT-FILE
           CLOSE ROLL-FORWARD-REPORT.
