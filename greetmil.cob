      >>SOURCE FORMAT FREE
      *> GREETMIL - customer milestone letters.
      *> Runs after GREETJOB for the same business date. Every update
      *> GREETJOB posted that night is on GREETAUD under a posting
      *> reference that starts with the business date; wherever one
      *> carried the customer's CM-COUNTER across a milestone on the
      *> MILPRM card (default 100 / 500 / 1000) this job writes a
      *> letter record to the MAILOUT mail interface file, addressed
      *> with the full 30-character REF-CUST-NAME off CUSTREF and
      *> naming the milestone reached. One update that crosses two
      *> milestones earns two letters.
      *> Nobody is lettered for the same milestone twice. Every letter
      *> produced goes on the indexed MILSENT register, and a crossing
      *> already on it is suppressed - so a GREETBKO backout that takes
      *> the counter back under a milestone, followed by a later run
      *> that crosses it again, produces nothing the second time. The
      *> GREETKEY re-key/merge records on GREETAUD (the retired key's
      *> side, moved "TO" the survivor) copy the retired key's register
      *> entries onto the surviving key, so a merge does not earn
      *> either customer a second letter either. A re-key or merge is
      *> a transfer, not a posting, and never earns a letter of its
      *> own.
      *> A crossing the master no longer shows (backed out before this
      *> job ran) is listed and not lettered, so it can still earn its
      *> letter when the counter genuinely gets there. A crossing with
      *> no active CUSTREF name cannot be addressed; it is listed and
      *> the job ends RC 4.
      *> The control report lists every crossing not lettered, the run
      *> counts, and the letters produced per segment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETMIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "GREETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MILESTONE-PARAMETER-FILE
               ASSIGN TO "MILPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MPRM-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "GREETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT MILESTONE-REGISTER-FILE
               ASSIGN TO "MILSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSR-KEY
               FILE STATUS IS WS-MSR-STATUS.

           SELECT MAIL-INTERFACE-FILE
               ASSIGN TO "MAILOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT MILESTONE-REPORT
               ASSIGN TO "MILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  MILESTONE-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY MILPRM.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  MILESTONE-REGISTER-FILE.
           COPY MILREC.

       FD  MAIL-INTERFACE-FILE
           RECORDING MODE IS F.
           COPY MAILREC.

       FD  MILESTONE-REPORT.
       01  MIL-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-MPRM-STATUS              PIC X(2).
           88  WS-MPRM-OK              VALUE "00".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
       01  WS-RCTL-STARTED-SW          PIC X(1)     VALUE "N".
           88  WS-RCTL-STARTED         VALUE "Y".

       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".

       01  WS-CM-STATUS                PIC X(2).
           88  WS-CM-OK                VALUE "00".

       01  WS-REF-STATUS               PIC X(2).
           88  WS-REF-OK               VALUE "00".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".
       01  WS-SEGM-AVAILABLE-SW        PIC X(1)     VALUE "N".
           88  WS-SEGM-AVAILABLE       VALUE "Y".

       01  WS-MSR-STATUS               PIC X(2).
           88  WS-MSR-OK               VALUE "00".
           88  WS-MSR-DUPLICATE        VALUE "22".
           88  WS-MSR-NOT-FOUND        VALUE "23".
           88  WS-MSR-NO-FILE          VALUE "35".

       01  WS-MAIL-STATUS              PIC X(2).
           88  WS-MAIL-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-AUDIT-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-AUDIT-END        VALUE "Y".
           05  WS-LETTER-VALID-SW      PIC X(1)     VALUE "Y".
               88  WS-LETTER-VALID     VALUE "Y".
               88  WS-LETTER-INVALID   VALUE "N".
           05  WS-CARRY-DONE-SW        PIC X(1)     VALUE "N".
               88  WS-CARRY-DONE       VALUE "Y".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01  WS-JOB-END-TS               PIC X(14)    VALUE SPACES.

      *> The milestones in force this run, off MILPRM or the default.
       01  WS-MIL-TABLE.
           05  WS-MIL-USED             PIC 9(2)     VALUE 0.
           05  WS-MIL-VALUE            PIC 9(5)     OCCURS 10.
       01  WS-MIL-IX                   PIC 9(2)     VALUE 0.
       01  WS-MIL-CURRENT              PIC 9(5)     VALUE 0.

      *> The retired key's register entries, gathered before any are
      *> written under the surviving key so the browse is never
      *> disturbed by its own writes.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-USED           PIC 9(2)     VALUE 0.
           05  WS-CARRY-ENTRY OCCURS 20.
               10  WS-CARRY-RECORD     PIC X(50).
       01  WS-CARRY-MAX                PIC 9(2)     VALUE 20.
       01  WS-CARRY-IX                 PIC 9(2)     VALUE 0.
       01  WS-FROM-KEY                 PIC X(6)     VALUE SPACES.
       01  WS-TO-KEY                   PIC X(6)     VALUE SPACES.

      *> Letters produced per segment, in the order first met.
       01  WS-SEG-STATS.
           05  WS-SEG-USED             PIC 9(3)     VALUE 0.
           05  WS-SEG-ENTRY OCCURS 100.
               10  WS-SEG-CODE         PIC X(2).
               10  WS-SEG-LETTERS      PIC 9(7).
       01  WS-SEG-MAX                  PIC 9(3)     VALUE 100.
       01  WS-SEG-IX                   PIC 9(3)     VALUE 0.
       01  WS-SEG-SLOT                 PIC 9(3)     VALUE 0.

       01  WS-POSTINGS-SCANNED         PIC 9(7)     VALUE 0.
       01  WS-CROSSING-COUNT           PIC 9(7)     VALUE 0.
       01  WS-LETTER-COUNT             PIC 9(7)     VALUE 0.
       01  WS-LETTER-HASH              PIC 9(9)     VALUE 0.
       01  WS-ALREADY-SENT-COUNT       PIC 9(7)     VALUE 0.
       01  WS-BACKED-OUT-COUNT         PIC 9(7)     VALUE 0.
       01  WS-NO-NAME-COUNT            PIC 9(7)     VALUE 0.
       01  WS-REKEY-COUNT              PIC 9(7)     VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-DISPOSITION              PIC X(36)    VALUE SPACES.
       01  WS-CUST-NAME                PIC X(30)    VALUE SPACES.
       01  WS-CUST-SEGMENT             PIC X(2)     VALUE SPACES.

       01  MIL-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(40)  VALUE "GREETMIL - MILESTONE LETTER CONTROL".
           05  FILLER                  PIC X(14)  VALUE "BUSINESS DATE ".
           05  MIL-H1-DATE             PIC X(8).

       01  MIL-MILESTONE-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(20)  VALUE "MILESTONE IN FORCE".
           05  MIL-M-VALUE             PIC ZZ,ZZ9.

       01  MIL-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "CUSTOMER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "MILESTONE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "MASTER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(26)  VALUE "NOT LETTERED BECAUSE".

       01  MIL-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  MIL-D-CUST-KEY          PIC X(6).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  MIL-D-MILESTONE         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  MIL-D-COUNTER           PIC ZZZZ9.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  MIL-D-DISPOSITION       PIC X(36).

       01  MIL-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  MIL-CNT-CAPTION         PIC X(30).
           05  MIL-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       01  MIL-SEG-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(4)   VALUE "SEG".
           05  FILLER                  PIC X(32)  VALUE "SEGMENT NAME".
           05  FILLER                  PIC X(10)  VALUE "   LETTERS".

       01  MIL-SEG-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  MIL-S-CODE              PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MIL-S-NAME              PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  MIL-S-LETTERS           PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0150-READ-MILESTONE-CARD
           PERFORM 0200-RUN-CONTROL-START
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SCAN-AUDIT-TRAIL UNTIL WS-AUDIT-END
               PERFORM 3000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once MAILOUT, MILSENT and
      *> the report are closed, so the mail house is never sent a
      *> file that was still being written.
           IF NOT WS-RUN-ABORTED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       0100-READ-PARAMETER-CARD.
      *> The same GREETPRM card the rest of the chain runs under, so
      *> tonight's postings are picked out by the same business date
      *> GREETJOB stamped on their posting references.
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

       0150-READ-MILESTONE-CARD.
           OPEN INPUT MILESTONE-PARAMETER-FILE
           IF WS-MPRM-OK
               READ MILESTONE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0160-TAKE-ONE-MILESTONE
                           VARYING WS-MIL-IX FROM 1 BY 1
                           UNTIL WS-MIL-IX > 10
               END-READ
               CLOSE MILESTONE-PARAMETER-FILE
           END-IF
           IF WS-MIL-USED = 0
               DISPLAY "GREETMIL: NO MILPRM MILESTONES, USING DEFAULT 100 / 500 / 1000"
               MOVE 3 TO WS-MIL-USED
               MOVE 100 TO WS-MIL-VALUE(1)
               MOVE 500 TO WS-MIL-VALUE(2)
               MOVE 1000 TO WS-MIL-VALUE(3)
           END-IF.

       0160-TAKE-ONE-MILESTONE.
           IF MIL-MILESTONE(WS-MIL-IX) NUMERIC
               AND MIL-MILESTONE(WS-MIL-IX) > 0
               ADD 1 TO WS-MIL-USED
               MOVE MIL-MILESTONE(WS-MIL-IX) TO WS-MIL-VALUE(WS-MIL-USED)
           END-IF.

       0200-RUN-CONTROL-START.
      *> No letters until GREETJOB completed for the date, and no
      *> second pass over a GREETJOB run this job has already
      *> lettered - a rerun would only cut a second MAILOUT over the
      *> first before the mail service collected it. A GREETJOB rerun
      *> for the date (after a backout) completes later than this
      *> job's last pass, so its postings are lettered in turn.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-OK
               DISPLAY "GREETMIL: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "GREETJOB" TO RUN-JOB-NAME
               READ RUN-CONTROL-FILE
               IF NOT WS-RCTL-OK OR NOT RUN-JOB-COMPLETED
                   DISPLAY "GREETMIL: GREETJOB HAS NOT COMPLETED FOR " WS-BUSINESS-DATE " - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE RUN-END-TS TO WS-JOB-END-TS
               END-IF
               IF NOT WS-RUN-ABORTED
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE "GREETMIL" TO RUN-JOB-NAME
                   READ RUN-CONTROL-FILE
                   IF WS-RCTL-OK AND RUN-JOB-COMPLETED
                       AND RUN-END-TS NOT < WS-JOB-END-TS
                       DISPLAY "GREETMIL: LETTERS ALREADY PRODUCED FOR THE " WS-BUSINESS-DATE " GREETJOB RUN - RUN REFUSED"
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT WS-RUN-ABORTED
                   PERFORM 0300-RECORD-JOB-START
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0300-RECORD-JOB-START.
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           MOVE "GREETMIL" TO RUN-JOB-NAME
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
               MOVE "GREETMIL" TO RUN-JOB-NAME
               SET RUN-JOB-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-TS
               MOVE SPACES TO RUN-END-TS
               MOVE 0 TO RUN-RETURN-CODE
               WRITE RUN-CTL-RECORD
           END-IF
           IF WS-RCTL-OK
               SET WS-RCTL-STARTED TO TRUE
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "GREETMIL: UNABLE TO OPEN GREETAUD, STATUS=" WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT WS-CM-OK
               DISPLAY "GREETMIL: UNABLE TO OPEN CUSTOMER-MASTER-FILE, STATUS=" WS-CM-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> A letter needs the customer's proper name; without the
      *> reference master there is nobody to address.
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF NOT WS-REF-OK
               DISPLAY "GREETMIL: UNABLE TO OPEN CUSTREF, STATUS=" WS-REF-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> The segment master only names the segments on the report.
           OPEN INPUT SEGMENT-MASTER-FILE
           IF WS-SEGM-OK
               SET WS-SEGM-AVAILABLE TO TRUE
           END-IF
      *> The register is created by the first run ever.
           OPEN I-O MILESTONE-REGISTER-FILE
           IF WS-MSR-NO-FILE
               OPEN OUTPUT MILESTONE-REGISTER-FILE
               CLOSE MILESTONE-REGISTER-FILE
               OPEN I-O MILESTONE-REGISTER-FILE
           END-IF
           IF NOT WS-MSR-OK
               DISPLAY "GREETMIL: UNABLE TO OPEN MILSENT, STATUS=" WS-MSR-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MAIL-INTERFACE-FILE
           IF NOT WS-MAIL-OK
               DISPLAY "GREETMIL: UNABLE TO OPEN MAILOUT, STATUS=" WS-MAIL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT MILESTONE-REPORT
           MOVE WS-BUSINESS-DATE TO MIL-H1-DATE
           MOVE MIL-HEADING-1 TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE SPACES TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           PERFORM 1100-WRITE-MILESTONE-LINE
               VARYING WS-MIL-IX FROM 1 BY 1
               UNTIL WS-MIL-IX > WS-MIL-USED
           MOVE SPACES TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE MIL-HEADING-2 TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE SPACES TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           IF NOT WS-RUN-ABORTED
               MOVE SPACES TO MAIL-RECORD
               SET MAIL-TYPE-HEADER TO TRUE
               MOVE WS-BUSINESS-DATE TO MAIL-HDR-BUSINESS-DATE
               MOVE "GREETMIL" TO MAIL-HDR-SOURCE
               WRITE MAIL-RECORD
           END-IF.

       1100-WRITE-MILESTONE-LINE.
           MOVE WS-MIL-VALUE(WS-MIL-IX) TO MIL-M-VALUE
           MOVE MIL-MILESTONE-LINE TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE.

       2000-SCAN-AUDIT-TRAIL.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUDIT-END TO TRUE
           END-READ
           IF NOT WS-AUDIT-END
               EVALUATE TRUE
                   WHEN AUDIT-POSTING-REF = SPACES
                       AND AUDIT-AREA-1-AFTER(1:3) = "TO "
                       PERFORM 2100-CARRY-SENT-HISTORY
                   WHEN AUDIT-POSTING-REF(1:8) = WS-BUSINESS-DATE
                       ADD 1 TO WS-POSTINGS-SCANNED
                       IF AUDIT-AREA-2-AFTER > AUDIT-AREA-2-BEFORE
                           PERFORM 2200-CHECK-ONE-MILESTONE
                               VARYING WS-MIL-IX FROM 1 BY 1
                               UNTIL WS-MIL-IX > WS-MIL-USED
                       END-IF
               END-EVALUATE
           END-IF.

       2100-CARRY-SENT-HISTORY.
      *> The surviving key inherits every milestone the retired key
      *> was lettered for. Every re-key still on the trail is carried
      *> each night; an entry the survivor already has is left alone,
      *> so carrying the same re-key again changes nothing. The
      *> retired key's side of the pair names both keys in full.
           ADD 1 TO WS-REKEY-COUNT
           MOVE AUDIT-KEY TO WS-FROM-KEY
           MOVE AUDIT-AREA-1-AFTER(4:6) TO WS-TO-KEY
           MOVE 0 TO WS-CARRY-USED
           MOVE "N" TO WS-CARRY-DONE-SW
           MOVE WS-FROM-KEY TO MSR-CUST-KEY
           MOVE 0 TO MSR-MILESTONE
           START MILESTONE-REGISTER-FILE KEY IS NOT LESS THAN MSR-KEY
           IF NOT WS-MSR-OK
               SET WS-CARRY-DONE TO TRUE
           END-IF
           PERFORM 2110-GATHER-ONE-ENTRY UNTIL WS-CARRY-DONE
           PERFORM 2120-WRITE-CARRIED-ENTRY
               VARYING WS-CARRY-IX FROM 1 BY 1
               UNTIL WS-CARRY-IX > WS-CARRY-USED.

       2110-GATHER-ONE-ENTRY.
           READ MILESTONE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-CARRY-DONE TO TRUE
               NOT AT END
                   IF MSR-CUST-KEY NOT = WS-FROM-KEY
                       SET WS-CARRY-DONE TO TRUE
                   ELSE
                       IF WS-CARRY-USED < WS-CARRY-MAX
                           ADD 1 TO WS-CARRY-USED
                           MOVE MSR-RECORD TO WS-CARRY-RECORD(WS-CARRY-USED)
                       ELSE
                           DISPLAY "GREETMIL: WARNING - MORE THAN " WS-CARRY-MAX " MILESTONES ON " WS-FROM-KEY ", REST NOT CARRIED"
                           SET WS-CARRY-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2120-WRITE-CARRIED-ENTRY.
           MOVE WS-CARRY-RECORD(WS-CARRY-IX) TO MSR-RECORD
           MOVE WS-TO-KEY TO MSR-CUST-KEY
           WRITE MSR-RECORD
           IF WS-MSR-OK
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       2200-CHECK-ONE-MILESTONE.
           MOVE WS-MIL-VALUE(WS-MIL-IX) TO WS-MIL-CURRENT
           IF AUDIT-AREA-2-BEFORE < WS-MIL-CURRENT
               AND AUDIT-AREA-2-AFTER NOT < WS-MIL-CURRENT
               ADD 1 TO WS-CROSSING-COUNT
               PERFORM 2300-PRODUCE-LETTER
           END-IF.

       2300-PRODUCE-LETTER.
           SET WS-LETTER-VALID TO TRUE
           MOVE SPACES TO WS-DISPOSITION
           MOVE 0 TO CM-COUNTER
           PERFORM 2310-CHECK-ALREADY-SENT
           IF WS-LETTER-VALID
               PERFORM 2320-CHECK-MASTER-POSITION
           END-IF
           IF WS-LETTER-VALID
               PERFORM 2330-LOOKUP-CUSTOMER-NAME
           END-IF
           IF WS-LETTER-VALID
               PERFORM 2400-WRITE-LETTER
               PERFORM 2500-RECORD-LETTER-SENT
               PERFORM 2600-TALLY-SEGMENT
           ELSE
               PERFORM 2700-WRITE-DETAIL-LINE
           END-IF.

       2310-CHECK-ALREADY-SENT.
           MOVE AUDIT-KEY TO MSR-CUST-KEY
           MOVE WS-MIL-CURRENT TO MSR-MILESTONE
           READ MILESTONE-REGISTER-FILE
           IF WS-MSR-OK
               SET WS-LETTER-INVALID TO TRUE
               ADD 1 TO WS-ALREADY-SENT-COUNT
               MOVE SPACES TO WS-DISPOSITION
               IF MSR-ORIGIN-KEY = AUDIT-KEY
                   STRING "ALREADY LETTERED " MSR-SENT-DATE
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               ELSE
                   STRING "ALREADY LETTERED " MSR-SENT-DATE " AS " MSR-ORIGIN-KEY
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               END-IF
           END-IF.

       2320-CHECK-MASTER-POSITION.
      *> A posting reversed before tonight's letters were cut leaves
      *> the master back under the milestone; no letter until the
      *> counter really gets there.
           MOVE AUDIT-KEY TO CM-CUST-KEY
           READ CUSTOMER-MASTER-FILE
           EVALUATE TRUE
               WHEN NOT WS-CM-OK
                   SET WS-LETTER-INVALID TO TRUE
                   ADD 1 TO WS-BACKED-OUT-COUNT
                   MOVE 0 TO CM-COUNTER
                   MOVE "KEY NO LONGER ON MASTER" TO WS-DISPOSITION
               WHEN CM-COUNTER < WS-MIL-CURRENT
                   SET WS-LETTER-INVALID TO TRUE
                   ADD 1 TO WS-BACKED-OUT-COUNT
                   MOVE "BACKED OUT BELOW MILESTONE" TO WS-DISPOSITION
           END-EVALUATE.

       2330-LOOKUP-CUSTOMER-NAME.
           MOVE AUDIT-KEY TO REF-CUST-KEY
           READ CUSTOMER-REFERENCE-FILE
           EVALUATE TRUE
               WHEN NOT WS-REF-OK
                   SET WS-LETTER-INVALID TO TRUE
                   ADD 1 TO WS-NO-NAME-COUNT
                   MOVE "NOT ON CUSTREF - NO NAME" TO WS-DISPOSITION
               WHEN REF-INACTIVE
                   SET WS-LETTER-INVALID TO TRUE
                   ADD 1 TO WS-NO-NAME-COUNT
                   MOVE "INACTIVE ON CUSTREF" TO WS-DISPOSITION
               WHEN REF-CUST-NAME = SPACES
                   SET WS-LETTER-INVALID TO TRUE
                   ADD 1 TO WS-NO-NAME-COUNT
                   MOVE "NO NAME ON CUSTREF" TO WS-DISPOSITION
               WHEN OTHER
                   MOVE REF-CUST-NAME TO WS-CUST-NAME
                   MOVE REF-SEGMENT-CODE TO WS-CUST-SEGMENT
           END-EVALUATE.

       2400-WRITE-LETTER.
           MOVE SPACES TO MAIL-RECORD
           SET MAIL-TYPE-LETTER TO TRUE
           MOVE AUDIT-KEY TO MAIL-CUST-KEY
           MOVE WS-CUST-NAME TO MAIL-CUST-NAME
           MOVE WS-CUST-SEGMENT TO MAIL-SEGMENT-CODE
           MOVE WS-MIL-CURRENT TO MAIL-MILESTONE
           MOVE AUDIT-AREA-2-AFTER TO MAIL-COUNTER
           MOVE WS-BUSINESS-DATE TO MAIL-BUSINESS-DATE
           MOVE AUDIT-POSTING-REF TO MAIL-POSTING-REF
           WRITE MAIL-RECORD
           ADD 1 TO WS-LETTER-COUNT
           COMPUTE WS-LETTER-HASH = FUNCTION MOD(WS-LETTER-HASH + WS-MIL-CURRENT, 1000000000).

       2500-RECORD-LETTER-SENT.
           MOVE SPACES TO MSR-RECORD
           MOVE AUDIT-KEY TO MSR-CUST-KEY
           MOVE WS-MIL-CURRENT TO MSR-MILESTONE
           MOVE WS-BUSINESS-DATE TO MSR-SENT-DATE
           MOVE AUDIT-AREA-2-AFTER TO MSR-COUNTER
           MOVE AUDIT-POSTING-REF TO MSR-POSTING-REF
           MOVE AUDIT-KEY TO MSR-ORIGIN-KEY
           WRITE MSR-RECORD
           IF NOT WS-MSR-OK
               DISPLAY "GREETMIL: UNABLE TO REGISTER " AUDIT-KEY " MILESTONE " WS-MIL-CURRENT ", STATUS=" WS-MSR-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       2600-TALLY-SEGMENT.
           MOVE 0 TO WS-SEG-SLOT
           PERFORM 2610-MATCH-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED OR WS-SEG-SLOT > 0
           IF WS-SEG-SLOT = 0 AND WS-SEG-USED < WS-SEG-MAX
               ADD 1 TO WS-SEG-USED
               MOVE WS-SEG-USED TO WS-SEG-SLOT
               MOVE WS-CUST-SEGMENT TO WS-SEG-CODE(WS-SEG-SLOT)
               MOVE 0 TO WS-SEG-LETTERS(WS-SEG-SLOT)
           END-IF
           IF WS-SEG-SLOT > 0
               ADD 1 TO WS-SEG-LETTERS(WS-SEG-SLOT)
           END-IF.

       2610-MATCH-SEGMENT.
           IF WS-SEG-CODE(WS-SEG-IX) = WS-CUST-SEGMENT
               MOVE WS-SEG-IX TO WS-SEG-SLOT
           END-IF.

       2700-WRITE-DETAIL-LINE.
           MOVE AUDIT-KEY TO MIL-D-CUST-KEY
           MOVE WS-MIL-CURRENT TO MIL-D-MILESTONE
           MOVE CM-COUNTER TO MIL-D-COUNTER
           MOVE WS-DISPOSITION TO MIL-D-DISPOSITION
           MOVE MIL-DETAIL-LINE TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE.

       3000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO MAIL-RECORD
           SET MAIL-TYPE-TRAILER TO TRUE
           MOVE WS-LETTER-COUNT TO MAIL-TRL-RECORD-COUNT
           MOVE WS-LETTER-HASH TO MAIL-TRL-HASH-TOTAL
           WRITE MAIL-RECORD
           MOVE SPACES TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE "POSTINGS SCANNED" TO MIL-CNT-CAPTION
           MOVE WS-POSTINGS-SCANNED TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "MILESTONES CROSSED" TO MIL-CNT-CAPTION
           MOVE WS-CROSSING-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "LETTERS PRODUCED" TO MIL-CNT-CAPTION
           MOVE WS-LETTER-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "ALREADY LETTERED - SUPPRESSED" TO MIL-CNT-CAPTION
           MOVE WS-ALREADY-SENT-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "BACKED OUT BEFORE LETTERING" TO MIL-CNT-CAPTION
           MOVE WS-BACKED-OUT-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "NO ACTIVE CUSTREF NAME" TO MIL-CNT-CAPTION
           MOVE WS-NO-NAME-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "RE-KEYS / MERGES ON TRAIL" TO MIL-CNT-CAPTION
           MOVE WS-REKEY-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "LETTER HISTORY CARRIED" TO MIL-CNT-CAPTION
           MOVE WS-CARRIED-COUNT TO MIL-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE SPACES TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE " LETTERS PRODUCED BY SEGMENT" TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE SPACES TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           MOVE MIL-SEG-HEADING TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE
           PERFORM 3200-WRITE-SEGMENT-LINE
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-USED
           IF WS-NO-NAME-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-COUNT-LINE.
           MOVE MIL-COUNT-LINE TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE.

       3200-WRITE-SEGMENT-LINE.
           MOVE WS-SEG-CODE(WS-SEG-IX) TO MIL-S-CODE
           MOVE SPACES TO MIL-S-NAME
           IF WS-SEGM-AVAILABLE
               MOVE WS-SEG-CODE(WS-SEG-IX) TO SEG-CODE
               READ SEGMENT-MASTER-FILE
               IF WS-SEGM-OK
                   MOVE SEG-DESCRIPTION TO MIL-S-NAME
               ELSE
                   MOVE "NOT ON SEGMENT MASTER" TO MIL-S-NAME
               END-IF
           END-IF
           MOVE WS-SEG-LETTERS(WS-SEG-IX) TO MIL-S-LETTERS
           MOVE MIL-SEG-LINE TO MIL-PRINT-LINE
           WRITE MIL-PRINT-LINE.

       9100-RUN-CONTROL-END.
           IF WS-RCTL-STARTED
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCTL-OK
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE "GREETMIL" TO RUN-JOB-NAME
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

       9000-TERMINATE.
           IF WS-RCTL-STARTED
               CLOSE AUDIT-TRAIL-FILE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-REFERENCE-FILE
               IF WS-SEGM-AVAILABLE
                   CLOSE SEGMENT-MASTER-FILE
               END-IF
               CLOSE MILESTONE-REGISTER-FILE
               CLOSE MAIL-INTERFACE-FILE
               CLOSE MILESTONE-REPORT
           END-IF.
