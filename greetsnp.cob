      >>SOURCE FORMAT FREE
      *> GREETSNP - nightly customer snapshot and warehouse delta feed.
      *> Runs after GREETJOB. Cuts tonight's snapshot of the customer
      *> positions - CUSTMST and the CUSTARC purge archive joined to
      *> the CUSTREF segment, name and status, in the SNAPREC layout -
      *> to SNPNEW, compares it key by key against the prior night's
      *> image (SNPPRIOR), and writes one DELTAOUT record for every
      *> customer that was:
      *>   A  added to the master,
      *>   C  changed (counter, last-posted date, segment, name or
      *>      reference status),
      *>   P  purged to CUSTARC by GREETPRG,
      *>   R  reinstated out of CUSTARC by GREETJOB,
      *>   K  retired by a GREETKEY re-key or merge (the survivor key
      *>      is carried), or
      *>   X  dropped from both master and archive with no re-key on
      *>      the trail to explain it,
      *> each with its before and after images and the business date,
      *> behind a header and ahead of a trailer like CUSTGRT's.
      *> The control report ties the deltas back to the jobs that made
      *> them, using the audit activity between the two snapshot cuts
      *> (GREETAUD and BKOAUD):
      *>   - GREETJOB's applied count off RUNSTATS against the postings
      *>     on GREETAUD, and every posted customer against a delta,
      *>   - GREETKEY re-keys on GREETAUD against the retire deltas,
      *>   - the purges on GREETPRG's PRGRPT register, when that run
      *>     fell between the cuts, against the purge deltas,
      *> and lists any delta whose counter moved with nothing on the
      *> trail to say why. Anything that does not tie ends RC 4.
      *> A GREETYEC year-end close on the trail explains the counter
      *> going back to the new year's opening; the change goes out as
      *> an ordinary C delta.
      *> GREETGEN promotes SNPNEW onto SNPPRIOR once the warehouse has
      *> loaded the night, checking it against the snapshot records
      *> written and prior snapshot records read on the report, so a
      *> rerun before then compares against the same prior image and
      *> the generation store keeps the prior images for fallback.
      *> With no SNPPRIOR at all the run is the warehouse's initial
      *> load: every customer goes out as an add, nothing is tied, and
      *> the job ends RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETSNP.

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

           SELECT PRIOR-SNAPSHOT-FILE
               ASSIGN TO "SNPPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT NEW-SNAPSHOT-FILE
               ASSIGN TO "SNPNEW"
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

           SELECT RUN-STATISTICS-FILE
               ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT ACTIVITY-SORT-FILE
               ASSIGN TO "SNPSWK".

           SELECT SORTED-ACTIVITY-FILE
               ASSIGN TO "SNPSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SACT-STATUS.

           SELECT DELTA-INTERFACE-FILE
               ASSIGN TO "DELTAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.

           SELECT DELTA-CONTROL-REPORT
               ASSIGN TO "DLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PURGE-REGISTER
               ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PRIOR-SNAPSHOT-FILE
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

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
           COPY STATREC.

      *> One piece of audit activity per record, sorted so each
      *> customer's night lines up against the two snapshots. A
      *> re-key shows on both keys: "O" on the retired key (naming
      *> the survivor as partner), "I" on the survivor.
       SD  ACTIVITY-SORT-FILE.
       01  ASRT-RECORD.
           05  ASRT-CUST-KEY           PIC X(6).
           05  ASRT-SOURCE             PIC X(1).
           05  ASRT-TIMESTAMP          PIC X(16).
           05  ASRT-PARTNER-KEY        PIC X(6).

       FD  SORTED-ACTIVITY-FILE
           RECORDING MODE IS F.
       01  SACT-RECORD.
           05  SACT-CUST-KEY           PIC X(6).
           05  SACT-SOURCE             PIC X(1).
               88  SACT-POSTING        VALUE "A".
               88  SACT-REVERSAL       VALUE "B".
               88  SACT-REKEY-IN       VALUE "I".
               88  SACT-REKEY-OUT      VALUE "O".
               88  SACT-YEAR-END-CLOSE VALUE "Y".
           05  SACT-TIMESTAMP          PIC X(16).
           05  SACT-PARTNER-KEY        PIC X(6).

       FD  DELTA-INTERFACE-FILE
           RECORDING MODE IS F.
           COPY DELTAREC.

       FD  DELTA-CONTROL-REPORT.
       01  DLR-PRINT-LINE              PIC X(80).

       FD  PURGE-REGISTER.
       01  PRG-IN-LINE                 PIC X(80).

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
       01  WS-ARC-AVAILABLE-SW         PIC X(1)     VALUE "N".
           88  WS-ARC-AVAILABLE        VALUE "Y".

       01  WS-REF-STATUS               PIC X(2).
           88  WS-REF-OK               VALUE "00".

       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".

       01  WS-RAUD-STATUS              PIC X(2).
           88  WS-RAUD-OK              VALUE "00".

       01  WS-STAT-STATUS              PIC X(2).
           88  WS-STAT-OK              VALUE "00".

       01  WS-SACT-STATUS              PIC X(2).
           88  WS-SACT-OK              VALUE "00".

       01  WS-DLT-STATUS               PIC X(2).
           88  WS-DLT-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-PRG-STATUS               PIC X(2).
           88  WS-PRG-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-AUDIT-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-AUDIT-END        VALUE "Y".
           05  WS-RAUD-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-RAUD-END         VALUE "Y".
           05  WS-STAT-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-STAT-END         VALUE "Y".
           05  WS-PRG-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-PRG-END          VALUE "Y".
           05  WS-PRG-IN-PERIOD-SW     PIC X(1)     VALUE "N".
               88  WS-PRG-IN-PERIOD    VALUE "Y".
           05  WS-INITIAL-LOAD-SW      PIC X(1)     VALUE "N".
               88  WS-INITIAL-LOAD     VALUE "Y".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01  WS-PRIOR-BUSINESS-DATE      PIC X(8)     VALUE SPACES.
       01  WS-RUN-TIMESTAMP            PIC X(21)    VALUE SPACES.
       01  WS-PERIOD-FROM-TS           PIC X(16)    VALUE LOW-VALUES.
       01  WS-PERIOD-TO-TS             PIC X(16)    VALUE HIGH-VALUES.

      *> BKOAUD records are GREETBKO's own 61-byte reversal layout.
       01  WS-REVERSAL-AUDIT.
           05  WS-REV-TIMESTAMP        PIC X(21).
           05  WS-REV-KEY              PIC X(6).
           05  WS-REV-AREA-2-BEFORE    PIC 9(5).
           05  WS-REV-AREA-2-AFTER     PIC 9(5).
           05  WS-REV-AREA-1-AFTER     PIC X(10).
           05  WS-REV-POSTING-REF      PIC X(14).

      *> The prior snapshot's read-ahead record is held here, since
      *> tonight's snapshot is built in the SNP-RECORD area.
       01  WS-PRIOR-SNAPSHOT.
           05  WS-PSN-REC-TYPE         PIC X(1).
           05  WS-PSN-CUST-KEY         PIC X(6).
           05  WS-PSN-IMAGE.
               10  WS-PSN-POSITION     PIC X(1).
                   88  WS-PSN-ON-MASTER VALUE "M".
               10  WS-PSN-SEGMENT-CODE PIC X(2).
               10  WS-PSN-COUNTER      PIC 9(5).
               10  WS-PSN-LAST-POSTED-DATE PIC X(8).
               10  WS-PSN-CUST-NAME    PIC X(30).
               10  WS-PSN-REF-STATUS   PIC X(1).
               10  WS-PSN-PURGE-DATE   PIC X(8).
           05  FILLER                  PIC X(18).

      *> Current key on each of the four streams being matched;
      *> HIGH-VALUES once a stream is exhausted.
       01  WS-SNAP-KEY                 PIC X(6)     VALUE HIGH-VALUES.
       01  WS-CM-KEY                   PIC X(6)     VALUE HIGH-VALUES.
       01  WS-ARC-KEY                  PIC X(6)     VALUE HIGH-VALUES.
       01  WS-ACT-KEY                  PIC X(6)     VALUE HIGH-VALUES.
       01  WS-LOW-KEY                  PIC X(6)     VALUE SPACES.

      *> One customer as the prior snapshot and tonight have it, in
      *> the DLT-BEFORE-IMAGE / DLT-AFTER-IMAGE layout. The master
      *> position wins when a key is on both master and archive.
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-POSITION         PIC X(1).
               88  WS-BEF-NONE         VALUE SPACE.
               88  WS-BEF-MASTER       VALUE "M".
               88  WS-BEF-ARCHIVE      VALUE "A".
           05  WS-BEF-SEGMENT-CODE     PIC X(2).
           05  WS-BEF-COUNTER          PIC 9(5).
           05  WS-BEF-LAST-POSTED-DATE PIC X(8).
           05  WS-BEF-CUST-NAME        PIC X(30).
           05  WS-BEF-REF-STATUS       PIC X(1).
           05  WS-BEF-PURGE-DATE       PIC X(8).

       01  WS-AFTER-IMAGE.
           05  WS-AFT-POSITION         PIC X(1).
               88  WS-AFT-NONE         VALUE SPACE.
               88  WS-AFT-MASTER       VALUE "M".
               88  WS-AFT-ARCHIVE      VALUE "A".
           05  WS-AFT-SEGMENT-CODE     PIC X(2).
           05  WS-AFT-COUNTER          PIC 9(5).
           05  WS-AFT-LAST-POSTED-DATE PIC X(8).
           05  WS-AFT-CUST-NAME        PIC X(30).
           05  WS-AFT-REF-STATUS       PIC X(1).
           05  WS-AFT-PURGE-DATE       PIC X(8).

      *> The prior snapshot's archive purge date for the key, kept
      *> apart because the master position wins the before image.
       01  WS-BEF-ARC-PURGE-DATE       PIC X(8)     VALUE SPACES.

      *> Tonight's master and archive records for the key, and its
      *> reference master entry.
       01  WS-SAVED-MASTER.
           05  WS-SVM-KEY              PIC X(6).
           05  WS-SVM-COUNTER          PIC 9(5).
           05  WS-SVM-POSTED-DATE      PIC X(8).
           05  FILLER                  PIC X(11).
       01  WS-SVM-PRESENT-SW           PIC X(1)     VALUE "N".
           88  WS-SVM-PRESENT          VALUE "Y".

       01  WS-SAVED-ARCHIVE.
           05  WS-SVA-KEY              PIC X(6).
           05  WS-SVA-COUNTER          PIC 9(5).
           05  WS-SVA-POSTED-DATE      PIC X(8).
           05  WS-SVA-PURGE-DATE       PIC X(8).
           05  FILLER                  PIC X(43).
       01  WS-SVA-PRESENT-SW           PIC X(1)     VALUE "N".
           88  WS-SVA-PRESENT          VALUE "Y".

       01  WS-SAVED-REFERENCE.
           05  WS-SVR-SEGMENT-CODE     PIC X(2).
           05  WS-SVR-NAME             PIC X(30).
           05  WS-SVR-STATUS           PIC X(1).

      *> The customer's audit activity between the two cuts.
       01  WS-CUS-ACTIVITY.
           05  WS-CUS-POSTINGS         PIC 9(5).
           05  WS-CUS-REVERSALS        PIC 9(5).
           05  WS-CUS-REKEY-INS        PIC 9(5).
           05  WS-CUS-REKEY-OUTS       PIC 9(5).
           05  WS-CUS-CLOSES           PIC 9(5).
           05  WS-CUS-SURVIVOR-KEY     PIC X(6).

       01  WS-CHANGE-TYPE              PIC X(1)     VALUE SPACE.
           88  WS-NO-CHANGE            VALUE SPACE.
       01  WS-REMARK                   PIC X(30)    VALUE SPACES.

       01  WS-ADDED-COUNT              PIC 9(7)     VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(7)     VALUE 0.
       01  WS-REINSTATED-COUNT         PIC 9(7)     VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-DELTA-COUNT              PIC 9(7)     VALUE 0.
       01  WS-DELTA-HASH               PIC 9(9)     VALUE 0.
       01  WS-SNAPSHOT-COUNT           PIC 9(7)     VALUE 0.
       01  WS-PRIOR-READ-COUNT         PIC 9(7)     VALUE 0.

       01  WS-AUDIT-POSTINGS           PIC 9(7)     VALUE 0.
       01  WS-AUDIT-REKEYS             PIC 9(7)     VALUE 0.
       01  WS-AUDIT-REVERSALS          PIC 9(7)     VALUE 0.
       01  WS-AUDIT-CLOSES             PIC 9(7)     VALUE 0.
       01  WS-STATS-APPLIED            PIC 9(7)     VALUE 0.
       01  WS-STATS-RUNS               PIC 9(5)     VALUE 0.
       01  WS-POSTED-CUSTOMERS         PIC 9(7)     VALUE 0.
       01  WS-POSTED-WITH-DELTA        PIC 9(7)     VALUE 0.
       01  WS-ARCHIVE-PURGES           PIC 9(7)     VALUE 0.
       01  WS-UNEXPLAINED-COUNT        PIC 9(7)     VALUE 0.
       01  WS-TIE-FAILURES             PIC 9(5)     VALUE 0.
       01  WS-TIE-LEFT                 PIC 9(7)     VALUE 0.
       01  WS-TIE-RIGHT                PIC 9(7)     VALUE 0.

      *> One line of GREETPRG's purge register: the heading with the
      *> purge run's timestamp, or a count line in the layout every
      *> job prints its totals with.
       01  WS-PURGE-LINE               PIC X(80).
       01  WS-PGL-HEADING REDEFINES WS-PURGE-LINE.
           05  FILLER                  PIC X(1).
           05  WS-PGL-TITLE            PIC X(42).
           05  FILLER                  PIC X(21).
           05  WS-PGL-RUN-TS           PIC X(14).
           05  FILLER                  PIC X(2).
       01  WS-PGL-COUNT REDEFINES WS-PURGE-LINE.
           05  FILLER                  PIC X(1).
           05  WS-PGL-CAPTION          PIC X(30).
           05  WS-PGL-VALUE            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(39).
       01  WS-PGL-NUMBER               PIC 9(7)     VALUE 0.

       01  DLR-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(46)  VALUE "GREETSNP - SNAPSHOT DELTA CONTROL REPORT".
           05  FILLER                  PIC X(6)   VALUE " DATE ".
           05  DLR-H1-DATE             PIC X(8).

       01  DLR-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(21)  VALUE "PRIOR SNAPSHOT DATED ".
           05  DLR-H2-PRIOR-DATE       PIC X(8).
           05  FILLER                  PIC X(5)   VALUE " CUT ".
           05  DLR-H2-PRIOR-TS         PIC X(14).

       01  DLR-EXCEPTION-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "CUST KEY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "TYPE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "BEFORE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE " AFTER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "NOT ACCOUNTED FOR".

       01  DLR-EXCEPTION-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DLR-E-KEY               PIC X(6).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  DLR-E-TYPE              PIC X(1).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DLR-E-BEFORE            PIC ZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DLR-E-AFTER             PIC ZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DLR-E-REMARK            PIC X(30).

       01  DLR-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DLR-CNT-CAPTION         PIC X(30).
           05  DLR-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       01  DLR-TIE-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DLR-T-LEFT-CAPTION      PIC X(24).
           05  DLR-T-LEFT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DLR-T-RIGHT-CAPTION     PIC X(24).
           05  DLR-T-RIGHT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  DLR-T-RESULT            PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0200-RUN-CONTROL-START
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SORT-ACTIVITY
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 3000-OPEN-FOR-MATCH
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 4000-COMPARE-ONE-CUSTOMER
                   UNTIL WS-LOW-KEY = HIGH-VALUES
               PERFORM 5000-READ-RUN-STATISTICS
               PERFORM 5200-READ-PURGE-REGISTER
               PERFORM 6000-WRITE-CONTROL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once SNPNEW, DELTAOUT and
      *> the report are closed, so GREETGEN never promotes a file that
      *> was still being written.
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
      *> Tonight's positions are only worth sending once tonight's
      *> posting run has completed. A rerun is allowed - it compares
      *> against the same prior snapshot.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "GREETJOB" TO RUN-JOB-NAME
               READ RUN-CONTROL-FILE
               IF NOT WS-RCTL-OK OR NOT RUN-JOB-COMPLETED
                   DISPLAY "GREETSNP: GREETJOB HAS NOT COMPLETED FOR " WS-BUSINESS-DATE " - RUN REFUSED"
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
           MOVE "GREETSNP" TO RUN-JOB-NAME
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
               MOVE "GREETSNP" TO RUN-JOB-NAME
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
                   MOVE "GREETSNP" TO RUN-JOB-NAME
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
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF NOT WS-SNAP-OK
               SET WS-INITIAL-LOAD TO TRUE
               DISPLAY "GREETSNP: NO SNPPRIOR SNAPSHOT - INITIAL LOAD, EVERY CUSTOMER SENT AS AN ADD"
           ELSE
               READ PRIOR-SNAPSHOT-FILE
                   AT END
                       MOVE SPACES TO SNP-RECORD
                   NOT AT END
                       ADD 1 TO WS-PRIOR-READ-COUNT
               END-READ
               IF NOT SNP-TYPE-HEADER
                   DISPLAY "GREETSNP: SNPPRIOR HAS NO HEADER RECORD - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SNP-HDR-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE
                   MOVE SNP-HDR-TIMESTAMP(1:16) TO WS-PERIOD-FROM-TS
                   IF WS-PRIOR-BUSINESS-DATE NOT < WS-BUSINESS-DATE
                       DISPLAY "GREETSNP: SNPPRIOR IS DATED " WS-PRIOR-BUSINESS-DATE " - NOT BEFORE RUN DATE " WS-BUSINESS-DATE " - RUN REFUSED"
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT WS-CM-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN CUSTOMER-MASTER-FILE, STATUS=" WS-CM-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> A site that has never purged has no archive.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF WS-ARC-OK
               SET WS-ARC-AVAILABLE TO TRUE
           ELSE
               IF NOT WS-ARC-NO-FILE
                   DISPLAY "GREETSNP: UNABLE TO OPEN CUSTARC, STATUS=" WS-ARC-STATUS
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
      *> The warehouse takes segment and name from the join; a feed
      *> without them is not worth sending.
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF NOT WS-REF-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN CUSTREF, STATUS=" WS-REF-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF NOT WS-NSNP-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN SNPNEW, STATUS=" WS-NSNP-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT DELTA-INTERFACE-FILE
           IF NOT WS-DLT-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN DELTAOUT, STATUS=" WS-DLT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT DELTA-CONTROL-REPORT
           MOVE WS-BUSINESS-DATE TO DLR-H1-DATE
           MOVE DLR-HEADING-1 TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE
           IF WS-INITIAL-LOAD
               MOVE " NO PRIOR SNAPSHOT - INITIAL LOAD, EVERY CUSTOMER SENT AS AN ADD" TO DLR-PRINT-LINE
           ELSE
               MOVE WS-PRIOR-BUSINESS-DATE TO DLR-H2-PRIOR-DATE
               MOVE WS-PERIOD-FROM-TS(1:14) TO DLR-H2-PRIOR-TS
               MOVE DLR-HEADING-2 TO DLR-PRINT-LINE
           END-IF
           WRITE DLR-PRINT-LINE
           MOVE SPACES TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE.

       2000-SORT-ACTIVITY.
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY ASRT-CUST-KEY
               ON ASCENDING KEY ASRT-TIMESTAMP
               INPUT PROCEDURE IS 2100-SELECT-ACTIVITY
               GIVING SORTED-ACTIVITY-FILE.

       2100-SELECT-ACTIVITY.
      *> An initial load has nothing to tie; the sorted file is simply
      *> left empty.
           IF NOT WS-INITIAL-LOAD
               PERFORM 2200-SELECT-AUDIT-TRAIL
               PERFORM 2300-SELECT-REVERSALS
           END-IF.

       2200-SELECT-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN GREETAUD, STATUS=" WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2210-SELECT-ONE-AUDIT UNTIL WS-AUDIT-END
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       2210-SELECT-ONE-AUDIT.
      *> A posting carries its posting reference. A GREETKEY move
      *> carries none: the retired key's side names the survivor in
      *> full ("TO nnnnnn"); the survivor's side is keyed on itself.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUDIT-END TO TRUE
           END-READ
           IF NOT WS-AUDIT-END
               IF AUDIT-TIMESTAMP(1:16) > WS-PERIOD-FROM-TS
                   AND AUDIT-TIMESTAMP(1:16) NOT > WS-PERIOD-TO-TS
                   MOVE AUDIT-KEY TO ASRT-CUST-KEY
                   MOVE AUDIT-TIMESTAMP(1:16) TO ASRT-TIMESTAMP
                   MOVE SPACES TO ASRT-PARTNER-KEY
                   EVALUATE TRUE
                       WHEN AUDIT-YEAR-END-CLOSE
                           MOVE "Y" TO ASRT-SOURCE
                           RELEASE ASRT-RECORD
                           ADD 1 TO WS-AUDIT-CLOSES
                       WHEN AUDIT-POSTING-REF NOT = SPACES
                           MOVE "A" TO ASRT-SOURCE
                           RELEASE ASRT-RECORD
                           ADD 1 TO WS-AUDIT-POSTINGS
                       WHEN AUDIT-AREA-1-AFTER(1:3) = "TO "
                           MOVE "O" TO ASRT-SOURCE
                           MOVE AUDIT-AREA-1-AFTER(4:6) TO ASRT-PARTNER-KEY
                           RELEASE ASRT-RECORD
                           ADD 1 TO WS-AUDIT-REKEYS
                       WHEN AUDIT-AREA-1-AFTER(1:5) = "FROM "
                           MOVE "I" TO ASRT-SOURCE
                           RELEASE ASRT-RECORD
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
                   MOVE WS-REV-KEY TO ASRT-CUST-KEY
                   MOVE "B" TO ASRT-SOURCE
                   MOVE WS-REV-TIMESTAMP(1:16) TO ASRT-TIMESTAMP
                   MOVE SPACES TO ASRT-PARTNER-KEY
                   RELEASE ASRT-RECORD
                   ADD 1 TO WS-AUDIT-REVERSALS
               END-IF
           END-IF.

       3000-OPEN-FOR-MATCH.
           OPEN INPUT SORTED-ACTIVITY-FILE
           IF NOT WS-SACT-OK
               DISPLAY "GREETSNP: UNABLE TO OPEN SORTED ACTIVITY, STATUS=" WS-SACT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO SNP-RECORD
               SET SNP-TYPE-HEADER TO TRUE
               MOVE WS-BUSINESS-DATE TO SNP-HDR-BUSINESS-DATE
               MOVE WS-RUN-TIMESTAMP TO SNP-HDR-TIMESTAMP
               WRITE NSNP-RECORD FROM SNP-RECORD
               ADD 1 TO WS-SNAPSHOT-COUNT
               MOVE SPACES TO DLT-RECORD
               SET DLT-TYPE-HEADER TO TRUE
               MOVE WS-BUSINESS-DATE TO DLT-HDR-BUSINESS-DATE
               MOVE WS-PRIOR-BUSINESS-DATE TO DLT-HDR-PRIOR-DATE
               MOVE WS-RUN-TIMESTAMP TO DLT-HDR-TIMESTAMP
               WRITE DLT-RECORD
               IF NOT WS-INITIAL-LOAD
                   PERFORM 4110-READ-NEXT-SNAPSHOT
               END-IF
               PERFORM 4210-READ-NEXT-MASTER
               IF WS-ARC-AVAILABLE
                   PERFORM 4220-READ-NEXT-ARCHIVE
               END-IF
               PERFORM 4310-READ-NEXT-ACTIVITY
               PERFORM 4050-FIND-LOW-KEY
               MOVE DLR-EXCEPTION-HEADING TO DLR-PRINT-LINE
               WRITE DLR-PRINT-LINE
           END-IF.

       4000-COMPARE-ONE-CUSTOMER.
           PERFORM 4100-CLEAR-CUSTOMER
           PERFORM 4120-TAKE-PRIOR-POSITION
               UNTIL WS-SNAP-KEY NOT = WS-LOW-KEY
           IF WS-CM-KEY = WS-LOW-KEY
               MOVE CM-RECORD TO WS-SAVED-MASTER
               SET WS-SVM-PRESENT TO TRUE
               PERFORM 4210-READ-NEXT-MASTER
           END-IF
           IF WS-ARC-KEY = WS-LOW-KEY
               MOVE ARC-RECORD TO WS-SAVED-ARCHIVE
               SET WS-SVA-PRESENT TO TRUE
               PERFORM 4220-READ-NEXT-ARCHIVE
           END-IF
           PERFORM 4320-TAKE-ONE-ACTIVITY
               UNTIL WS-ACT-KEY NOT = WS-LOW-KEY
           PERFORM 4400-BUILD-AFTER-IMAGE
           PERFORM 4500-CLASSIFY-CHANGE
           IF NOT WS-NO-CHANGE
               PERFORM 4600-WRITE-DELTA
           END-IF
           PERFORM 4700-CHECK-ACCOUNTED-FOR
           PERFORM 4800-WRITE-NEW-SNAPSHOT
           PERFORM 4050-FIND-LOW-KEY.

       4050-FIND-LOW-KEY.
           MOVE WS-SNAP-KEY TO WS-LOW-KEY
           IF WS-CM-KEY < WS-LOW-KEY
               MOVE WS-CM-KEY TO WS-LOW-KEY
           END-IF
           IF WS-ARC-KEY < WS-LOW-KEY
               MOVE WS-ARC-KEY TO WS-LOW-KEY
           END-IF
           IF WS-ACT-KEY < WS-LOW-KEY
               MOVE WS-ACT-KEY TO WS-LOW-KEY
           END-IF.

       4100-CLEAR-CUSTOMER.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 0 TO WS-BEF-COUNTER
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 0 TO WS-AFT-COUNTER
           MOVE SPACES TO WS-BEF-ARC-PURGE-DATE
           MOVE SPACES TO WS-SAVED-MASTER
           MOVE "N" TO WS-SVM-PRESENT-SW
           MOVE SPACES TO WS-SAVED-ARCHIVE
           MOVE "N" TO WS-SVA-PRESENT-SW
           MOVE SPACES TO WS-SAVED-REFERENCE
           MOVE 0 TO WS-CUS-POSTINGS
           MOVE 0 TO WS-CUS-REVERSALS
           MOVE 0 TO WS-CUS-REKEY-INS
           MOVE 0 TO WS-CUS-REKEY-OUTS
           MOVE 0 TO WS-CUS-CLOSES
           MOVE SPACES TO WS-CUS-SURVIVOR-KEY
           MOVE SPACE TO WS-CHANGE-TYPE
           MOVE SPACES TO WS-REMARK.

       4110-READ-NEXT-SNAPSHOT.
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END
                   ADD 1 TO WS-PRIOR-READ-COUNT
                   MOVE SNP-RECORD TO WS-PRIOR-SNAPSHOT
                   MOVE WS-PSN-CUST-KEY TO WS-SNAP-KEY
           END-READ.

       4120-TAKE-PRIOR-POSITION.
           IF WS-PSN-ON-MASTER
               MOVE WS-PSN-IMAGE TO WS-BEFORE-IMAGE
           ELSE
               IF NOT WS-BEF-MASTER
                   MOVE WS-PSN-IMAGE TO WS-BEFORE-IMAGE
               END-IF
               MOVE WS-PSN-PURGE-DATE TO WS-BEF-ARC-PURGE-DATE
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

       4310-READ-NEXT-ACTIVITY.
           READ SORTED-ACTIVITY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ACT-KEY
               NOT AT END
                   MOVE SACT-CUST-KEY TO WS-ACT-KEY
           END-READ.

       4320-TAKE-ONE-ACTIVITY.
           EVALUATE TRUE
               WHEN SACT-POSTING
                   ADD 1 TO WS-CUS-POSTINGS
               WHEN SACT-REVERSAL
                   ADD 1 TO WS-CUS-REVERSALS
               WHEN SACT-REKEY-IN
                   ADD 1 TO WS-CUS-REKEY-INS
               WHEN SACT-REKEY-OUT
                   ADD 1 TO WS-CUS-REKEY-OUTS
                   MOVE SACT-PARTNER-KEY TO WS-CUS-SURVIVOR-KEY
               WHEN SACT-YEAR-END-CLOSE
                   ADD 1 TO WS-CUS-CLOSES
           END-EVALUATE
           PERFORM 4310-READ-NEXT-ACTIVITY.

       4400-BUILD-AFTER-IMAGE.
           IF WS-SVM-PRESENT OR WS-SVA-PRESENT
               MOVE WS-LOW-KEY TO REF-CUST-KEY
               READ CUSTOMER-REFERENCE-FILE
               IF WS-REF-OK
                   MOVE REF-SEGMENT-CODE TO WS-SVR-SEGMENT-CODE
                   MOVE REF-CUST-NAME TO WS-SVR-NAME
                   MOVE REF-STATUS TO WS-SVR-STATUS
               END-IF
               MOVE WS-SVR-SEGMENT-CODE TO WS-AFT-SEGMENT-CODE
               MOVE WS-SVR-NAME TO WS-AFT-CUST-NAME
               MOVE WS-SVR-STATUS TO WS-AFT-REF-STATUS
           END-IF
           IF WS-SVM-PRESENT
               SET WS-AFT-MASTER TO TRUE
               MOVE WS-SVM-COUNTER TO WS-AFT-COUNTER
               MOVE WS-SVM-POSTED-DATE TO WS-AFT-LAST-POSTED-DATE
           ELSE
               IF WS-SVA-PRESENT
                   SET WS-AFT-ARCHIVE TO TRUE
                   MOVE WS-SVA-COUNTER TO WS-AFT-COUNTER
                   MOVE WS-SVA-POSTED-DATE TO WS-AFT-LAST-POSTED-DATE
                   MOVE WS-SVA-PURGE-DATE TO WS-AFT-PURGE-DATE
               END-IF
           END-IF.

       4500-CLASSIFY-CHANGE.
      *> A key archived at both cuts under a different purge date was
      *> reinstated and purged again in between; it goes out as a
      *> purge, since that is where it now stands.
           EVALUATE TRUE
               WHEN WS-INITIAL-LOAD
                   IF NOT WS-AFT-NONE
                       MOVE "A" TO WS-CHANGE-TYPE
                   END-IF
               WHEN WS-BEF-NONE AND WS-AFT-MASTER
                   MOVE "A" TO WS-CHANGE-TYPE
               WHEN WS-BEF-NONE AND WS-AFT-ARCHIVE
                   MOVE "P" TO WS-CHANGE-TYPE
               WHEN WS-BEF-MASTER AND WS-AFT-ARCHIVE
                   MOVE "P" TO WS-CHANGE-TYPE
               WHEN WS-BEF-ARCHIVE AND WS-AFT-MASTER
                   MOVE "R" TO WS-CHANGE-TYPE
               WHEN WS-BEF-ARCHIVE AND WS-AFT-ARCHIVE
                   IF WS-BEF-PURGE-DATE NOT = WS-AFT-PURGE-DATE
                       MOVE "P" TO WS-CHANGE-TYPE
                   ELSE
                       IF WS-BEFORE-IMAGE NOT = WS-AFTER-IMAGE
                           MOVE "C" TO WS-CHANGE-TYPE
                       END-IF
                   END-IF
               WHEN WS-BEF-MASTER AND WS-AFT-MASTER
                   IF WS-BEFORE-IMAGE NOT = WS-AFTER-IMAGE
                       MOVE "C" TO WS-CHANGE-TYPE
                   END-IF
               WHEN WS-AFT-NONE AND NOT WS-BEF-NONE
                   IF WS-CUS-REKEY-OUTS > 0
                       MOVE "K" TO WS-CHANGE-TYPE
                   ELSE
                       MOVE "X" TO WS-CHANGE-TYPE
                   END-IF
           END-EVALUATE.

       4600-WRITE-DELTA.
           MOVE SPACES TO DLT-RECORD
           SET DLT-TYPE-DETAIL TO TRUE
           MOVE WS-LOW-KEY TO DLT-CUST-KEY
           MOVE WS-CHANGE-TYPE TO DLT-CHANGE-TYPE
           MOVE WS-BUSINESS-DATE TO DLT-BUSINESS-DATE
           IF WS-BEF-NONE
               MOVE SPACES TO DLT-BEFORE-IMAGE
           ELSE
               MOVE WS-BEFORE-IMAGE TO DLT-BEFORE-IMAGE
           END-IF
           IF WS-AFT-NONE
               MOVE SPACES TO DLT-AFTER-IMAGE
           ELSE
               MOVE WS-AFTER-IMAGE TO DLT-AFTER-IMAGE
           END-IF
           IF DLT-RETIRED
               MOVE WS-CUS-SURVIVOR-KEY TO DLT-SURVIVOR-KEY
           END-IF
           WRITE DLT-RECORD
           ADD 1 TO WS-DELTA-COUNT
           COMPUTE WS-DELTA-HASH = FUNCTION MOD(WS-DELTA-HASH + WS-AFT-COUNTER, 1000000000)
           EVALUATE TRUE
               WHEN DLT-ADDED
                   ADD 1 TO WS-ADDED-COUNT
               WHEN DLT-CHANGED
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN DLT-PURGED
                   ADD 1 TO WS-PURGED-COUNT
               WHEN DLT-REINSTATED
                   ADD 1 TO WS-REINSTATED-COUNT
               WHEN DLT-RETIRED
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN DLT-DROPPED
                   ADD 1 TO WS-DROPPED-COUNT
           END-EVALUATE.

       4700-CHECK-ACCOUNTED-FOR.
      *> Every delta needs a cause on the trail and every posting
      *> needs a delta. The counter and last-posted date only move
      *> through a posting, a backout, a re-key or a year-end close;
      *> a change to segment, name or status alone is reference
      *> maintenance and needs nothing further. A purge is tied in
      *> total against GREETPRG's register, and a reinstatement
      *> always arrives with the posting that brought the key back.
           IF WS-INITIAL-LOAD
               CONTINUE
           ELSE
               IF WS-CUS-POSTINGS > 0
                   ADD 1 TO WS-POSTED-CUSTOMERS
                   IF WS-NO-CHANGE
                       MOVE "POSTED BUT NO CHANGE SEEN" TO WS-REMARK
                   ELSE
                       ADD 1 TO WS-POSTED-WITH-DELTA
                   END-IF
               END-IF
               IF WS-CUS-POSTINGS = 0 AND WS-CUS-REVERSALS = 0
                   AND WS-CUS-REKEY-INS = 0 AND WS-CUS-CLOSES = 0
                   EVALUATE TRUE
                       WHEN WS-CHANGE-TYPE = "A"
                           MOVE "ADDED WITH NO POSTING" TO WS-REMARK
                       WHEN WS-CHANGE-TYPE = "R"
                           MOVE "REINSTATED WITH NO POSTING" TO WS-REMARK
                       WHEN WS-CHANGE-TYPE = "C"
                           AND (WS-BEF-COUNTER NOT = WS-AFT-COUNTER
                               OR WS-BEF-LAST-POSTED-DATE NOT = WS-AFT-LAST-POSTED-DATE)
                           MOVE "COUNTER MOVED WITH NO ACTIVITY" TO WS-REMARK
                   END-EVALUATE
               END-IF
               IF WS-CHANGE-TYPE = "X"
                   MOVE "GONE WITH NO RE-KEY OR PURGE" TO WS-REMARK
               END-IF
               IF WS-REMARK NOT = SPACES
                   PERFORM 4750-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       4750-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-UNEXPLAINED-COUNT
           MOVE WS-LOW-KEY TO DLR-E-KEY
           MOVE WS-CHANGE-TYPE TO DLR-E-TYPE
           MOVE WS-BEF-COUNTER TO DLR-E-BEFORE
           MOVE WS-AFT-COUNTER TO DLR-E-AFTER
           MOVE WS-REMARK TO DLR-E-REMARK
           MOVE DLR-EXCEPTION-LINE TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE.

       4800-WRITE-NEW-SNAPSHOT.
           IF WS-SVM-PRESENT
               MOVE SPACES TO SNP-RECORD
               SET SNP-TYPE-DETAIL TO TRUE
               MOVE WS-SVM-KEY TO SNP-CUST-KEY
               SET SNP-ON-MASTER TO TRUE
               MOVE WS-SVR-SEGMENT-CODE TO SNP-SEGMENT-CODE
               MOVE WS-SVM-COUNTER TO SNP-COUNTER
               MOVE WS-SVM-POSTED-DATE TO SNP-LAST-POSTED-DATE
               MOVE WS-SVR-NAME TO SNP-CUST-NAME
               MOVE WS-SVR-STATUS TO SNP-REF-STATUS
               WRITE NSNP-RECORD FROM SNP-RECORD
               ADD 1 TO WS-SNAPSHOT-COUNT
           END-IF
           IF WS-SVA-PRESENT
               MOVE SPACES TO SNP-RECORD
               SET SNP-TYPE-DETAIL TO TRUE
               MOVE WS-SVA-KEY TO SNP-CUST-KEY
               SET SNP-ON-ARCHIVE TO TRUE
               MOVE WS-SVR-SEGMENT-CODE TO SNP-SEGMENT-CODE
               MOVE WS-SVA-COUNTER TO SNP-COUNTER
               MOVE WS-SVA-POSTED-DATE TO SNP-LAST-POSTED-DATE
               MOVE WS-SVR-NAME TO SNP-CUST-NAME
               MOVE WS-SVR-STATUS TO SNP-REF-STATUS
               MOVE WS-SVA-PURGE-DATE TO SNP-PURGE-DATE
               WRITE NSNP-RECORD FROM SNP-RECORD
               ADD 1 TO WS-SNAPSHOT-COUNT
           END-IF.

       5000-READ-RUN-STATISTICS.
      *> Every GREETJOB run between the two snapshots: normally just
      *> tonight's, more if a night's snapshot was missed.
           IF NOT WS-INITIAL-LOAD
               OPEN INPUT RUN-STATISTICS-FILE
               IF NOT WS-STAT-OK
                   DISPLAY "GREETSNP: WARNING - NO RUNSTATS, GREETJOB APPLIED COUNT TAKEN AS ZERO, STATUS=" WS-STAT-STATUS
               ELSE
                   PERFORM 5100-READ-ONE-STATISTIC UNTIL WS-STAT-END
                   CLOSE RUN-STATISTICS-FILE
               END-IF
           END-IF.

       5100-READ-ONE-STATISTIC.
           READ RUN-STATISTICS-FILE
               AT END
                   SET WS-STAT-END TO TRUE
               NOT AT END
                   IF STAT-BUSINESS-DATE > WS-PRIOR-BUSINESS-DATE
                       AND STAT-BUSINESS-DATE NOT > WS-BUSINESS-DATE
                       ADD STAT-RECORDS-APPLIED TO WS-STATS-APPLIED
                       ADD 1 TO WS-STATS-RUNS
                   END-IF
           END-READ.

       5200-READ-PURGE-REGISTER.
      *> GREETPRG's purge count counts only when its run fell between
      *> the two cuts; no register, or one from an earlier run, means
      *> no purge in the period. The figure is de-edited straight off
      *> the printed line, as GREETGEN reads its producers' reports.
           IF NOT WS-INITIAL-LOAD
               OPEN INPUT PURGE-REGISTER
               IF WS-PRG-OK
                   PERFORM 5210-READ-ONE-PURGE-LINE
                   IF NOT WS-PRG-END
                       AND WS-PGL-TITLE = "GREETPRG - DORMANT CUSTOMER PURGE REGISTER"
                       AND WS-PGL-RUN-TS > WS-PERIOD-FROM-TS(1:14)
                       AND WS-PGL-RUN-TS NOT > WS-PERIOD-TO-TS(1:14)
                       SET WS-PRG-IN-PERIOD TO TRUE
                   END-IF
                   PERFORM 5220-TAKE-ONE-PURGE-LINE UNTIL WS-PRG-END
                   CLOSE PURGE-REGISTER
               END-IF
           END-IF.

       5210-READ-ONE-PURGE-LINE.
           MOVE SPACES TO WS-PURGE-LINE
           READ PURGE-REGISTER INTO WS-PURGE-LINE
               AT END
                   SET WS-PRG-END TO TRUE
           END-READ.

       5220-TAKE-ONE-PURGE-LINE.
           PERFORM 5210-READ-ONE-PURGE-LINE
           IF NOT WS-PRG-END
               AND WS-PRG-IN-PERIOD
               AND WS-PGL-CAPTION = "CUSTOMERS PURGED TO ARCHIVE"
               MOVE WS-PGL-VALUE TO WS-PGL-NUMBER
               MOVE WS-PGL-NUMBER TO WS-ARCHIVE-PURGES
           END-IF.

       6000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO DLT-RECORD
           SET DLT-TYPE-TRAILER TO TRUE
           MOVE WS-DELTA-COUNT TO DLT-TRL-RECORD-COUNT
           MOVE WS-DELTA-HASH TO DLT-TRL-HASH-TOTAL
           MOVE WS-ADDED-COUNT TO DLT-TRL-ADDED
           MOVE WS-CHANGED-COUNT TO DLT-TRL-CHANGED
           MOVE WS-PURGED-COUNT TO DLT-TRL-PURGED
           MOVE WS-REINSTATED-COUNT TO DLT-TRL-REINSTATED
           MOVE WS-RETIRED-COUNT TO DLT-TRL-RETIRED
           MOVE WS-DROPPED-COUNT TO DLT-TRL-DROPPED
           WRITE DLT-RECORD
           MOVE SPACES TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE
           MOVE "SNAPSHOT RECORDS WRITTEN" TO DLR-CNT-CAPTION
           MOVE WS-SNAPSHOT-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "PRIOR SNAPSHOT RECORDS READ" TO DLR-CNT-CAPTION
           MOVE WS-PRIOR-READ-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS ADDED" TO DLR-CNT-CAPTION
           MOVE WS-ADDED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS CHANGED" TO DLR-CNT-CAPTION
           MOVE WS-CHANGED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS PURGED" TO DLR-CNT-CAPTION
           MOVE WS-PURGED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS REINSTATED" TO DLR-CNT-CAPTION
           MOVE WS-REINSTATED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS RETIRED BY RE-KEY" TO DLR-CNT-CAPTION
           MOVE WS-RETIRED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS DROPPED UNEXPLAINED" TO DLR-CNT-CAPTION
           MOVE WS-DROPPED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTA RECORDS WRITTEN" TO DLR-CNT-CAPTION
           MOVE WS-DELTA-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           IF NOT WS-INITIAL-LOAD
               PERFORM 6200-WRITE-TIE-OUTS
           END-IF
           IF (WS-TIE-FAILURES > 0 OR WS-UNEXPLAINED-COUNT > 0
               OR WS-INITIAL-LOAD)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-WRITE-COUNT-LINE.
           MOVE DLR-COUNT-LINE TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE.

       6200-WRITE-TIE-OUTS.
           MOVE SPACES TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE
           MOVE " TIE-OUT TO THE PRODUCING JOBS" TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE
           MOVE SPACES TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE
           MOVE "GREETJOB APPLIED" TO DLR-T-LEFT-CAPTION
           MOVE WS-STATS-APPLIED TO WS-TIE-LEFT
           MOVE "POSTINGS ON GREETAUD" TO DLR-T-RIGHT-CAPTION
           MOVE WS-AUDIT-POSTINGS TO WS-TIE-RIGHT
           PERFORM 6300-WRITE-TIE-LINE
           MOVE "CUSTOMERS POSTED" TO DLR-T-LEFT-CAPTION
           MOVE WS-POSTED-CUSTOMERS TO WS-TIE-LEFT
           MOVE "POSTED WITH A DELTA" TO DLR-T-RIGHT-CAPTION
           MOVE WS-POSTED-WITH-DELTA TO WS-TIE-RIGHT
           PERFORM 6300-WRITE-TIE-LINE
           MOVE "GREETKEY RE-KEYS" TO DLR-T-LEFT-CAPTION
           MOVE WS-AUDIT-REKEYS TO WS-TIE-LEFT
           MOVE "RETIRE DELTAS" TO DLR-T-RIGHT-CAPTION
           MOVE WS-RETIRED-COUNT TO WS-TIE-RIGHT
           PERFORM 6300-WRITE-TIE-LINE
           MOVE "GREETPRG PURGE REGISTER" TO DLR-T-LEFT-CAPTION
           MOVE WS-ARCHIVE-PURGES TO WS-TIE-LEFT
           MOVE "PURGE DELTAS" TO DLR-T-RIGHT-CAPTION
           MOVE WS-PURGED-COUNT TO WS-TIE-RIGHT
           PERFORM 6300-WRITE-TIE-LINE
           MOVE SPACES TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE
           MOVE "GREETJOB RUNS IN PERIOD" TO DLR-CNT-CAPTION
           MOVE WS-STATS-RUNS TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "GREETBKO REVERSALS IN PERIOD" TO DLR-CNT-CAPTION
           MOVE WS-AUDIT-REVERSALS TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "YEAR-END CLOSES IN PERIOD" TO DLR-CNT-CAPTION
           MOVE WS-AUDIT-CLOSES TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "DELTAS NOT ACCOUNTED FOR" TO DLR-CNT-CAPTION
           MOVE WS-UNEXPLAINED-COUNT TO DLR-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE.

       6300-WRITE-TIE-LINE.
           MOVE WS-TIE-LEFT TO DLR-T-LEFT
           MOVE WS-TIE-RIGHT TO DLR-T-RIGHT
           IF WS-TIE-LEFT = WS-TIE-RIGHT
               MOVE "AGREES" TO DLR-T-RESULT
           ELSE
               MOVE "*** DIFFERS" TO DLR-T-RESULT
               ADD 1 TO WS-TIE-FAILURES
           END-IF
           MOVE DLR-TIE-LINE TO DLR-PRINT-LINE
           WRITE DLR-PRINT-LINE.

       9000-TERMINATE.
           IF WS-RCTL-STARTED
               IF NOT WS-INITIAL-LOAD
                   CLOSE PRIOR-SNAPSHOT-FILE
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
               IF WS-ARC-AVAILABLE
                   CLOSE CUSTOMER-ARCHIVE-FILE
               END-IF
               CLOSE CUSTOMER-REFERENCE-FILE
               CLOSE SORTED-ACTIVITY-FILE
               CLOSE NEW-SNAPSHOT-FILE
               CLOSE DELTA-INTERFACE-FILE
               CLOSE DELTA-CONTROL-REPORT
           END-IF.
