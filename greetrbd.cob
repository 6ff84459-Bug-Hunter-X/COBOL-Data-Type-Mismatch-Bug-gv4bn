      >>SOURCE FORMAT FREE
      *> GREETRBD - forward-recovery rebuild of the customer master.
      *> When CUSTMST is damaged or has been restored from an old
      *> backup, rerunning the nights is not a way back (RUNCTL rightly
      *> refuses a second GREETJOB for a date). Every change to a
      *> customer's position is already on record, with its after
      *> value, so this job rebuilds the master from the CUSTBKP backup
      *> by replaying, in timestamp order per customer, everything
      *> stamped after the moment the backup was taken (RBDPRM):
      *>   - GREETJOB postings and reinstatements, and GREETYEC
      *>     year-end closes, on GREETAUD and on the AUDARCHV cuts
      *>     GREETARC has taken off it (the AUDCATLG catalog says which
      *>     cuts reach past the backup; operations mount those as the
      *>     ARCHIN concatenation, as for GREETAPL),
      *>   - GREETKEY re-key / merge pairs on the same trail - the old
      *>     key leaves the master, the survivor takes the combined
      *>     position,
      *>   - GREETBKO reversals off BKOAUD.
      *> GREETPRG purges leave no audit record; the current CUSTARC is
      *> their record instead, so a key it holds is kept off the
      *> rebuilt master unless the key was posted after its purge date.
      *> The rebuilt master goes to CUSTRBLD for operations to load in
      *> place of CUSTMST, and the report compares it key by key with
      *> the current CUSTMST, listing every key that differs. A replay
      *> whose before value does not pick up where the previous record
      *> left off is listed too, as a break in the trail. Any
      *> difference or break ends RC 4; archives the catalog requires
      *> but ARCHIN did not supply end RC 12 - that rebuild is missing
      *> history and must not be loaded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETRBD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "RBDPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BACKUP-MASTER-FILE
               ASSIGN TO "CUSTBKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKP-CUST-KEY
               FILE STATUS IS WS-BKP-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-CUST-KEY
               FILE STATUS IS WS-CUR-STATUS.

           SELECT REBUILT-MASTER-FILE
               ASSIGN TO "CUSTRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-KEY
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-ARCHIVE-FILE
               ASSIGN TO "CUSTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CUST-KEY
               FILE STATUS IS WS-CARC-STATUS.

           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO "AUDCATLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ARCHIVE-INPUT-FILE
               ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "GREETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-AUDIT-FILE
               ASSIGN TO "BKOAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAUD-STATUS.

           SELECT REPLAY-SORT-FILE
               ASSIGN TO "RBDSWK".

           SELECT SORTED-REPLAY-FILE
               ASSIGN TO "RBDSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPLY-STATUS.

           SELECT REBUILD-REPORT
               ASSIGN TO "RBDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY RBDPRM.

      *> The backup and the current master are both CUSTMST images;
      *> the rebuilt master owns the CM- names, so these two carry
      *> plain record areas keyed the same way.
       FD  BACKUP-MASTER-FILE.
       01  BKP-RECORD.
           05  BKP-CUST-KEY            PIC X(6).
           05  FILLER                  PIC X(24).

       FD  CUSTOMER-MASTER-FILE.
       01  CUR-RECORD.
           05  CUR-CUST-KEY            PIC X(6).
           05  FILLER                  PIC X(24).

       FD  REBUILT-MASTER-FILE.
           COPY CUSTMST.

       FD  CUSTOMER-ARCHIVE-FILE.
           COPY ARCREC.

       FD  ARCHIVE-CATALOG-FILE
           RECORDING MODE IS F.
           COPY AUDCAT.

       FD  ARCHIVE-INPUT-FILE
           RECORDING MODE IS F.
       01  ARCHIN-RECORD               PIC X(61).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  LIVE-AUDIT-RECORD           PIC X(61).

       FD  REVERSAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  BKOA-RECORD                 PIC X(61).

      *> One replayable change per record, sorted so each customer's
      *> history lines up in the order it happened:
      *>   A  GREETJOB posting or reinstatement,
      *>   B  GREETBKO reversal,
      *>   Y  GREETYEC year-end close,
      *>   O  GREETKEY re-key / merge - the key leaves the master,
      *>   I  GREETKEY re-key / merge - the survivor's new position.
       SD  REPLAY-SORT-FILE.
       01  RSW-RECORD.
           05  RSW-CUST-KEY            PIC X(6).
           05  RSW-TIMESTAMP           PIC X(21).
           05  RSW-SOURCE              PIC X(1).
           05  RSW-BEFORE              PIC 9(5).
           05  RSW-AFTER               PIC 9(5).

       FD  SORTED-REPLAY-FILE
           RECORDING MODE IS F.
       01  RPLY-RECORD.
           05  RPLY-CUST-KEY           PIC X(6).
           05  RPLY-TIMESTAMP          PIC X(21).
           05  RPLY-SOURCE             PIC X(1).
               88  RPLY-POSTING        VALUE "A".
               88  RPLY-REVERSAL       VALUE "B".
               88  RPLY-YEAR-END-CLOSE VALUE "Y".
               88  RPLY-REKEY-OUT      VALUE "O".
               88  RPLY-REKEY-IN       VALUE "I".
           05  RPLY-BEFORE             PIC 9(5).
           05  RPLY-AFTER              PIC 9(5).

       FD  REBUILD-REPORT.
       01  RBD-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-BKP-STATUS               PIC X(2).
           88  WS-BKP-OK               VALUE "00".

       01  WS-CUR-STATUS               PIC X(2).
           88  WS-CUR-OK               VALUE "00".
       01  WS-CUR-AVAILABLE-SW         PIC X(1)     VALUE "N".
           88  WS-CUR-AVAILABLE        VALUE "Y".

       01  WS-CM-STATUS                PIC X(2).
           88  WS-CM-OK                VALUE "00".

       01  WS-CARC-STATUS              PIC X(2).
           88  WS-CARC-OK              VALUE "00".
       01  WS-CARC-AVAILABLE-SW        PIC X(1)     VALUE "N".
           88  WS-CARC-AVAILABLE       VALUE "Y".

       01  WS-CAT-STATUS               PIC X(2).
           88  WS-CAT-OK               VALUE "00".

       01  WS-ARC-STATUS               PIC X(2).
           88  WS-ARC-OK               VALUE "00".

       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".

       01  WS-RAUD-STATUS              PIC X(2).
           88  WS-RAUD-OK              VALUE "00".

       01  WS-RPLY-STATUS              PIC X(2).
           88  WS-RPLY-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-CAT-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-CAT-END          VALUE "Y".
           05  WS-ARC-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-ARC-END          VALUE "Y".
           05  WS-AUDIT-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-AUDIT-END        VALUE "Y".
           05  WS-RAUD-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-RAUD-END         VALUE "Y".
           05  WS-ARCHIN-PRESENT-SW    PIC X(1)     VALUE "N".
               88  WS-ARCHIN-PRESENT   VALUE "Y".
           05  WS-FILES-OPEN-SW        PIC X(1)     VALUE "N".
               88  WS-FILES-OPEN       VALUE "Y".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".

       01  WS-BACKUP-TIMESTAMP         PIC X(14)    VALUE SPACES.

      *> The audit record being selected, whichever file it came
      *> from; the FDs carry plain record areas.
           COPY AUDITREC.

       01  WS-REVERSAL-AUDIT.
           05  WS-REV-TIMESTAMP        PIC X(21).
           05  WS-REV-KEY              PIC X(6).
           05  WS-REV-AREA-2-BEFORE    PIC 9(5).
           05  WS-REV-AREA-2-AFTER     PIC 9(5).
           05  WS-REV-AREA-1-AFTER     PIC X(10).
           05  WS-REV-POSTING-REF      PIC X(14).

      *> Match keys for the five inputs; HIGH-VALUES at end of file.
       01  WS-BKP-KEY                  PIC X(6)     VALUE SPACES.
       01  WS-CUR-KEY                  PIC X(6)     VALUE SPACES.
       01  WS-CARC-KEY                 PIC X(6)     VALUE SPACES.
       01  WS-RPLY-KEY                 PIC X(6)     VALUE SPACES.
       01  WS-LOW-KEY                  PIC X(6)     VALUE SPACES.

      *> The customer as the replay leaves it, and as CUSTMST has it.
       01  WS-REBUILT.
           05  WS-RB-PRESENT-SW        PIC X(1).
               88  WS-RB-PRESENT       VALUE "Y".
           05  WS-RB-RECORD.
               10  WS-RB-KEY           PIC X(6).
               10  WS-RB-COUNTER       PIC 9(5).
               10  WS-RB-POSTED-DATE   PIC X(8).
               10  FILLER              PIC X(11).
       01  WS-CURRENT.
           05  WS-CU-PRESENT-SW        PIC X(1).
               88  WS-CU-PRESENT       VALUE "Y".
           05  WS-CU-RECORD.
               10  WS-CU-KEY           PIC X(6).
               10  WS-CU-COUNTER       PIC 9(5).
               10  WS-CU-POSTED-DATE   PIC X(8).
               10  FILLER              PIC X(11).
       01  WS-SAVED-ARCHIVE-SW         PIC X(1)     VALUE "N".
           88  WS-ON-ARCHIVE           VALUE "Y".
       01  WS-SAVED-ARCHIVE.
           05  WS-SVA-KEY              PIC X(6).
           05  WS-SVA-COUNTER          PIC 9(5).
           05  WS-SVA-POSTED-DATE      PIC X(8).
           05  WS-SVA-PURGE-DATE       PIC X(8).
           05  FILLER                  PIC X(43).

      *> The last change replayed, so a record present on both an
      *> archive cut and the live trail is replayed once.
       01  WS-LAST-REPLAYED.
           05  WS-LR-KEY               PIC X(6)     VALUE SPACES.
           05  WS-LR-TIMESTAMP         PIC X(21)    VALUE SPACES.
           05  WS-LR-SOURCE            PIC X(1)     VALUE SPACE.

       01  WS-REMARK                   PIC X(30)    VALUE SPACES.

       01  WS-ARCHIVES-NEEDED          PIC 9(5)     VALUE 0.
       01  WS-ARCHIN-READ              PIC 9(7)     VALUE 0.
       01  WS-LIVE-READ                PIC 9(7)     VALUE 0.
       01  WS-REVERSALS-READ           PIC 9(7)     VALUE 0.
       01  WS-SELECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-NOT-REPLAYABLE-COUNT     PIC 9(7)     VALUE 0.
       01  WS-BACKUP-COUNT             PIC 9(7)     VALUE 0.
       01  WS-POSTING-COUNT            PIC 9(7)     VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(7)     VALUE 0.
       01  WS-CLOSE-COUNT              PIC 9(7)     VALUE 0.
       01  WS-REKEY-OUT-COUNT          PIC 9(7)     VALUE 0.
       01  WS-REKEY-IN-COUNT           PIC 9(7)     VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(7)     VALUE 0.
       01  WS-BREAK-COUNT              PIC 9(7)     VALUE 0.
       01  WS-PURGE-COUNT              PIC 9(7)     VALUE 0.
       01  WS-POST-PURGE-COUNT         PIC 9(7)     VALUE 0.
       01  WS-REBUILT-COUNT            PIC 9(7)     VALUE 0.
       01  WS-CURRENT-COUNT            PIC 9(7)     VALUE 0.
       01  WS-AGREE-COUNT              PIC 9(7)     VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(7)     VALUE 0.

       01  RBD-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(43)  VALUE "GREETRBD - CUSTOMER MASTER FORWARD RECOVERY".

       01  RBD-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(34)  VALUE "BACKUP TAKEN - REPLAYING FROM     ".
           05  RBD-H2-BACKUP-TS        PIC X(14).

       01  RBD-ARCHIVE-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(14)  VALUE "NEEDS ARCHIVE ".
           05  RBD-A-ID                PIC X(8).
           05  FILLER                  PIC X(9)   VALUE "  COVERS ".
           05  RBD-A-FROM              PIC X(14).
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  RBD-A-TO                PIC X(14).

       01  RBD-DETAIL-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "CUST KEY".
           05  FILLER                  PIC X(16)  VALUE "  REBUILT  DATE".
           05  FILLER                  PIC X(16)  VALUE "  CURRENT  DATE".
           05  FILLER                  PIC X(6)   VALUE "REMARK".

       01  RBD-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RBD-D-KEY               PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RBD-D-RB-COUNTER        PIC ZZZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RBD-D-RB-DATE           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RBD-D-CU-COUNTER        PIC ZZZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RBD-D-CU-DATE           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RBD-D-REMARK            PIC X(30).

       01  RBD-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RBD-CNT-CAPTION         PIC X(30).
           05  RBD-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SORT-REPLAY
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 3000-OPEN-FOR-MATCH
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 4000-REBUILD-ONE-CUSTOMER
                   UNTIL WS-LOW-KEY = HIGH-VALUES
               PERFORM 5000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARAMETER-CARD
           OPEN OUTPUT REBUILD-REPORT
           MOVE RBD-HEADING-1 TO RBD-PRINT-LINE
           WRITE RBD-PRINT-LINE
           IF NOT WS-RUN-ABORTED
               MOVE WS-BACKUP-TIMESTAMP TO RBD-H2-BACKUP-TS
               MOVE RBD-HEADING-2 TO RBD-PRINT-LINE
               WRITE RBD-PRINT-LINE
               MOVE SPACES TO RBD-PRINT-LINE
               WRITE RBD-PRINT-LINE
               PERFORM 1200-SCAN-CATALOG
           END-IF.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-OK
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RBD-BACKUP-TIMESTAMP TO WS-BACKUP-TIMESTAMP
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-BACKUP-TIMESTAMP(1:8) = SPACES
               DISPLAY "GREETRBD: NO BACKUP TIMESTAMP ON RBDPRM - REBUILD REFUSED"
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               INSPECT WS-BACKUP-TIMESTAMP REPLACING ALL " " BY "9"
           END-IF.

       1200-SCAN-CATALOG.
      *> No catalog just means no cut has ever been made; the live
      *> file is the whole trail.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CAT-OK
               PERFORM 1210-CHECK-ONE-CUT UNTIL WS-CAT-END
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       1210-CHECK-ONE-CUT.
           READ ARCHIVE-CATALOG-FILE
               AT END
                   SET WS-CAT-END TO TRUE
           END-READ
           IF NOT WS-CAT-END
               IF CAT-TO-TIMESTAMP > WS-BACKUP-TIMESTAMP
                   ADD 1 TO WS-ARCHIVES-NEEDED
                   MOVE CAT-ARCHIVE-ID TO RBD-A-ID
                   MOVE CAT-FROM-TIMESTAMP TO RBD-A-FROM
                   MOVE CAT-TO-TIMESTAMP TO RBD-A-TO
                   MOVE RBD-ARCHIVE-LINE TO RBD-PRINT-LINE
                   WRITE RBD-PRINT-LINE
               END-IF
           END-IF.

       2000-SORT-REPLAY.
           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY RSW-CUST-KEY
               ON ASCENDING KEY RSW-TIMESTAMP
               ON ASCENDING KEY RSW-SOURCE
               INPUT PROCEDURE IS 2100-SELECT-REPLAY
               GIVING SORTED-REPLAY-FILE.

       2100-SELECT-REPLAY.
           PERFORM 2200-SELECT-FROM-ARCHIVES
           PERFORM 2300-SELECT-FROM-LIVE
           PERFORM 2400-SELECT-REVERSALS.

       2200-SELECT-FROM-ARCHIVES.
      *> Over-mounting costs time but never correctness; anything at
      *> or before the backup is filtered out anyway.
           OPEN INPUT ARCHIVE-INPUT-FILE
           IF WS-ARC-OK
               SET WS-ARCHIN-PRESENT TO TRUE
               PERFORM 2210-SELECT-ONE-ARCHIVE-REC UNTIL WS-ARC-END
               CLOSE ARCHIVE-INPUT-FILE
           ELSE
               IF WS-ARCHIVES-NEEDED > 0
                   DISPLAY "GREETRBD: " WS-ARCHIVES-NEEDED " ARCHIVES REQUIRED BUT ARCHIN NOT SUPPLIED - REBUILD IS INCOMPLETE"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       2210-SELECT-ONE-ARCHIVE-REC.
           READ ARCHIVE-INPUT-FILE
               AT END
                   SET WS-ARC-END TO TRUE
           END-READ
           IF NOT WS-ARC-END
               ADD 1 TO WS-ARCHIN-READ
               MOVE ARCHIN-RECORD TO AUDIT-RECORD
               PERFORM 2500-RELEASE-AUDIT-RECORD
           END-IF.

       2300-SELECT-FROM-LIVE.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "GREETRBD: UNABLE TO OPEN GREETAUD, STATUS=" WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2310-SELECT-ONE-LIVE-REC UNTIL WS-AUDIT-END
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       2310-SELECT-ONE-LIVE-REC.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUDIT-END TO TRUE
           END-READ
           IF NOT WS-AUDIT-END
               ADD 1 TO WS-LIVE-READ
               MOVE LIVE-AUDIT-RECORD TO AUDIT-RECORD
               PERFORM 2500-RELEASE-AUDIT-RECORD
           END-IF.

       2400-SELECT-REVERSALS.
      *> No BKOAUD just means no backout has ever been run.
           OPEN INPUT REVERSAL-AUDIT-FILE
           IF WS-RAUD-OK
               PERFORM 2410-SELECT-ONE-REVERSAL UNTIL WS-RAUD-END
               CLOSE REVERSAL-AUDIT-FILE
           END-IF.

       2410-SELECT-ONE-REVERSAL.
           READ REVERSAL-AUDIT-FILE
               AT END
                   SET WS-RAUD-END TO TRUE
           END-READ
           IF NOT WS-RAUD-END
               ADD 1 TO WS-REVERSALS-READ
               MOVE BKOA-RECORD TO WS-REVERSAL-AUDIT
               IF WS-REV-TIMESTAMP(1:14) > WS-BACKUP-TIMESTAMP
                   MOVE WS-REV-KEY TO RSW-CUST-KEY
                   MOVE WS-REV-TIMESTAMP TO RSW-TIMESTAMP
                   MOVE "B" TO RSW-SOURCE
                   MOVE WS-REV-AREA-2-BEFORE TO RSW-BEFORE
                   MOVE WS-REV-AREA-2-AFTER TO RSW-AFTER
                   RELEASE RSW-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-IF.

       2500-RELEASE-AUDIT-RECORD.
      *> A posting carries its posting reference; a GREETKEY move
      *> carries none and names its partner key instead. A year-end
      *> close carries the reference of its closing GL record, so it
      *> is picked out first.
           IF AUDIT-TIMESTAMP(1:14) > WS-BACKUP-TIMESTAMP
               MOVE AUDIT-KEY TO RSW-CUST-KEY
               MOVE AUDIT-TIMESTAMP TO RSW-TIMESTAMP
               MOVE AUDIT-AREA-2-BEFORE TO RSW-BEFORE
               MOVE AUDIT-AREA-2-AFTER TO RSW-AFTER
               EVALUATE TRUE
                   WHEN AUDIT-YEAR-END-CLOSE
                       MOVE "Y" TO RSW-SOURCE
                   WHEN AUDIT-POSTING-REF NOT = SPACES
                       MOVE "A" TO RSW-SOURCE
                   WHEN AUDIT-AREA-1-AFTER(1:3) = "TO "
                       MOVE "O" TO RSW-SOURCE
                   WHEN AUDIT-AREA-1-AFTER(1:5) = "FROM "
                       MOVE "I" TO RSW-SOURCE
                   WHEN OTHER
                       MOVE SPACE TO RSW-SOURCE
               END-EVALUATE
               IF RSW-SOURCE = SPACE
                   ADD 1 TO WS-NOT-REPLAYABLE-COUNT
               ELSE
                   RELEASE RSW-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-IF.

       3000-OPEN-FOR-MATCH.
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT SORTED-REPLAY-FILE
           IF NOT WS-RPLY-OK
               DISPLAY "GREETRBD: UNABLE TO OPEN SORTED REPLAY, STATUS=" WS-RPLY-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT BACKUP-MASTER-FILE
           IF NOT WS-BKP-OK
               DISPLAY "GREETRBD: UNABLE TO OPEN CUSTBKP, STATUS=" WS-BKP-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REBUILT-MASTER-FILE
           IF NOT WS-CM-OK
               DISPLAY "GREETRBD: UNABLE TO OPEN CUSTRBLD, STATUS=" WS-CM-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> No CUSTARC means nothing has ever been purged. No current
      *> master means there is nothing to compare against - the
      *> rebuild still goes out, and the report says so.
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF WS-CARC-OK
               SET WS-CARC-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUR-OK
               SET WS-CUR-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETRBD: WARNING - CURRENT CUSTMST NOT AVAILABLE, NO COMPARISON MADE, STATUS=" WS-CUR-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-RUN-ABORTED
               MOVE HIGH-VALUES TO WS-CUR-KEY
               MOVE HIGH-VALUES TO WS-CARC-KEY
               PERFORM 4110-READ-NEXT-BACKUP
               IF WS-CUR-AVAILABLE
                   PERFORM 4120-READ-NEXT-CURRENT
               END-IF
               IF WS-CARC-AVAILABLE
                   PERFORM 4130-READ-NEXT-ARCHIVE
               END-IF
               PERFORM 4140-READ-NEXT-REPLAY
               PERFORM 4050-FIND-LOW-KEY
               MOVE SPACES TO RBD-PRINT-LINE
               WRITE RBD-PRINT-LINE
               MOVE RBD-DETAIL-HEADING TO RBD-PRINT-LINE
               WRITE RBD-PRINT-LINE
           END-IF.

       4000-REBUILD-ONE-CUSTOMER.
           PERFORM 4100-CLEAR-CUSTOMER
           IF WS-BKP-KEY = WS-LOW-KEY
               MOVE BKP-RECORD TO WS-RB-RECORD
               SET WS-RB-PRESENT TO TRUE
               ADD 1 TO WS-BACKUP-COUNT
               PERFORM 4110-READ-NEXT-BACKUP
           END-IF
           IF WS-CUR-KEY = WS-LOW-KEY
               MOVE CUR-RECORD TO WS-CU-RECORD
               SET WS-CU-PRESENT TO TRUE
               ADD 1 TO WS-CURRENT-COUNT
               PERFORM 4120-READ-NEXT-CURRENT
           END-IF
           IF WS-CARC-KEY = WS-LOW-KEY
               MOVE ARC-RECORD TO WS-SAVED-ARCHIVE
               SET WS-ON-ARCHIVE TO TRUE
               PERFORM 4130-READ-NEXT-ARCHIVE
           END-IF
           PERFORM 4200-REPLAY-ONE-CHANGE
               UNTIL WS-RPLY-KEY NOT = WS-LOW-KEY
           IF WS-ON-ARCHIVE
               PERFORM 4300-APPLY-PURGE
           END-IF
           IF WS-RB-PRESENT
               PERFORM 4400-WRITE-REBUILT-RECORD
           END-IF
           IF WS-CUR-AVAILABLE
               PERFORM 4500-COMPARE-WITH-CURRENT
           END-IF
           PERFORM 4050-FIND-LOW-KEY.

       4050-FIND-LOW-KEY.
           MOVE WS-BKP-KEY TO WS-LOW-KEY
           IF WS-CUR-KEY < WS-LOW-KEY
               MOVE WS-CUR-KEY TO WS-LOW-KEY
           END-IF
           IF WS-CARC-KEY < WS-LOW-KEY
               MOVE WS-CARC-KEY TO WS-LOW-KEY
           END-IF
           IF WS-RPLY-KEY < WS-LOW-KEY
               MOVE WS-RPLY-KEY TO WS-LOW-KEY
           END-IF.

       4100-CLEAR-CUSTOMER.
           MOVE SPACES TO WS-REBUILT
           MOVE WS-LOW-KEY TO WS-RB-KEY
           MOVE 0 TO WS-RB-COUNTER
           MOVE "N" TO WS-RB-PRESENT-SW
           MOVE SPACES TO WS-CURRENT
           MOVE 0 TO WS-CU-COUNTER
           MOVE "N" TO WS-CU-PRESENT-SW
           MOVE SPACES TO WS-SAVED-ARCHIVE
           MOVE "N" TO WS-SAVED-ARCHIVE-SW.

       4110-READ-NEXT-BACKUP.
           READ BACKUP-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-BKP-KEY
               NOT AT END
                   MOVE BKP-CUST-KEY TO WS-BKP-KEY
           END-READ.

       4120-READ-NEXT-CURRENT.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   MOVE CUR-CUST-KEY TO WS-CUR-KEY
           END-READ.

       4130-READ-NEXT-ARCHIVE.
           READ CUSTOMER-ARCHIVE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CARC-KEY
               NOT AT END
                   MOVE ARC-CUST-KEY TO WS-CARC-KEY
           END-READ.

       4140-READ-NEXT-REPLAY.
           READ SORTED-REPLAY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-RPLY-KEY
               NOT AT END
                   MOVE RPLY-CUST-KEY TO WS-RPLY-KEY
           END-READ.

       4200-REPLAY-ONE-CHANGE.
      *> Each record carries the absolute after value, so the replay
      *> sets rather than adds; the before value is only checked, to
      *> show where the trail does not chain.
           IF RPLY-CUST-KEY = WS-LR-KEY
               AND RPLY-TIMESTAMP = WS-LR-TIMESTAMP
               AND RPLY-SOURCE = WS-LR-SOURCE
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               MOVE RPLY-CUST-KEY TO WS-LR-KEY
               MOVE RPLY-TIMESTAMP TO WS-LR-TIMESTAMP
               MOVE RPLY-SOURCE TO WS-LR-SOURCE
               IF WS-RB-PRESENT AND RPLY-BEFORE NOT = WS-RB-COUNTER
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "TRAIL BREAK BEFORE " TO WS-REMARK
                   MOVE RPLY-TIMESTAMP(1:8) TO WS-REMARK(20:8)
                   PERFORM 4600-WRITE-DETAIL-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN RPLY-POSTING
                       ADD 1 TO WS-POSTING-COUNT
                       SET WS-RB-PRESENT TO TRUE
                       MOVE RPLY-AFTER TO WS-RB-COUNTER
                       MOVE RPLY-TIMESTAMP(1:8) TO WS-RB-POSTED-DATE
                   WHEN RPLY-REVERSAL
                       ADD 1 TO WS-REVERSAL-COUNT
                       SET WS-RB-PRESENT TO TRUE
                       MOVE RPLY-AFTER TO WS-RB-COUNTER
                       MOVE RPLY-TIMESTAMP(1:8) TO WS-RB-POSTED-DATE
                   WHEN RPLY-YEAR-END-CLOSE
                       ADD 1 TO WS-CLOSE-COUNT
                       MOVE RPLY-AFTER TO WS-RB-COUNTER
                   WHEN RPLY-REKEY-OUT
                       ADD 1 TO WS-REKEY-OUT-COUNT
                       MOVE "N" TO WS-RB-PRESENT-SW
                   WHEN RPLY-REKEY-IN
                       ADD 1 TO WS-REKEY-IN-COUNT
                       SET WS-RB-PRESENT TO TRUE
                       MOVE RPLY-AFTER TO WS-RB-COUNTER
                       MOVE RPLY-TIMESTAMP(1:8) TO WS-RB-POSTED-DATE
               END-EVALUATE
           END-IF
           PERFORM 4140-READ-NEXT-REPLAY.

       4300-APPLY-PURGE.
      *> GREETJOB drops the archive record when it reinstates a key,
      *> so a key still on CUSTARC was last purged - unless the trail
      *> shows it posted after the purge, which CUSTARC cannot explain.
           IF WS-RB-PRESENT
               IF WS-RB-POSTED-DATE > WS-SVA-PURGE-DATE
                   ADD 1 TO WS-POST-PURGE-COUNT
                   MOVE "POSTED AFTER CUSTARC PURGE" TO WS-REMARK
                   PERFORM 4600-WRITE-DETAIL-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-PURGE-COUNT
                   MOVE "N" TO WS-RB-PRESENT-SW
                   IF WS-RB-COUNTER NOT = WS-SVA-COUNTER
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE "PURGED AT OTHER THAN CUSTARC" TO WS-REMARK
                       PERFORM 4600-WRITE-DETAIL-LINE
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4400-WRITE-REBUILT-RECORD.
           MOVE WS-RB-RECORD TO CM-RECORD
           WRITE CM-RECORD
           IF WS-CM-OK
               ADD 1 TO WS-REBUILT-COUNT
           ELSE
               DISPLAY "GREETRBD: CUSTRBLD WRITE FAILED FOR KEY " WS-RB-KEY ", STATUS=" WS-CM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       4500-COMPARE-WITH-CURRENT.
           EVALUATE TRUE
               WHEN NOT WS-RB-PRESENT AND NOT WS-CU-PRESENT
                   CONTINUE
               WHEN NOT WS-CU-PRESENT
                   MOVE "NOT ON CURRENT CUSTMST" TO WS-REMARK
                   PERFORM 4550-NOTE-DIFFERENCE
               WHEN NOT WS-RB-PRESENT
                   MOVE "NOT ON REBUILT MASTER" TO WS-REMARK
                   PERFORM 4550-NOTE-DIFFERENCE
               WHEN WS-RB-COUNTER NOT = WS-CU-COUNTER
                   MOVE "COUNTER DIFFERS" TO WS-REMARK
                   PERFORM 4550-NOTE-DIFFERENCE
               WHEN WS-RB-POSTED-DATE NOT = WS-CU-POSTED-DATE
                   MOVE "LAST POSTED DATE DIFFERS" TO WS-REMARK
                   PERFORM 4550-NOTE-DIFFERENCE
               WHEN OTHER
                   ADD 1 TO WS-AGREE-COUNT
           END-EVALUATE.

       4550-NOTE-DIFFERENCE.
           ADD 1 TO WS-DIFFER-COUNT
           PERFORM 4600-WRITE-DETAIL-LINE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       4600-WRITE-DETAIL-LINE.
           MOVE WS-LOW-KEY TO RBD-D-KEY
           IF WS-RB-PRESENT
               MOVE WS-RB-COUNTER TO RBD-D-RB-COUNTER
               MOVE WS-RB-POSTED-DATE TO RBD-D-RB-DATE
           ELSE
               MOVE 0 TO RBD-D-RB-COUNTER
               MOVE "--------" TO RBD-D-RB-DATE
           END-IF
           IF WS-CU-PRESENT
               MOVE WS-CU-COUNTER TO RBD-D-CU-COUNTER
               MOVE WS-CU-POSTED-DATE TO RBD-D-CU-DATE
           ELSE
               MOVE 0 TO RBD-D-CU-COUNTER
               MOVE "--------" TO RBD-D-CU-DATE
           END-IF
           MOVE WS-REMARK TO RBD-D-REMARK
           MOVE RBD-DETAIL-LINE TO RBD-PRINT-LINE
           WRITE RBD-PRINT-LINE
           MOVE SPACES TO WS-REMARK.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RBD-PRINT-LINE
           WRITE RBD-PRINT-LINE
           MOVE "ARCHIVES REQUIRED" TO RBD-CNT-CAPTION
           MOVE WS-ARCHIVES-NEEDED TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "ARCHIVE RECORDS READ" TO RBD-CNT-CAPTION
           MOVE WS-ARCHIN-READ TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "LIVE AUDIT RECORDS READ" TO RBD-CNT-CAPTION
           MOVE WS-LIVE-READ TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "BKOAUD RECORDS READ" TO RBD-CNT-CAPTION
           MOVE WS-REVERSALS-READ TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "CHANGES AFTER THE BACKUP" TO RBD-CNT-CAPTION
           MOVE WS-SELECTED-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "  NOT REPLAYABLE, IGNORED" TO RBD-CNT-CAPTION
           MOVE WS-NOT-REPLAYABLE-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "  DUPLICATES, REPLAYED ONCE" TO RBD-CNT-CAPTION
           MOVE WS-DUPLICATE-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE SPACES TO RBD-PRINT-LINE
           WRITE RBD-PRINT-LINE
           MOVE "CUSTOMERS ON BACKUP" TO RBD-CNT-CAPTION
           MOVE WS-BACKUP-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "GREETJOB POSTINGS REPLAYED" TO RBD-CNT-CAPTION
           MOVE WS-POSTING-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "GREETBKO REVERSALS REPLAYED" TO RBD-CNT-CAPTION
           MOVE WS-REVERSAL-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "GREETYEC CLOSES REPLAYED" TO RBD-CNT-CAPTION
           MOVE WS-CLOSE-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "GREETKEY KEYS RETIRED" TO RBD-CNT-CAPTION
           MOVE WS-REKEY-OUT-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "GREETKEY SURVIVORS POSTED" TO RBD-CNT-CAPTION
           MOVE WS-REKEY-IN-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "GREETPRG PURGES RESPECTED" TO RBD-CNT-CAPTION
           MOVE WS-PURGE-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "POSTED AFTER CUSTARC PURGE" TO RBD-CNT-CAPTION
           MOVE WS-POST-PURGE-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "BREAKS IN THE TRAIL" TO RBD-CNT-CAPTION
           MOVE WS-BREAK-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "CUSTOMERS ON REBUILT MASTER" TO RBD-CNT-CAPTION
           MOVE WS-REBUILT-COUNT TO RBD-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE SPACES TO RBD-PRINT-LINE
           WRITE RBD-PRINT-LINE
           IF WS-CUR-AVAILABLE
               MOVE "CUSTOMERS ON CURRENT CUSTMST" TO RBD-CNT-CAPTION
               MOVE WS-CURRENT-COUNT TO RBD-CNT-VALUE
               PERFORM 5100-WRITE-COUNT-LINE
               MOVE "KEYS THAT AGREE" TO RBD-CNT-CAPTION
               MOVE WS-AGREE-COUNT TO RBD-CNT-VALUE
               PERFORM 5100-WRITE-COUNT-LINE
               MOVE "KEYS THAT DIFFER" TO RBD-CNT-CAPTION
               MOVE WS-DIFFER-COUNT TO RBD-CNT-VALUE
               PERFORM 5100-WRITE-COUNT-LINE
           ELSE
               MOVE " CURRENT CUSTMST NOT AVAILABLE - NO COMPARISON MADE" TO RBD-PRINT-LINE
               WRITE RBD-PRINT-LINE
           END-IF
           IF WS-ARCHIVES-NEEDED > 0 AND NOT WS-ARCHIN-PRESENT
               MOVE " *** ARCHIVES NOT SUPPLIED - REBUILD INCOMPLETE, DO NOT LOAD ***" TO RBD-PRINT-LINE
               WRITE RBD-PRINT-LINE
           END-IF.

       5100-WRITE-COUNT-LINE.
           MOVE RBD-COUNT-LINE TO RBD-PRINT-LINE
           WRITE RBD-PRINT-LINE.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE SORTED-REPLAY-FILE
               CLOSE BACKUP-MASTER-FILE
               CLOSE REBUILT-MASTER-FILE
               IF WS-CARC-AVAILABLE
                   CLOSE CUSTOMER-ARCHIVE-FILE
               END-IF
               IF WS-CUR-AVAILABLE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           CLOSE REBUILD-REPORT.
