               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CHANNEL-STATISTICS-FILE
               ASSIGN TO "CHNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CM-CUST-KEY
               FILE STATUS IS WS-CM-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEGM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-GREETING-FILE

       FD  CARRY-FORWARD-FILE
           RECORDING MODE IS F.
       01  CFWD-RECORD                 PIC X(47).

       FD  SUSPENSE-OUTPUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY STATREC.

       FD  CHANNEL-STATISTICS-FILE
           RECORDING MODE IS F.
           COPY CHNSTAT.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  SUMMARY-REPORT.
       01  RPT-PRINT-LINE              PIC X(80).

       01  WS-REJ-COUNT                PIC 9(7)     VALUE 0.

      *> Per-segment counts and totals for the run-statistics record,
      *> accumulated alongside the control break. Only a segment on
      *> the segment master ever posts, and SEGMAINT holds the master
      *> to the size of this table, so every segment fits.
       01  WS-SEG-STATS.
           05  WS-SEG-USED             PIC 9(3)     VALUE 0.
           05  WS-SEG-ENTRY OCCURS 100.
               10  WS-SEG-CODE         PIC X(2)     VALUE SPACES.
               10  WS-SEG-REC-COUNT    PIC 9(7)     VALUE 0.
               10  WS-SEG-TOTAL        PIC 9(9)     VALUE 0.
       01  WS-SEG-MAX                  PIC 9(3)     VALUE 100.
       01  WS-SEG-IX                   PIC 9(3)     VALUE 0.
       01  WS-SEG-SLOT                 PIC 9(3)     VALUE 0.

      *> Per-channel counts for the CHNSTATS history: one entry per
      *> source channel per measure, and per exception reason on the
      *> excepted measure. Two channels and a dozen reasons fit with
      *> plenty of room to spare.
       01  WS-CHN-STATS.
           05  WS-CHN-USED             PIC 9(3)     VALUE 0.
           05  WS-CHN-ENTRY OCCURS 50.
               10  WS-CHN-SOURCE       PIC X(3)     VALUE SPACES.
               10  WS-CHN-MEASURE      PIC X(2)     VALUE SPACES.
               10  WS-CHN-REASON       PIC X(40)    VALUE SPACES.
               10  WS-CHN-COUNT        PIC 9(7)     VALUE 0.
       01  WS-CHN-MAX                  PIC 9(3)     VALUE 50.
       01  WS-CHN-IX                   PIC 9(3)     VALUE 0.
       01  WS-CHN-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-CHN-CUR-MEASURE          PIC X(2)     VALUE SPACES.
       01  WS-CHN-CUR-REASON           PIC X(40)    VALUE SPACES.
       01  WS-CHN-RUN-TS               PIC X(14)    VALUE SPACES.
       01  WS-CST-STATUS               PIC X(2).
           88  WS-CST-OK               VALUE "00".
           88  WS-CST-NO-FILE          VALUE "35".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".
           88  WS-SEGM-NOT-FOUND       VALUE "23".
      *> GL control account of the segment the current detail posts
      *> under, kept here from the validation read because the
      *> segment master record area is reused to name the segment on
      *> the summary report before the extract record is written.
       01  WS-CUR-GL-ACCOUNT           PIC X(10)    VALUE SPACES.
       01  WS-SEG-NAME                 PIC X(30)    VALUE SPACES.

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "SEGMENT ".
           05  RPT-ST-CODE             PIC X(2).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  RPT-ST-NAME             PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "COUNT - ".
           05  RPT-ST-COUNT            PIC ZZ,ZZZ,ZZ9.
               END-IF
               PERFORM 1060-VERIFY-CONTROL-RECORDS
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1048-OPEN-SEGMENT-MASTER
           END-IF
           IF WS-RUN-ABORTED
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-ARC-AVAILABLE TO TRUE
           END-IF.

       1048-OPEN-SEGMENT-MASTER.
      *> Unlike the reference master the segment master is not
      *> optional: without it there is no telling a real segment from
      *> a mistyped one, and no GL account to stamp on the extract.
           OPEN INPUT SEGMENT-MASTER-FILE
           IF NOT WS-SEGM-OK
               DISPLAY "GREETJOB: UNABLE TO OPEN SEGMST, STATUS=" WS-SEGM-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1050-COPY-CARRY-FORWARD.
      *> Items the ledger failed or never acknowledged last night
      *> (GREETACK's CARRYFWD file) go out again at the front of
                           MOVE CHKPT-REJ-COUNT TO WS-REJ-COUNT
                           MOVE CHKPT-POSTING-SEQ TO WS-PREF-SEQ
                           MOVE CHKPT-SEG-USED TO WS-SEG-USED
                           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > WS-SEG-MAX
                               MOVE CHKPT-SEG-CODE(WS-SEG-IX) TO WS-SEG-CODE(WS-SEG-IX)
                               MOVE CHKPT-SEG-REC-COUNT(WS-SEG-IX) TO WS-SEG-REC-COUNT(WS-SEG-IX)
                               MOVE CHKPT-SEG-TOTAL(WS-SEG-IX) TO WS-SEG-TOTAL(WS-SEG-IX)
                           END-PERFORM
                           MOVE CHKPT-CHN-USED TO WS-CHN-USED
                           PERFORM VARYING WS-CHN-IX FROM 1 BY 1 UNTIL WS-CHN-IX > WS-CHN-MAX
                               MOVE CHKPT-CHN-SOURCE(WS-CHN-IX) TO WS-CHN-SOURCE(WS-CHN-IX)
                               MOVE CHKPT-CHN-MEASURE(WS-CHN-IX) TO WS-CHN-MEASURE(WS-CHN-IX)
                               MOVE CHKPT-CHN-REASON(WS-CHN-IX) TO WS-CHN-REASON(WS-CHN-IX)
                               MOVE CHKPT-CHN-COUNT(WS-CHN-IX) TO WS-CHN-COUNT(WS-CHN-IX)
                           END-PERFORM
                           SET WS-SKIPPING-TO-RESTART TO TRUE
                           SET WS-IS-RESTART TO TRUE
                           DISPLAY "GREETJOB: RESTARTING AFTER KEY " WS-RESTART-KEY
               PERFORM 2200-APPLY-UPDATE
           END-IF
           ADD 1 TO WS-RPT-RECORDS-READ
           MOVE "RC" TO WS-CHN-CUR-MEASURE
           MOVE SPACES TO WS-CHN-CUR-REASON
           PERFORM 2230-ACCUMULATE-CHANNEL-STATS
      *> Checkpointed on every record READ (not just applied ones) so a
      *> restart skips past records already reported as exceptions or
      *> rejects too, instead of replaying them into the EXTEND-opened
                   WHEN REF-SEGMENT-CODE NOT = CG-SEGMENT-CODE
                       MOVE REF-SEGMENT-CODE TO CG-SEGMENT-CODE
               END-EVALUATE
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2122-VALIDATE-SEGMENT
           END-IF.

       2122-VALIDATE-SEGMENT.
      *> The segment - after any override from the reference master -
      *> must be a live segment on the segment master; anything else
      *> goes to the exception listing and suspense rather than
      *> opening a subtotal for a segment nobody set up.
           MOVE SPACES TO WS-CUR-GL-ACCOUNT
           MOVE CG-SEGMENT-CODE TO SEG-CODE
           READ SEGMENT-MASTER-FILE
           EVALUATE TRUE
               WHEN NOT WS-SEGM-OK
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "SEGMENT NOT ON SEGMENT MASTER" TO EXCP-REASON
               WHEN SEG-INACTIVE
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "SEGMENT INACTIVE ON SEGMENT MASTER" TO EXCP-REASON
               WHEN OTHER
                   MOVE SEG-GL-ACCOUNT TO WS-CUR-GL-ACCOUNT
           END-EVALUATE.

       2125-CHECK-SEQUENCE.
           IF WS-SEQ-FIRST-RECORD
               MOVE "N" TO WS-SEQ-FIRST-RECORD-SW
                   WRITE PND-RECORD
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE "HD" TO WS-CHN-CUR-MEASURE
               MOVE SPACES TO WS-CHN-CUR-REASON
               PERFORM 2230-ACCUMULATE-CHANNEL-STATS
           END-IF.

       2140-DETERMINE-INCREMENT.
           MOVE CG-SOURCE-CODE TO EXCP-SOURCE
           WRITE EXCP-LINE
           ADD 1 TO WS-EXCP-COUNT
           MOVE "EX" TO WS-CHN-CUR-MEASURE
           MOVE EXCP-REASON TO WS-CHN-CUR-REASON
           PERFORM 2230-ACCUMULATE-CHANNEL-STATS
           IF NOT WS-TRIAL-RUN
               MOVE EXCP-REASON TO WS-SUSP-REASON
               PERFORM 2190-WRITE-SUSPENSE
           MOVE "NAME WOULD TRUNCATE ON MOVE TO WS-AREA-1" TO REJ-REASON
           WRITE REJ-LINE
           ADD 1 TO WS-REJ-COUNT
           MOVE "NT" TO WS-CHN-CUR-MEASURE
           MOVE SPACES TO WS-CHN-CUR-REASON
           PERFORM 2230-ACCUMULATE-CHANNEL-STATS
           IF NOT WS-TRIAL-RUN
               MOVE REJ-REASON TO WS-SUSP-REASON
               PERFORM 2190-WRITE-SUSPENSE
           ADD WS-AREA-2 TO WS-RPT-GRAND-TOTAL
           ADD WS-AREA-2 TO WS-RPT-GROUP-TOTAL
           PERFORM 2220-ACCUMULATE-SEGMENT-STATS
           MOVE "AP" TO WS-CHN-CUR-MEASURE
           MOVE SPACES TO WS-CHN-CUR-REASON
           PERFORM 2230-ACCUMULATE-CHANNEL-STATS
           PERFORM 2300-WRITE-DETAIL-LINE
           IF NOT WS-TRIAL-RUN
               PERFORM 2500-WRITE-GL-EXTRACT
                   MOVE WS-SEG-IX TO WS-SEG-SLOT
               END-IF
           END-PERFORM
           IF WS-SEG-SLOT = 0 AND WS-SEG-USED < WS-SEG-MAX
               ADD 1 TO WS-SEG-USED
               MOVE WS-SEG-USED TO WS-SEG-SLOT
               MOVE CG-SEGMENT-CODE TO WS-SEG-CODE(WS-SEG-SLOT)
               DISPLAY "GREETJOB: WARNING - SEGMENT TABLE FULL, " CG-SEGMENT-CODE " NOT IN RUN STATISTICS"
           END-IF.

       2230-ACCUMULATE-CHANNEL-STATS.
      *> One count against the current record's channel under the
      *> measure (and, for an exception, the reason) the caller set.
           MOVE 0 TO WS-CHN-SLOT
           PERFORM VARYING WS-CHN-IX FROM 1 BY 1
                   UNTIL WS-CHN-IX > WS-CHN-USED OR WS-CHN-SLOT > 0
               IF WS-CHN-SOURCE(WS-CHN-IX) = CG-SOURCE-CODE
                   AND WS-CHN-MEASURE(WS-CHN-IX) = WS-CHN-CUR-MEASURE
                   AND WS-CHN-REASON(WS-CHN-IX) = WS-CHN-CUR-REASON
                   MOVE WS-CHN-IX TO WS-CHN-SLOT
               END-IF
           END-PERFORM
           IF WS-CHN-SLOT = 0 AND WS-CHN-USED < WS-CHN-MAX
               ADD 1 TO WS-CHN-USED
               MOVE WS-CHN-USED TO WS-CHN-SLOT
               MOVE CG-SOURCE-CODE TO WS-CHN-SOURCE(WS-CHN-SLOT)
               MOVE WS-CHN-CUR-MEASURE TO WS-CHN-MEASURE(WS-CHN-SLOT)
               MOVE WS-CHN-CUR-REASON TO WS-CHN-REASON(WS-CHN-SLOT)
               MOVE 0 TO WS-CHN-COUNT(WS-CHN-SLOT)
           END-IF
           IF WS-CHN-SLOT > 0
               ADD 1 TO WS-CHN-COUNT(WS-CHN-SLOT)
           ELSE
               DISPLAY "GREETJOB: WARNING - CHANNEL TABLE FULL, " CG-SOURCE-CODE " " WS-CHN-CUR-MEASURE " NOT IN CHANNEL STATISTICS"
           END-IF.

       2210-POST-CUSTOMER-MASTER.
           MOVE WS-AREA-2 TO CM-COUNTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO CM-LAST-POSTED-DATE
           MOVE WS-AREA-1 TO EXTR-AREA-1
           MOVE WS-AREA-2 TO EXTR-AREA-2
           MOVE WS-POSTING-REF TO EXTR-POSTING-REF
           MOVE CG-SEGMENT-CODE TO EXTR-SEGMENT-CODE
           MOVE WS-CUR-GL-ACCOUNT TO EXTR-GL-ACCOUNT
           WRITE EXTR-RECORD.

       2600-WRITE-AUDIT-RECORD.
           MOVE WS-REJ-COUNT TO CHKPT-REJ-COUNT
           MOVE WS-PREF-SEQ TO CHKPT-POSTING-SEQ
           MOVE WS-SEG-USED TO CHKPT-SEG-USED
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > WS-SEG-MAX
               MOVE WS-SEG-CODE(WS-SEG-IX) TO CHKPT-SEG-CODE(WS-SEG-IX)
               MOVE WS-SEG-REC-COUNT(WS-SEG-IX) TO CHKPT-SEG-REC-COUNT(WS-SEG-IX)
               MOVE WS-SEG-TOTAL(WS-SEG-IX) TO CHKPT-SEG-TOTAL(WS-SEG-IX)
           END-PERFORM
           MOVE WS-CHN-USED TO CHKPT-CHN-USED
           PERFORM VARYING WS-CHN-IX FROM 1 BY 1 UNTIL WS-CHN-IX > WS-CHN-MAX
               MOVE WS-CHN-SOURCE(WS-CHN-IX) TO CHKPT-CHN-SOURCE(WS-CHN-IX)
               MOVE WS-CHN-MEASURE(WS-CHN-IX) TO CHKPT-CHN-MEASURE(WS-CHN-IX)
               MOVE WS-CHN-REASON(WS-CHN-IX) TO CHKPT-CHN-REASON(WS-CHN-IX)
               MOVE WS-CHN-COUNT(WS-CHN-IX) TO CHKPT-CHN-COUNT(WS-CHN-IX)
           END-PERFORM
           WRITE CHKPT-RECORD
           CLOSE CHECKPOINT-FILE.

           MOVE 0 TO CHKPT-REJ-COUNT
           MOVE 0 TO CHKPT-POSTING-SEQ
           MOVE 0 TO CHKPT-SEG-USED
           MOVE 0 TO CHKPT-CHN-USED
           WRITE CHKPT-RECORD
           CLOSE CHECKPOINT-FILE.


       2280-WRITE-GROUP-TOTAL.
           MOVE WS-RPT-CURRENT-GROUP TO RPT-GT-GROUP-CODE
           MOVE WS-RPT-CURRENT-GROUP TO SEG-CODE
           PERFORM 2285-LOOKUP-SEGMENT-NAME
           MOVE WS-SEG-NAME TO RPT-GT-GROUP-NAME
           MOVE WS-RPT-GROUP-TOTAL TO RPT-GT-TOTAL
           MOVE RPT-GROUP-TOTAL-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
           MOVE SPACES TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE.

       2285-LOOKUP-SEGMENT-NAME.
           MOVE SPACES TO WS-SEG-NAME
           READ SEGMENT-MASTER-FILE
           IF WS-SEGM-OK
               MOVE SEG-DESCRIPTION TO WS-SEG-NAME
           END-IF.

       2300-WRITE-DETAIL-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 2310-WRITE-REPORT-HEADERS
               CLOSE REJECT-REPORT
               CLOSE SUSPENSE-OUTPUT-FILE
               CLOSE PENDING-OUTPUT-FILE
               CLOSE SEGMENT-MASTER-FILE
           ELSE
           IF WS-CG-OK OR WS-CG-EOF
               PERFORM 2900-WRITE-CONTROL-TOTAL
               CLOSE SUSPENSE-OUTPUT-FILE
               CLOSE PENDING-OUTPUT-FILE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE SEGMENT-MASTER-FILE
               IF WS-REF-AVAILABLE
                   CLOSE CUSTOMER-REFERENCE-FILE
               END-IF
           WRITE RPT-PRINT-LINE
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > WS-SEG-USED
               MOVE WS-SEG-CODE(WS-SEG-IX) TO RPT-ST-CODE
               MOVE WS-SEG-CODE(WS-SEG-IX) TO SEG-CODE
               PERFORM 2285-LOOKUP-SEGMENT-NAME
               MOVE WS-SEG-NAME TO RPT-ST-NAME
               MOVE WS-SEG-REC-COUNT(WS-SEG-IX) TO RPT-ST-COUNT
               MOVE WS-SEG-TOTAL(WS-SEG-IX) TO RPT-ST-TOTAL
               MOVE RPT-SEG-TOTAL-LINE TO RPT-PRINT-LINE
               MOVE WS-REJ-COUNT TO STAT-REJECT-COUNT
               MOVE WS-RPT-GRAND-TOTAL TO STAT-GRAND-TOTAL
               MOVE WS-SEG-USED TO STAT-SEG-USED
               PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > WS-SEG-MAX
                   MOVE WS-SEG-CODE(WS-SEG-IX) TO STAT-SEG-CODE(WS-SEG-IX)
                   MOVE WS-SEG-REC-COUNT(WS-SEG-IX) TO STAT-SEG-REC-COUNT(WS-SEG-IX)
                   MOVE WS-SEG-TOTAL(WS-SEG-IX) TO STAT-SEG-TOTAL(WS-SEG-IX)
               END-PERFORM
               WRITE STAT-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF
           PERFORM 9210-WRITE-CHANNEL-STATISTICS.

       9210-WRITE-CHANNEL-STATISTICS.
      *> One record per channel per measure (per reason on exceptions)
      *> appended to the history GREETDQS scores the channels from,
      *> all stamped with this run's timestamp, behind one "RN" run
      *> marker so that even a run with nothing to count replaces an
      *> earlier run's figures. Like RUNSTATS it is created on the
      *> first run ever and a trial never writes it.
           OPEN EXTEND CHANNEL-STATISTICS-FILE
           IF WS-CST-NO-FILE
               OPEN OUTPUT CHANNEL-STATISTICS-FILE
           END-IF
           IF NOT WS-CST-OK
               DISPLAY "GREETJOB: WARNING - CHANNEL-STATISTICS-FILE DID NOT OPEN, STATUS=" WS-CST-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHN-RUN-TS
               MOVE SPACES TO CST-RECORD
               MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
               MOVE "GREETJOB" TO CST-JOB-NAME
               MOVE WS-CHN-RUN-TS TO CST-RUN-TS
               SET CST-RUN-MARKER TO TRUE
               MOVE 0 TO CST-COUNT
               WRITE CST-RECORD
               PERFORM VARYING WS-CHN-IX FROM 1 BY 1 UNTIL WS-CHN-IX > WS-CHN-USED
                   MOVE SPACES TO CST-RECORD
                   MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
                   MOVE "GREETJOB" TO CST-JOB-NAME
                   MOVE WS-CHN-RUN-TS TO CST-RUN-TS
                   MOVE WS-CHN-SOURCE(WS-CHN-IX) TO CST-SOURCE-CODE
                   MOVE WS-CHN-MEASURE(WS-CHN-IX) TO CST-MEASURE
                   MOVE WS-CHN-REASON(WS-CHN-IX) TO CST-REASON
                   MOVE WS-CHN-COUNT(WS-CHN-IX) TO CST-COUNT
                   WRITE CST-RECORD
               END-PERFORM
               CLOSE CHANNEL-STATISTICS-FILE
           END-IF.

       9100-VERIFY-RUN-COUNTS.
