      *> GREETRCY - nightly suspense merge and recycle.
      *> Takes the next run's raw extract (CUSTNEXT), the suspense
      *> master (SUSPMST) and the suspense items GREETJOB wrote tonight
      *> (SUSPOUT) - plus any details GREETSRT refused ahead of the
      *> sort for an unknown or inactive segment (SRTSUSP) - and
      *> builds:
      *>   CUSTRAW  - the next run's input for GREETSRT, with every
      *>              corrected suspense item merged back in and the
      *>              trailer count/hash adjusted to cover them;
      *> GREETJOB does not hold them again, with the trailer stepped
      *> up to cover them), and PENDNEW carries still-pending items
      *> plus the adjustments GREETJOB held tonight (PENDOUT).
      *> GREETGEN promotes SUSPNEW as the next night's SUSPMST and
      *> PENDNEW as the next night's PENDMST. The recycled items are
      *> counted by source channel onto the CHNSTATS history for the
      *> GREETDQS scorecard.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETRCY.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

           SELECT SORT-SUSPENSE-FILE
               ASSIGN TO "SRTSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDAY-STATUS.

           SELECT MERGED-INPUT-FILE
               ASSIGN TO "CUSTRAW"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHANNEL-STATISTICS-FILE
               ASSIGN TO "CHNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
           RECORDING MODE IS F.
       01  SUSPD-RECORD                PIC X(133).

       FD  SORT-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPS-RECORD                PIC X(133).

       FD  MERGED-INPUT-FILE
           RECORDING MODE IS F.
       01  MRG-RECORD                  PIC X(84).
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  CHANNEL-STATISTICS-FILE
           RECORDING MODE IS F.
           COPY CHNSTAT.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       01  WS-DAY-STATUS               PIC X(2).
           88  WS-DAY-OK               VALUE "00".

       01  WS-SDAY-STATUS              PIC X(2).
           88  WS-SDAY-OK              VALUE "00".

       01  WS-MRG-STATUS               PIC X(2).
           88  WS-MRG-OK               VALUE "00".

       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-CST-STATUS               PIC X(2).
           88  WS-CST-OK               VALUE "00".
           88  WS-CST-NO-FILE          VALUE "35".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
               88  WS-MST-END          VALUE "Y".
           05  WS-DAY-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-DAY-END          VALUE "Y".
           05  WS-SDAY-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-SDAY-END         VALUE "Y".
           05  WS-PMST-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-PMST-END         VALUE "Y".
           05  WS-PDAY-EOF-SW          PIC X(1)     VALUE "N".
       01  WS-RECYCLED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-NEW-ITEM-COUNT           PIC 9(7)     VALUE 0.
       01  WS-SORT-ITEM-COUNT          PIC 9(7)     VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-PND-CARRIED-COUNT        PIC 9(7)     VALUE 0.
       01  WS-PND-NEW-COUNT            PIC 9(7)     VALUE 0.

      *> Recycled items by the source channel stamped inside the
      *> imbedded record.
       01  WS-CHN-STATS.
           05  WS-CHN-USED             PIC 9(3)     VALUE 0.
           05  WS-CHN-ENTRY OCCURS 20.
               10  WS-CHN-SOURCE       PIC X(3)     VALUE SPACES.
               10  WS-CHN-COUNT        PIC 9(7)     VALUE 0.
       01  WS-CHN-MAX                  PIC 9(3)     VALUE 20.
       01  WS-CHN-IX                   PIC 9(3)     VALUE 0.
       01  WS-CHN-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-CHN-RUN-TS               PIC X(14)    VALUE SPACES.

       01  RCY-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(42)  VALUE "GREETRCY - SUSPENSE MERGE/RECYCLE REPORT".
               PERFORM 2000-COPY-NEXT-INPUT UNTIL WS-NEXT-END
               PERFORM 3000-ROLL-SUSPENSE-MASTER UNTIL WS-MST-END
               PERFORM 4000-ABSORB-DAILY-SUSPENSE UNTIL WS-DAY-END
               PERFORM 4100-ABSORB-SORT-SUSPENSE UNTIL WS-SDAY-END
               PERFORM 4500-ROLL-PENDING-MASTER UNTIL WS-PMST-END
               PERFORM 4700-ABSORB-DAILY-PENDING UNTIL WS-PDAY-END
               PERFORM 5000-WRITE-ADJUSTED-TRAILER
               PERFORM 6000-WRITE-REPORT-TOTALS
               PERFORM 7000-WRITE-CHANNEL-STATISTICS
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once SUSPNEW, PENDNEW and
      *> the report are closed, so GREETGEN never promotes a file that
      *> was still being written.
           IF NOT WS-RUN-ABORTED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           IF NOT WS-DAY-OK
               SET WS-DAY-END TO TRUE
           END-IF
           OPEN INPUT SORT-SUSPENSE-FILE
           IF NOT WS-SDAY-OK
               SET WS-SDAY-END TO TRUE
           END-IF
           OPEN INPUT PENDING-MASTER-FILE
           IF NOT WS-PMST-OK
      *> No pending master yet just means nothing awaits approval.
           MOVE SUSP-CG-RECORD TO WS-CG-WORK
           WRITE MRG-RECORD FROM WS-CG-WORK
           ADD 1 TO WS-RECYCLED-COUNT
           PERFORM 3200-COUNT-RECYCLED-CHANNEL
           IF WS-TRAILER-HELD
               ADD 1 TO WS-TRL-RECORD-COUNT
               IF WS-CGW-COUNTER-NUM NUMERIC
           MOVE RCY-DETAIL-LINE TO RCY-PRINT-LINE
           WRITE RCY-PRINT-LINE.

       3200-COUNT-RECYCLED-CHANNEL.
           MOVE 0 TO WS-CHN-SLOT
           PERFORM 3210-FIND-CHANNEL-SLOT
               VARYING WS-CHN-IX FROM 1 BY 1
               UNTIL WS-CHN-IX > WS-CHN-USED OR WS-CHN-SLOT > 0
           IF WS-CHN-SLOT = 0 AND WS-CHN-USED < WS-CHN-MAX
               ADD 1 TO WS-CHN-USED
               MOVE WS-CHN-USED TO WS-CHN-SLOT
               MOVE WS-CGW-SOURCE-CODE TO WS-CHN-SOURCE(WS-CHN-SLOT)
               MOVE 0 TO WS-CHN-COUNT(WS-CHN-SLOT)
           END-IF
           IF WS-CHN-SLOT > 0
               ADD 1 TO WS-CHN-COUNT(WS-CHN-SLOT)
           ELSE
               DISPLAY "GREETRCY: WARNING - CHANNEL TABLE FULL, " WS-CGW-SOURCE-CODE " NOT IN CHANNEL STATISTICS"
           END-IF.

       3210-FIND-CHANNEL-SLOT.
           IF WS-CHN-SOURCE(WS-CHN-IX) = WS-CGW-SOURCE-CODE
               MOVE WS-CHN-IX TO WS-CHN-SLOT
           END-IF.

       4000-ABSORB-DAILY-SUSPENSE.
           READ DAILY-SUSPENSE-FILE
               AT END
                   ADD 1 TO WS-NEW-ITEM-COUNT
           END-READ.

       4100-ABSORB-SORT-SUSPENSE.
           READ SORT-SUSPENSE-FILE
               AT END
                   SET WS-SDAY-END TO TRUE
               NOT AT END
                   WRITE SUSPN-RECORD FROM SUSPS-RECORD
                   ADD 1 TO WS-SORT-ITEM-COUNT
           END-READ.

       4500-ROLL-PENDING-MASTER.
           READ PENDING-MASTER-FILE
               AT END
           MOVE "NEW ITEMS INTO SUSPENSE" TO RCY-CNT-CAPTION
           MOVE WS-NEW-ITEM-COUNT TO RCY-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "SEGMENT REJECTS INTO SUSPENSE" TO RCY-CNT-CAPTION
           MOVE WS-SORT-ITEM-COUNT TO RCY-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE "APPROVED ADJUSTMENTS RELEASED" TO RCY-CNT-CAPTION
           MOVE WS-RELEASED-COUNT TO RCY-CNT-VALUE
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE RCY-COUNT-LINE TO RCY-PRINT-LINE
           WRITE RCY-PRINT-LINE.

       7000-WRITE-CHANNEL-STATISTICS.
      *> One record per channel that had an item recycled tonight,
      *> appended to the CHNSTATS history GREETJOB also feeds. The
      *> run marker goes out even with nothing recycled, so a rerun
      *> replaces the first run's figures. The file is created on the
      *> first run ever.
           OPEN EXTEND CHANNEL-STATISTICS-FILE
           IF WS-CST-NO-FILE
               OPEN OUTPUT CHANNEL-STATISTICS-FILE
           END-IF
           IF NOT WS-CST-OK
               DISPLAY "GREETRCY: WARNING - CHNSTATS DID NOT OPEN, STATUS=" WS-CST-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHN-RUN-TS
               PERFORM 7050-WRITE-RUN-MARKER
               PERFORM 7100-WRITE-ONE-CHANNEL
                   VARYING WS-CHN-IX FROM 1 BY 1
                   UNTIL WS-CHN-IX > WS-CHN-USED
               CLOSE CHANNEL-STATISTICS-FILE
           END-IF.

       7050-WRITE-RUN-MARKER.
           MOVE SPACES TO CST-RECORD
           MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
           MOVE "GREETRCY" TO CST-JOB-NAME
           MOVE WS-CHN-RUN-TS TO CST-RUN-TS
           SET CST-RUN-MARKER TO TRUE
           MOVE 0 TO CST-COUNT
           WRITE CST-RECORD.

       7100-WRITE-ONE-CHANNEL.
           MOVE SPACES TO CST-RECORD
           MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
           MOVE "GREETRCY" TO CST-JOB-NAME
           MOVE WS-CHN-RUN-TS TO CST-RUN-TS
           MOVE WS-CHN-SOURCE(WS-CHN-IX) TO CST-SOURCE-CODE
           SET CST-RECYCLED TO TRUE
           MOVE WS-CHN-COUNT(WS-CHN-IX) TO CST-COUNT
           WRITE CST-RECORD.

       9000-TERMINATE.
           CLOSE NEXT-INPUT-FILE
           CLOSE SUSPENSE-MASTER-FILE
           CLOSE DAILY-SUSPENSE-FILE
           CLOSE SORT-SUSPENSE-FILE
           CLOSE MERGED-INPUT-FILE
           CLOSE NEW-SUSPENSE-FILE
           CLOSE PENDING-MASTER-FILE
