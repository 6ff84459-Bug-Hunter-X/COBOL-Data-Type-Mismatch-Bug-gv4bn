      *> SUSPMNT - suspense master correction and write-off maintenance.
      *> Applies the SUSPTRAN batch transactions to the SUSPMST
      *> suspense master and writes the maintained master as SUSPMNEW
      *> for GREETGEN to promote, so nobody hand-edits SUSPMST with
      *> a file editor again. A fix transaction corrects individual
      *> fields inside the imbedded CG-RECORD (key, segment, name,
      *> counter, adjustment amount); a mark-corrected transaction
      *> its reason on the SUSPWOFF register so an unfixable aged item
      *> stops recycle-failing forever. An edit report shows the
      *> disposition of every transaction; the job ends RC 4 when any
      *> transaction was rejected. Every change applied to an item
      *> goes on the shared MNTLOG change log with the submitting
      *> operator, the reason, and the suspense record as it stood
      *> before and after. Write-offs are counted by source channel
      *> onto the CHNSTATS history for the GREETDQS scorecard. The
      *> run is recorded on the RUNCTL ledger under the GREETPRM
      *> business date, which GREETGEN checks before promoting.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOF-STATUS.

           SELECT MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT CHANNEL-STATISTICS-FILE
               ASSIGN TO "CHNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

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

           SELECT EDIT-REPORT
               ASSIGN TO "SUSPEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  WOF-RECORD                  PIC X(181).

       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
           COPY MNTLOG.

       FD  CHANNEL-STATISTICS-FILE
           RECORDING MODE IS F.
           COPY CHNSTAT.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EDIT-REPORT.
       01  EDT-PRINT-LINE              PIC X(80).

           88  WS-WOF-OK               VALUE "00".
           88  WS-WOF-NO-FILE          VALUE "35".

       01  WS-MLOG-STATUS              PIC X(2).
           88  WS-MLOG-OK              VALUE "00".
           88  WS-MLOG-NO-FILE         VALUE "35".

       01  WS-CST-STATUS               PIC X(2).
           88  WS-CST-OK               VALUE "00".
           88  WS-CST-NO-FILE          VALUE "35".

       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
       01  WS-RCTL-STARTED-SW          PIC X(1)     VALUE "N".
           88  WS-RCTL-STARTED         VALUE "Y".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8)     VALUE SPACES.
       01  WS-APPLIED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-WRITEOFF-COUNT           PIC 9(7)     VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(7)     VALUE 0.

      *> Write-offs by the source channel stamped inside the imbedded
      *> record.
       01  WS-CHN-STATS.
           05  WS-CHN-USED             PIC 9(3)     VALUE 0.
           05  WS-CHN-ENTRY OCCURS 20.
               10  WS-CHN-SOURCE       PIC X(3)     VALUE SPACES.
               10  WS-CHN-COUNT        PIC 9(7)     VALUE 0.
       01  WS-CHN-MAX                  PIC 9(3)     VALUE 20.
       01  WS-CHN-IX                   PIC 9(3)     VALUE 0.
       01  WS-CHN-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-CHN-RUN-TS               PIC X(14)    VALUE SPACES.

      *> The whole transaction deck is held in storage so the master
      *> can be passed once, in sequence, and every transaction can
      *> still be reported on afterwards - including the ones that
       01  WS-TRAN-TABLE.
           05  WS-TRAN-USED            PIC 9(3)     VALUE 0.
           05  WS-TRAN-ENTRY OCCURS 200.
               10  WS-TRN-RECORD       PIC X(136).
               10  WS-TRN-DISPOSITION  PIC X(36).
       01  WS-TRN-IX                   PIC 9(3)     VALUE 0.

           05  WS-SMT-NEW-COUNTER      PIC X(5).
           05  WS-SMT-NEW-ADJ-AMOUNT   PIC X(6).
           05  WS-SMT-WOFF-REASON      PIC X(40).
           05  WS-SMT-OPERATOR-ID      PIC X(8).
           05  WS-SMT-REASON           PIC X(30).

       01  WS-LOG-ACTION               PIC X(10)    VALUE SPACES.
       01  WS-SUSP-BEFORE              PIC X(133)   VALUE SPACES.

      *> The imbedded CG-RECORD unpacked for field corrections, in the
      *> CGFILE detail shape.
           05  WS-CGW-NAME             PIC X(30).
           05  WS-CGW-COUNTER          PIC X(5).
           05  WS-CGW-ADJ-AMOUNT       PIC X(6).
           05  WS-CGW-SOURCE-CODE      PIC X(3).
           05  FILLER                  PIC X(29).

      *> One write-off register record: retired when, why, and the
      *> full suspense record as it stood (fixes applied), so a

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0200-RUN-CONTROL-START
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-LOAD-ONE-TRANSACTION UNTIL WS-TRAN-END
               PERFORM 2000-MAINTAIN-ONE-ITEM UNTIL WS-MST-END
               PERFORM 3000-WRITE-EDIT-REPORT
               PERFORM 4000-WRITE-CHANNEL-STATISTICS
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once the new master and
      *> the report are closed, so GREETGEN never promotes a file that
      *> was still being written.
           IF NOT WS-RUN-ABORTED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       0100-READ-PARAMETER-CARD.
      *> The same GREETPRM card the rest of the chain runs under, so
      *> the run-control ledger keys every job to one business date.
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
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-OK
               DISPLAY "SUSPMNT: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "SUSPMNT" TO RUN-JOB-NAME
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
                   MOVE "SUSPMNT" TO RUN-JOB-NAME
                   SET RUN-JOB-STARTED TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-TS
                   MOVE SPACES TO RUN-END-TS
                   MOVE 0 TO RUN-RETURN-CODE
                   WRITE RUN-CTL-RECORD
               END-IF
               IF WS-RCTL-OK
                   SET WS-RCTL-STARTED TO TRUE
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT SUSPENSE-TRAN-FILE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> The change log accumulates across runs and decks; it is
      *> created by the first maintenance run ever.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MLOG-NO-FILE
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           IF NOT WS-MLOG-OK
               DISPLAY "SUSPMNT: UNABLE TO OPEN MNTLOG, STATUS=" WS-MLOG-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EDIT-REPORT
           MOVE EDT-HEADING-1 TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
                   MOVE "UNRECOGNIZED ACTION CODE" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
               WHEN SMT-CUST-KEY = SPACES
                   MOVE "CUSTOMER KEY REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
               WHEN SMT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
               WHEN SMT-REASON = SPACES AND NOT SMT-WRITE-OFF
                   MOVE "CHANGE REASON REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
               WHEN SMT-WRITE-OFF AND SMT-WRITEOFF-REASON = SPACES
                   MOVE "WRITE-OFF REASON REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
               WHEN SMT-FIX AND SMT-NEW-KEY = SPACES
                   MOVE "ITEM ALREADY WRITTEN OFF" TO WS-TRN-DISPOSITION(WS-TRN-IX)
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE WS-CG-WORK TO SUSP-CG-RECORD
                   MOVE SUSP-RECORD TO WS-SUSP-BEFORE
                   EVALUATE TRUE
                       WHEN WS-SMT-FIX
                           PERFORM 2200-FIX-ITEM-FIELDS
                           PERFORM 2400-WRITE-OFF-ITEM
                   END-EVALUATE
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2500-WRITE-MAINT-LOG
               END-IF
           END-IF.

           END-IF
           SET WS-ITEM-CHANGED TO TRUE
           ADD 1 TO WS-FIXED-COUNT
           MOVE "FIELDS CORRECTED" TO WS-TRN-DISPOSITION(WS-TRN-IX)
           MOVE "FIX" TO WS-LOG-ACTION.

       2300-MARK-ITEM-CORRECTED.
           SET SUSP-CORRECTED TO TRUE
           ADD 1 TO WS-MARKED-COUNT
           MOVE "MARKED CORRECTED FOR RECYCLE" TO WS-TRN-DISPOSITION(WS-TRN-IX)
           MOVE "MARK-CORR" TO WS-LOG-ACTION.

       2400-WRITE-OFF-ITEM.
           MOVE WS-CG-WORK TO SUSP-CG-RECORD
           WRITE WOF-RECORD FROM WS-WOFF-WORK
           SET WS-ITEM-RETIRED TO TRUE
           ADD 1 TO WS-WRITEOFF-COUNT
           PERFORM 2410-COUNT-WRITE-OFF-CHANNEL
           MOVE "WRITTEN OFF" TO WS-TRN-DISPOSITION(WS-TRN-IX)
           MOVE "WRITE-OFF" TO WS-LOG-ACTION.

       2410-COUNT-WRITE-OFF-CHANNEL.
           MOVE 0 TO WS-CHN-SLOT
           PERFORM 2420-FIND-CHANNEL-SLOT
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
               DISPLAY "SUSPMNT: WARNING - CHANNEL TABLE FULL, " WS-CGW-SOURCE-CODE " NOT IN CHANNEL STATISTICS"
           END-IF.

       2420-FIND-CHANNEL-SLOT.
           IF WS-CHN-SOURCE(WS-CHN-IX) = WS-CGW-SOURCE-CODE
               MOVE WS-CHN-IX TO WS-CHN-SLOT
           END-IF.

       2500-WRITE-MAINT-LOG.
      *> A written-off item has no after image - it left the master.
           MOVE SPACES TO MLG-RECORD
           MOVE FUNCTION CURRENT-DATE TO MLG-TIMESTAMP
           MOVE "SUSPMNT" TO MLG-PROGRAM
           MOVE "SUSPMST" TO MLG-FILE-NAME
           MOVE WS-LOG-ACTION TO MLG-ACTION
           MOVE WS-SMT-CUST-KEY TO MLG-CUST-KEY
           MOVE WS-SMT-OPERATOR-ID TO MLG-OPERATOR-ID
           IF WS-SMT-REASON = SPACES
               MOVE WS-SMT-WOFF-REASON TO MLG-REASON
           ELSE
               MOVE WS-SMT-REASON TO MLG-REASON
           END-IF
           MOVE WS-SUSP-BEFORE TO MLG-BEFORE-IMAGE
           IF NOT WS-ITEM-RETIRED
               MOVE WS-CG-WORK TO SUSP-CG-RECORD
               MOVE SUSP-RECORD TO MLG-AFTER-IMAGE
           END-IF
           WRITE MLG-RECORD.

       3000-WRITE-EDIT-REPORT.
           PERFORM 3100-WRITE-ONE-EDIT-LINE
           MOVE EDT-COUNT-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE.

       4000-WRITE-CHANNEL-STATISTICS.
      *> One record per channel that had an item written off this run,
      *> dated the GREETPRM business date as GREETJOB's and GREETRCY's
      *> figures are. Every maintenance run's write-offs stand, so
      *> these accumulate on the CHNSTATS history alongside theirs.
           IF WS-CHN-USED > 0
               OPEN EXTEND CHANNEL-STATISTICS-FILE
               IF WS-CST-NO-FILE
                   OPEN OUTPUT CHANNEL-STATISTICS-FILE
               END-IF
               IF NOT WS-CST-OK
                   DISPLAY "SUSPMNT: WARNING - CHNSTATS DID NOT OPEN, STATUS=" WS-CST-STATUS
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHN-RUN-TS
                   PERFORM 4100-WRITE-ONE-CHANNEL
                       VARYING WS-CHN-IX FROM 1 BY 1
                       UNTIL WS-CHN-IX > WS-CHN-USED
                   CLOSE CHANNEL-STATISTICS-FILE
               END-IF
           END-IF.

       4100-WRITE-ONE-CHANNEL.
           MOVE SPACES TO CST-RECORD
           MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
           MOVE "SUSPMNT" TO CST-JOB-NAME
           MOVE WS-CHN-RUN-TS TO CST-RUN-TS
           MOVE WS-CHN-SOURCE(WS-CHN-IX) TO CST-SOURCE-CODE
           SET CST-WRITTEN-OFF TO TRUE
           MOVE WS-CHN-COUNT(WS-CHN-IX) TO CST-COUNT
           WRITE CST-RECORD.

       9000-TERMINATE.
           CLOSE SUSPENSE-TRAN-FILE
           CLOSE SUSPENSE-MASTER-FILE
           CLOSE NEW-SUSPENSE-FILE
           CLOSE WRITE-OFF-REGISTER-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE EDIT-REPORT.

       9100-RUN-CONTROL-END.
           IF WS-RCTL-STARTED
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCTL-OK
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE "SUSPMNT" TO RUN-JOB-NAME
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
