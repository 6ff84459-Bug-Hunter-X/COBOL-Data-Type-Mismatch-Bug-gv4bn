      *> key) to the PENDMST pending-approval master: a matching
      *> pending item is marked approved and stamped with its
      *> approver, and GREETRCY releases it into the next night's run.
      *> The maintained master is written as PENDUPD for GREETGEN to
      *> promote as PENDMST. The report doubles as the supervisors'
      *> pending-approvals listing - every held adjustment with its
      *> amount, held date and current state - plus the disposition of
      *> every approval transaction; the job ends RC 4 when any
      *> approval was rejected. Every approval applied goes on the
      *> shared MNTLOG change log with the operator who keyed it, the
      *> reason, and the pending record before and after. The run is
      *> recorded on the RUNCTL ledger under the GREETPRM business
      *> date, which GREETGEN checks before promoting.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

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

           SELECT APPROVAL-REPORT
               ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  PNDN-RECORD                 PIC X(101).

       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
           COPY MNTLOG.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  APPROVAL-REPORT.
       01  APP-PRINT-LINE              PIC X(80).

       01  WS-NEW-STATUS               PIC X(2).
           88  WS-NEW-OK               VALUE "00".

       01  WS-MLOG-STATUS              PIC X(2).
           88  WS-MLOG-OK              VALUE "00".
           88  WS-MLOG-NO-FILE         VALUE "35".

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
       01  WS-APPROVED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-ITEM-COUNT               PIC 9(7)     VALUE 0.
           05  WS-TRAN-ENTRY OCCURS 100.
               10  WS-TRN-APPROVER     PIC X(8).
               10  WS-TRN-CUST-KEY     PIC X(6).
               10  WS-TRN-OPERATOR     PIC X(8).
               10  WS-TRN-REASON       PIC X(30).
               10  WS-TRN-DISPOSITION  PIC X(36).
       01  WS-TRN-IX                   PIC 9(3)     VALUE 0.

       01  WS-PND-BEFORE               PIC X(101)   VALUE SPACES.

      *> The imbedded CG-RECORD unpacked for the listing - the key the
      *> approvals match on and the amount the supervisors look at.
       01  WS-CG-WORK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0200-RUN-CONTROL-START
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-LOAD-ONE-APPROVAL UNTIL WS-TRAN-END
               PERFORM 2000-ROLL-ONE-ITEM UNTIL WS-MST-END
               PERFORM 3000-WRITE-REPORT-TOTALS
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
               DISPLAY "APPRMNT: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "APPRMNT" TO RUN-JOB-NAME
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
                   MOVE "APPRMNT" TO RUN-JOB-NAME
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
           OPEN INPUT APPROVAL-TRAN-FILE
           IF NOT WS-TRAN-OK
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
               DISPLAY "APPRMNT: UNABLE TO OPEN MNTLOG, STATUS=" WS-MLOG-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT APPROVAL-REPORT
           MOVE APP-HEADING-1 TO APP-PRINT-LINE
           WRITE APP-PRINT-LINE
                   ADD 1 TO WS-TRAN-USED
                   MOVE APT-APPROVER-ID TO WS-TRN-APPROVER(WS-TRAN-USED)
                   MOVE APT-CUST-KEY TO WS-TRN-CUST-KEY(WS-TRAN-USED)
                   MOVE APT-OPERATOR-ID TO WS-TRN-OPERATOR(WS-TRAN-USED)
                   MOVE APT-REASON TO WS-TRN-REASON(WS-TRAN-USED)
                   MOVE SPACES TO WS-TRN-DISPOSITION(WS-TRAN-USED)
                   EVALUATE TRUE
                       WHEN APT-APPROVER-ID = SPACES
                       WHEN APT-CUST-KEY = SPACES
                           MOVE "CUSTOMER KEY REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
                           ADD 1 TO WS-REJECTED-COUNT
                       WHEN APT-OPERATOR-ID = SPACES
                           MOVE "OPERATOR ID REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
                           ADD 1 TO WS-REJECTED-COUNT
                       WHEN APT-REASON = SPACES
                           MOVE "APPROVAL REASON REQUIRED" TO WS-TRN-DISPOSITION(WS-TRAN-USED)
                           ADD 1 TO WS-REJECTED-COUNT
                   END-EVALUATE
               ELSE
                   DISPLAY "APPRMNT: APPROVAL TABLE FULL, KEY " APT-CUST-KEY " NOT APPLIED"
           IF WS-TRN-DISPOSITION(WS-TRN-IX) = SPACES
               AND WS-TRN-CUST-KEY(WS-TRN-IX) = WS-CGW-CUST-KEY
               AND PND-PENDING
               MOVE PND-RECORD TO WS-PND-BEFORE
               SET PND-APPROVED TO TRUE
               MOVE WS-TRN-APPROVER(WS-TRN-IX) TO PND-APPROVER-ID
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "APPROVED FOR RELEASE" TO WS-TRN-DISPOSITION(WS-TRN-IX)
               PERFORM 2150-WRITE-MAINT-LOG
           END-IF.

       2150-WRITE-MAINT-LOG.
           MOVE SPACES TO MLG-RECORD
           MOVE FUNCTION CURRENT-DATE TO MLG-TIMESTAMP
           MOVE "APPRMNT" TO MLG-PROGRAM
           MOVE "PENDMST" TO MLG-FILE-NAME
           MOVE "APPROVE" TO MLG-ACTION
           MOVE WS-CGW-CUST-KEY TO MLG-CUST-KEY
           MOVE WS-TRN-OPERATOR(WS-TRN-IX) TO MLG-OPERATOR-ID
           MOVE WS-TRN-REASON(WS-TRN-IX) TO MLG-REASON
           MOVE WS-PND-BEFORE TO MLG-BEFORE-IMAGE
           MOVE PND-RECORD TO MLG-AFTER-IMAGE
           WRITE MLG-RECORD.

       2200-WRITE-ITEM-LINE.
           MOVE WS-CGW-CUST-KEY TO APP-I-KEY
           MOVE WS-CGW-ADJ-AMOUNT TO APP-I-AMOUNT
           CLOSE APPROVAL-TRAN-FILE
           CLOSE PENDING-MASTER-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE APPROVAL-REPORT.

       9100-RUN-CONTROL-END.
           IF WS-RCTL-STARTED
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCTL-OK
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE "APPRMNT" TO RUN-JOB-NAME
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
