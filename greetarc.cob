      *> periodic job moves audit records older than the RETPRM
      *> retention period onto a dated archive cut (AUDARCHV), writes
      *> the remaining records as the trimmed live file (AUDLIVE, for
      *> GREETGEN to promote as GREETAUD - the GREETRCY SUSPNEW
      *> pattern), and appends one AUDCATLG catalog record naming the
      *> cut and the timestamp range it holds. Nothing is deleted:
      *> retention is seven years, and the catalog is how GREETAPL
      *> finds the right archive later. A record whose timestamp
      *> cannot be read stays on the live file rather than vanishing
      *> into an archive nobody would think to mount. The run is
      *> recorded on the RUNCTL ledger under the GREETPRM business
      *> date; the cut itself still goes by the machine date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETARC.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PARAMETER-FILE
               ASSIGN TO "GREETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GPRM-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RETENTION-REPORT
               ASSIGN TO "AUDARPT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY AUDCAT.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RETENTION-REPORT.
       01  ARC-PRINT-LINE              PIC X(80).

           88  WS-CAT-OK               VALUE "00".
           88  WS-CAT-NO-FILE          VALUE "35".

       01  WS-GPRM-STATUS              PIC X(2).
           88  WS-GPRM-OK              VALUE "00".

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
       01  WS-RETAIN-DAYS              PIC 9(5)     VALUE 90.
       01  WS-TODAY-DATE               PIC 9(8)     VALUE 0.
       01  WS-TODAY-INTEGER            PIC S9(9)    VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0200-RUN-CONTROL-START
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SPLIT-ONE-RECORD UNTIL WS-AUDIT-END
               PERFORM 3000-WRITE-CATALOG-ENTRY
               PERFORM 4000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
      *> Completion goes on the ledger only once the trimmed live file
      *> and the report are closed, so GREETGEN never promotes a file
      *> that was still being written.
           IF NOT WS-RUN-ABORTED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       0100-READ-PARAMETER-CARD.
      *> The same GREETPRM card the rest of the chain runs under, so
      *> the run-control ledger keys every job to one business date.
           OPEN INPUT PARAMETER-FILE
           IF WS-GPRM-OK
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
               DISPLAY "GREETARC: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE "GREETARC" TO RUN-JOB-NAME
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
                   MOVE "GREETARC" TO RUN-JOB-NAME
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
           OPEN INPUT RETENTION-PARAMETER-FILE
           IF WS-PARM-OK
           CLOSE ARCHIVE-CUT-FILE
           CLOSE NEW-LIVE-FILE
           CLOSE RETENTION-REPORT.

       9100-RUN-CONTROL-END.
           IF WS-RCTL-STARTED
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCTL-OK
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE "GREETARC" TO RUN-JOB-NAME
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
