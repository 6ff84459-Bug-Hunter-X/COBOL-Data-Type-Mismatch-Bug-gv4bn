      *> edit report showing the disposition of every transaction.
      *> Ends RC 4 when any transaction was rejected, so a bad
      *> maintenance deck gets looked at before the nightly run
      *> validates against a master it failed to update. Every
      *> change applied goes on the shared MNTLOG change log with the
      *> submitting operator, the reason, and the reference record as
      *> it stood before and after.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.

               RECORD KEY IS REF-CUST-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT EDIT-REPORT
               ASSIGN TO "REFEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
           COPY MNTLOG.

       FD  EDIT-REPORT.
       01  EDT-PRINT-LINE              PIC X(80).

           88  WS-REF-NOT-FOUND        VALUE "23".
           88  WS-REF-NO-FILE          VALUE "35".

       01  WS-MLOG-STATUS              PIC X(2).
           88  WS-MLOG-OK              VALUE "00".
           88  WS-MLOG-NO-FILE         VALUE "35".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-APPLIED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-DISPOSITION              PIC X(36)    VALUE SPACES.
       01  WS-LOG-ACTION               PIC X(10)    VALUE SPACES.
       01  WS-REF-BEFORE               PIC X(48)    VALUE SPACES.

       01  EDT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
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
               DISPLAY "REFMAINT: UNABLE TO OPEN MNTLOG, STATUS=" WS-MLOG-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EDIT-REPORT
           MOVE EDT-HEADING-1 TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
               WHEN RFT-CUST-KEY = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "CUSTOMER KEY REQUIRED" TO WS-DISPOSITION
               WHEN RFT-OPERATOR-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OPERATOR ID REQUIRED" TO WS-DISPOSITION
               WHEN RFT-REASON = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "CHANGE REASON REQUIRED" TO WS-DISPOSITION
               WHEN RFT-ADD AND RFT-SEGMENT-CODE = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "SEGMENT CODE REQUIRED ON ADD" TO WS-DISPOSITION
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ALREADY ON MASTER - ADD REJECTED" TO WS-DISPOSITION
           ELSE
               MOVE SPACES TO WS-REF-BEFORE
               MOVE SPACES TO REF-RECORD
               MOVE RFT-CUST-KEY TO REF-CUST-KEY
               MOVE RFT-SEGMENT-CODE TO REF-SEGMENT-CODE
               MOVE RFT-CUST-NAME TO REF-CUST-NAME
               WRITE REF-RECORD
               IF WS-REF-OK
                   MOVE "ADDED" TO WS-DISPOSITION
                   MOVE "ADD" TO WS-LOG-ACTION
                   PERFORM 2600-WRITE-MAINT-LOG
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "WRITE FAILED - ADD REJECTED" TO WS-DISPOSITION
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NOT ON MASTER - CHANGE REJECTED" TO WS-DISPOSITION
           ELSE
               MOVE REF-RECORD TO WS-REF-BEFORE
               IF RFT-SEGMENT-CODE NOT = SPACES
                   MOVE RFT-SEGMENT-CODE TO REF-SEGMENT-CODE
               END-IF
               REWRITE REF-RECORD
               IF WS-REF-OK
                   MOVE "CHANGED" TO WS-DISPOSITION
                   MOVE "CHANGE" TO WS-LOG-ACTION
                   PERFORM 2600-WRITE-MAINT-LOG
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "REWRITE FAILED - CHANGE REJECTED" TO WS-DISPOSITION
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NOT ON MASTER - INACTIVATE REJECTED" TO WS-DISPOSITION
           ELSE
               MOVE REF-RECORD TO WS-REF-BEFORE
               SET REF-INACTIVE TO TRUE
               REWRITE REF-RECORD
               IF WS-REF-OK
                   MOVE "INACTIVATED" TO WS-DISPOSITION
                   MOVE "INACTIVATE" TO WS-LOG-ACTION
                   PERFORM 2600-WRITE-MAINT-LOG
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "REWRITE FAILED - NOT INACTIVATED" TO WS-DISPOSITION
           MOVE EDT-DETAIL-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE.

       2600-WRITE-MAINT-LOG.
           MOVE SPACES TO MLG-RECORD
           MOVE FUNCTION CURRENT-DATE TO MLG-TIMESTAMP
           MOVE "REFMAINT" TO MLG-PROGRAM
           MOVE "CUSTREF" TO MLG-FILE-NAME
           MOVE WS-LOG-ACTION TO MLG-ACTION
           MOVE RFT-CUST-KEY TO MLG-CUST-KEY
           MOVE RFT-OPERATOR-ID TO MLG-OPERATOR-ID
           MOVE RFT-REASON TO MLG-REASON
           MOVE WS-REF-BEFORE TO MLG-BEFORE-IMAGE
           MOVE REF-RECORD TO MLG-AFTER-IMAGE
           WRITE MLG-RECORD.

       3000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
       9000-TERMINATE.
           CLOSE REFERENCE-TRAN-FILE
           CLOSE CUSTOMER-REFERENCE-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE EDIT-REPORT.
