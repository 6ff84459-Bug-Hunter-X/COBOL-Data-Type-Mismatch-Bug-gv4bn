      >>SOURCE FORMAT FREE
      *> SEGMAINT - segment master maintenance.
      *> Applies the SEGTRAN batch transactions (add / change /
      *> inactivate) to the SEGMST segment master - each segment's
      *> description, GL control account and active flag - prints an
      *> edit report showing the disposition of every transaction,
      *> and follows it with a listing of the whole master as it now
      *> stands. Ends RC 4 when any transaction was rejected, so a bad
      *> deck gets looked at before the nightly run refuses details
      *> for a segment it failed to add. Every change applied goes on
      *> the shared MNTLOG change log with the submitting operator,
      *> the reason, and the segment record before and after.
      *> The master is held to 100 segments, active or not: that is
      *> the size of the per-segment tables GREETJOB, its checkpoint,
      *> RUNSTATS and GREETTRD carry, so an add beyond it is refused
      *> here rather than a segment silently dropping out of the run
      *> statistics.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENT-TRAN-FILE
               ASSIGN TO "SEGTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEG-STATUS.

           SELECT MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT EDIT-REPORT
               ASSIGN TO "SEGEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-TRAN-FILE
           RECORDING MODE IS F.
           COPY SEGTRAN.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
           COPY MNTLOG.

       FD  EDIT-REPORT.
       01  EDT-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE "00".

       01  WS-SEG-STATUS               PIC X(2).
           88  WS-SEG-OK               VALUE "00".
           88  WS-SEG-NOT-FOUND        VALUE "23".
           88  WS-SEG-NO-FILE          VALUE "35".

       01  WS-MLOG-STATUS              PIC X(2).
           88  WS-MLOG-OK              VALUE "00".
           88  WS-MLOG-NO-FILE         VALUE "35".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-TRAN-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-TRAN-END         VALUE "Y".
           05  WS-TRAN-VALID-SW        PIC X(1)     VALUE "Y".
               88  WS-TRAN-VALID       VALUE "Y".
               88  WS-TRAN-INVALID     VALUE "N".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".
           05  WS-SEG-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-SEG-END          VALUE "Y".

       01  WS-APPLIED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-SEGMENTS-ON-FILE         PIC 9(3)     VALUE 0.
       01  WS-SEGMENT-LIMIT            PIC 9(3)     VALUE 100.
       01  WS-ACTIVE-COUNT             PIC 9(3)     VALUE 0.
       01  WS-INACTIVE-COUNT           PIC 9(3)     VALUE 0.
       01  WS-DISPOSITION              PIC X(36)    VALUE SPACES.
       01  WS-LOG-ACTION               PIC X(10)    VALUE SPACES.
       01  WS-SEG-BEFORE               PIC X(48)    VALUE SPACES.

       01  EDT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(44)  VALUE "SEGMAINT - SEGMENT MASTER MAINTENANCE EDIT".

       01  EDT-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  EDT-D-ACTION            PIC X(1).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EDT-D-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EDT-D-DESCRIPTION       PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EDT-D-GL-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EDT-D-DISPOSITION       PIC X(36).

       01  EDT-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  EDT-CNT-CAPTION         PIC X(30).
           05  EDT-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       01  EDT-LIST-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(5)   VALUE "SEG".
           05  FILLER                  PIC X(32)  VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12)  VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(6)   VALUE "STATUS".

       01  EDT-LIST-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  EDT-L-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  EDT-L-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EDT-L-GL-ACCOUNT        PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  EDT-L-STATUS            PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-COUNT-SEGMENTS
               PERFORM 2000-APPLY-TRANSACTIONS UNTIL WS-TRAN-END
               PERFORM 3000-WRITE-REPORT-TOTALS
               PERFORM 3100-LIST-SEGMENT-MASTER
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SEGMENT-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "SEGMAINT: UNABLE TO OPEN SEGTRAN, STATUS=" WS-TRAN-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O SEGMENT-MASTER-FILE
           IF WS-SEG-NO-FILE
               OPEN OUTPUT SEGMENT-MASTER-FILE
               CLOSE SEGMENT-MASTER-FILE
               OPEN I-O SEGMENT-MASTER-FILE
           END-IF
           IF NOT WS-SEG-OK
               DISPLAY "SEGMAINT: UNABLE TO OPEN SEGMST, STATUS=" WS-SEG-STATUS
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
               DISPLAY "SEGMAINT: UNABLE TO OPEN MNTLOG, STATUS=" WS-MLOG-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT EDIT-REPORT
           MOVE EDT-HEADING-1 TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE SPACES TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE.

       1100-COUNT-SEGMENTS.
      *> How many segments the master already holds, active or not,
      *> so an add that would take it past the table ceiling is
      *> refused.
           MOVE LOW-VALUES TO SEG-CODE
           START SEGMENT-MASTER-FILE KEY IS NOT LESS THAN SEG-CODE
           IF NOT WS-SEG-OK
               SET WS-SEG-END TO TRUE
           END-IF
           PERFORM 1110-COUNT-ONE-SEGMENT UNTIL WS-SEG-END.

       1110-COUNT-ONE-SEGMENT.
           READ SEGMENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SEG-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEGMENTS-ON-FILE
           END-READ.

       2000-APPLY-TRANSACTIONS.
           READ SEGMENT-TRAN-FILE
               AT END
                   SET WS-TRAN-END TO TRUE
           END-READ
           IF NOT WS-TRAN-END
               SET WS-TRAN-VALID TO TRUE
               MOVE SPACES TO WS-DISPOSITION
               PERFORM 2100-EDIT-TRANSACTION
               IF WS-TRAN-VALID
                   EVALUATE TRUE
                       WHEN SGT-ADD
                           PERFORM 2200-ADD-SEGMENT
                       WHEN SGT-CHANGE
                           PERFORM 2300-CHANGE-SEGMENT
                       WHEN SGT-INACTIVATE
                           PERFORM 2400-INACTIVATE-SEGMENT
                   END-EVALUATE
               END-IF
               IF WS-TRAN-VALID
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM 2500-WRITE-EDIT-LINE
           END-IF.

       2100-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT SGT-ADD AND NOT SGT-CHANGE AND NOT SGT-INACTIVATE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "UNRECOGNIZED ACTION CODE" TO WS-DISPOSITION
               WHEN SGT-SEGMENT-CODE = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "SEGMENT CODE REQUIRED" TO WS-DISPOSITION
               WHEN SGT-OPERATOR-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OPERATOR ID REQUIRED" TO WS-DISPOSITION
               WHEN SGT-REASON = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "CHANGE REASON REQUIRED" TO WS-DISPOSITION
               WHEN SGT-ADD AND SGT-DESCRIPTION = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "DESCRIPTION REQUIRED ON ADD" TO WS-DISPOSITION
               WHEN SGT-ADD AND SGT-GL-ACCOUNT = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "GL ACCOUNT REQUIRED ON ADD" TO WS-DISPOSITION
           END-EVALUATE.

       2200-ADD-SEGMENT.
           MOVE SGT-SEGMENT-CODE TO SEG-CODE
           READ SEGMENT-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-SEG-OK
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "ALREADY ON MASTER - ADD REJECTED" TO WS-DISPOSITION
               WHEN WS-SEGMENTS-ON-FILE NOT < WS-SEGMENT-LIMIT
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "SEGMENT MASTER FULL - ADD REJECTED" TO WS-DISPOSITION
               WHEN OTHER
                   MOVE SPACES TO WS-SEG-BEFORE
                   MOVE SPACES TO SEG-RECORD
                   MOVE SGT-SEGMENT-CODE TO SEG-CODE
                   MOVE SGT-DESCRIPTION TO SEG-DESCRIPTION
                   MOVE SGT-GL-ACCOUNT TO SEG-GL-ACCOUNT
                   SET SEG-ACTIVE TO TRUE
                   WRITE SEG-RECORD
                   IF WS-SEG-OK
                       ADD 1 TO WS-SEGMENTS-ON-FILE
                       MOVE "ADDED" TO WS-DISPOSITION
                       MOVE "ADD" TO WS-LOG-ACTION
                       PERFORM 2600-WRITE-MAINT-LOG
                   ELSE
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "WRITE FAILED - ADD REJECTED" TO WS-DISPOSITION
                   END-IF
           END-EVALUATE.

       2300-CHANGE-SEGMENT.
           MOVE SGT-SEGMENT-CODE TO SEG-CODE
           READ SEGMENT-MASTER-FILE
           IF NOT WS-SEG-OK
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NOT ON MASTER - CHANGE REJECTED" TO WS-DISPOSITION
           ELSE
               MOVE SEG-RECORD TO WS-SEG-BEFORE
               IF SGT-DESCRIPTION NOT = SPACES
                   MOVE SGT-DESCRIPTION TO SEG-DESCRIPTION
               END-IF
               IF SGT-GL-ACCOUNT NOT = SPACES
                   MOVE SGT-GL-ACCOUNT TO SEG-GL-ACCOUNT
               END-IF
               SET SEG-ACTIVE TO TRUE
               REWRITE SEG-RECORD
               IF WS-SEG-OK
                   MOVE "CHANGED" TO WS-DISPOSITION
                   MOVE "CHANGE" TO WS-LOG-ACTION
                   PERFORM 2600-WRITE-MAINT-LOG
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "REWRITE FAILED - CHANGE REJECTED" TO WS-DISPOSITION
               END-IF
           END-IF.

       2400-INACTIVATE-SEGMENT.
      *> Inactivating only stops new postings under the segment; the
      *> record stays so the reports can still name it.
           MOVE SGT-SEGMENT-CODE TO SEG-CODE
           READ SEGMENT-MASTER-FILE
           IF NOT WS-SEG-OK
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NOT ON MASTER - INACTIVATE REJECTED" TO WS-DISPOSITION
           ELSE
               MOVE SEG-RECORD TO WS-SEG-BEFORE
               SET SEG-INACTIVE TO TRUE
               REWRITE SEG-RECORD
               IF WS-SEG-OK
                   MOVE "INACTIVATED" TO WS-DISPOSITION
                   MOVE "INACTIVATE" TO WS-LOG-ACTION
                   PERFORM 2600-WRITE-MAINT-LOG
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "REWRITE FAILED - NOT INACTIVATED" TO WS-DISPOSITION
               END-IF
           END-IF.

       2500-WRITE-EDIT-LINE.
           MOVE SGT-ACTION TO EDT-D-ACTION
           MOVE SGT-SEGMENT-CODE TO EDT-D-SEGMENT
           MOVE SGT-DESCRIPTION TO EDT-D-DESCRIPTION
           MOVE SGT-GL-ACCOUNT TO EDT-D-GL-ACCOUNT
           MOVE WS-DISPOSITION TO EDT-D-DISPOSITION
           MOVE EDT-DETAIL-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE.

       2600-WRITE-MAINT-LOG.
      *> The log's key column carries the segment code, left-justified.
           MOVE SPACES TO MLG-RECORD
           MOVE FUNCTION CURRENT-DATE TO MLG-TIMESTAMP
           MOVE "SEGMAINT" TO MLG-PROGRAM
           MOVE "SEGMST" TO MLG-FILE-NAME
           MOVE WS-LOG-ACTION TO MLG-ACTION
           MOVE SGT-SEGMENT-CODE TO MLG-CUST-KEY
           MOVE SGT-OPERATOR-ID TO MLG-OPERATOR-ID
           MOVE SGT-REASON TO MLG-REASON
           MOVE WS-SEG-BEFORE TO MLG-BEFORE-IMAGE
           MOVE SEG-RECORD TO MLG-AFTER-IMAGE
           WRITE MLG-RECORD.

       3000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE "TRANSACTIONS APPLIED" TO EDT-CNT-CAPTION
           MOVE WS-APPLIED-COUNT TO EDT-CNT-VALUE
           MOVE EDT-COUNT-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE "TRANSACTIONS REJECTED" TO EDT-CNT-CAPTION
           MOVE WS-REJECTED-COUNT TO EDT-CNT-VALUE
           MOVE EDT-COUNT-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-LIST-SEGMENT-MASTER.
      *> The master as it stands after the deck, in segment order,
      *> for the ledger area to check the account mapping against.
           MOVE SPACES TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE " SEGMENT MASTER AFTER MAINTENANCE" TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE SPACES TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE EDT-LIST-HEADING TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE "N" TO WS-SEG-EOF-SW
           MOVE LOW-VALUES TO SEG-CODE
           START SEGMENT-MASTER-FILE KEY IS NOT LESS THAN SEG-CODE
           IF NOT WS-SEG-OK
               SET WS-SEG-END TO TRUE
           END-IF
           PERFORM 3110-LIST-ONE-SEGMENT UNTIL WS-SEG-END
           MOVE SPACES TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE "ACTIVE SEGMENTS" TO EDT-CNT-CAPTION
           MOVE WS-ACTIVE-COUNT TO EDT-CNT-VALUE
           MOVE EDT-COUNT-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE "INACTIVE SEGMENTS" TO EDT-CNT-CAPTION
           MOVE WS-INACTIVE-COUNT TO EDT-CNT-VALUE
           MOVE EDT-COUNT-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE
           MOVE "SEGMENT MASTER LIMIT" TO EDT-CNT-CAPTION
           MOVE WS-SEGMENT-LIMIT TO EDT-CNT-VALUE
           MOVE EDT-COUNT-LINE TO EDT-PRINT-LINE
           WRITE EDT-PRINT-LINE.

       3110-LIST-ONE-SEGMENT.
           READ SEGMENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SEG-END TO TRUE
               NOT AT END
                   MOVE SEG-CODE TO EDT-L-SEGMENT
                   MOVE SEG-DESCRIPTION TO EDT-L-DESCRIPTION
                   MOVE SEG-GL-ACCOUNT TO EDT-L-GL-ACCOUNT
                   IF SEG-ACTIVE
                       MOVE "ACTIVE" TO EDT-L-STATUS
                       ADD 1 TO WS-ACTIVE-COUNT
                   ELSE
                       MOVE "INACTIVE" TO EDT-L-STATUS
                       ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
                   MOVE EDT-LIST-LINE TO EDT-PRINT-LINE
                   WRITE EDT-PRINT-LINE
           END-READ.

       9000-TERMINATE.
           CLOSE SEGMENT-TRAN-FILE
           CLOSE SEGMENT-MASTER-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE EDIT-REPORT.
