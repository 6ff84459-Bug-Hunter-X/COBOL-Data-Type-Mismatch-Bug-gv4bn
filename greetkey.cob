      *> re-key. A register shows every re-key applied or rejected;
      *> the job ends RC 4 when any transaction was rejected. This
      *> replaces the hand edits in three files that never reconciled
      *> cleanly afterwards. Every master record the move touches goes
      *> on the shared MNTLOG change log with the submitting operator,
      *> the reason, and the record before and after.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETKEY.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT REKEY-REGISTER
               ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
           COPY MNTLOG.

       FD  REKEY-REGISTER.
       01  KEY-PRINT-LINE              PIC X(80).

           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-NO-FILE        VALUE "35".

       01  WS-MLOG-STATUS              PIC X(2).
           88  WS-MLOG-OK              VALUE "00".
           88  WS-MLOG-NO-FILE         VALUE "35".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-RESULT-BALANCE           PIC S9(7)    VALUE 0.
       01  WS-TODAY-DATE               PIC X(8)     VALUE SPACES.

      *> Change log work fields: which master, what happened, and the
      *> record image before the change.
       01  WS-LOG-FILE-NAME            PIC X(8)     VALUE SPACES.
       01  WS-LOG-ACTION               PIC X(10)    VALUE SPACES.
       01  WS-LOG-KEY                  PIC X(6)     VALUE SPACES.
       01  WS-LOG-BEFORE               PIC X(48)    VALUE SPACES.
       01  WS-LOG-AFTER                PIC X(48)    VALUE SPACES.

       01  KEY-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(44)  VALUE "GREETKEY - CUSTOMER RE-KEY / MERGE REGISTER".
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
               DISPLAY "GREETKEY: UNABLE TO OPEN MNTLOG, STATUS=" WS-MLOG-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REKEY-REGISTER
           MOVE KEY-HEADING-1 TO KEY-PRINT-LINE
           WRITE KEY-PRINT-LINE
               WHEN KYT-OLD-KEY = KYT-NEW-KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OLD AND NEW KEY IDENTICAL" TO WS-DISPOSITION
               WHEN KYT-OPERATOR-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "OPERATOR ID REQUIRED" TO WS-DISPOSITION
               WHEN KYT-REASON = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "CHANGE REASON REQUIRED" TO WS-DISPOSITION
           END-EVALUATE.

       2200-LOCATE-BOTH-KEYS.
      *> so an abend can duplicate a balance across two keys (visible,
      *> reconcilable) but never lose it.
           IF WS-NEW-EXISTS
               MOVE CM-RECORD TO WS-LOG-BEFORE
               MOVE "MERGE-IN" TO WS-LOG-ACTION
               MOVE WS-RESULT-BALANCE TO CM-COUNTER
               MOVE WS-TODAY-DATE TO CM-LAST-POSTED-DATE
               REWRITE CM-RECORD
           ELSE
               MOVE SPACES TO WS-LOG-BEFORE
               MOVE "REKEY-IN" TO WS-LOG-ACTION
               MOVE SPACES TO CM-RECORD
               MOVE KYT-NEW-KEY TO CM-CUST-KEY
               MOVE WS-RESULT-BALANCE TO CM-COUNTER
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NEW KEY NOT POSTED - REJECTED" TO WS-DISPOSITION
           ELSE
               MOVE "CUSTMST" TO WS-LOG-FILE-NAME
               MOVE KYT-NEW-KEY TO WS-LOG-KEY
               MOVE CM-RECORD TO WS-LOG-AFTER
               PERFORM 2650-WRITE-MAINT-LOG
               PERFORM 2400-RETIRE-OLD-KEY
           END-IF.

               MOVE "OLD KEY DELETE FAILED - CHECK MASTER" TO WS-DISPOSITION
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CUSTMST" TO WS-LOG-FILE-NAME
               MOVE "REKEY-OUT" TO WS-LOG-ACTION
               MOVE WS-OLD-KEY TO WS-LOG-KEY
               MOVE WS-OLD-MASTER TO WS-LOG-BEFORE
               MOVE SPACES TO WS-LOG-AFTER
               PERFORM 2650-WRITE-MAINT-LOG
               PERFORM 2500-INACTIVATE-OLD-REFERENCE
               PERFORM 2600-WRITE-AUDIT-PAIR
               IF WS-NEW-EXISTS
               MOVE WS-OLD-KEY TO REF-CUST-KEY
               READ CUSTOMER-REFERENCE-FILE
               IF WS-REF-OK
                   MOVE REF-RECORD TO WS-LOG-BEFORE
                   SET REF-INACTIVE TO TRUE
                   REWRITE REF-RECORD
                   IF WS-REF-OK
                       MOVE "CUSTREF" TO WS-LOG-FILE-NAME
                       MOVE "INACTIVATE" TO WS-LOG-ACTION
                       MOVE WS-OLD-KEY TO WS-LOG-KEY
                       MOVE REF-RECORD TO WS-LOG-AFTER
                       PERFORM 2650-WRITE-MAINT-LOG
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO AUDIT-POSTING-REF
           WRITE AUDIT-RECORD.

       2650-WRITE-MAINT-LOG.
           MOVE SPACES TO MLG-RECORD
           MOVE FUNCTION CURRENT-DATE TO MLG-TIMESTAMP
           MOVE "GREETKEY" TO MLG-PROGRAM
           MOVE WS-LOG-FILE-NAME TO MLG-FILE-NAME
           MOVE WS-LOG-ACTION TO MLG-ACTION
           MOVE WS-LOG-KEY TO MLG-CUST-KEY
           MOVE KYT-OPERATOR-ID TO MLG-OPERATOR-ID
           MOVE KYT-REASON TO MLG-REASON
           MOVE WS-LOG-BEFORE TO MLG-BEFORE-IMAGE
           MOVE WS-LOG-AFTER TO MLG-AFTER-IMAGE
           WRITE MLG-RECORD.

       2700-WRITE-REGISTER-LINE.
           MOVE KYT-OLD-KEY TO KEY-D-OLD-KEY
           MOVE KYT-NEW-KEY TO KEY-D-NEW-KEY
               CLOSE CUSTOMER-REFERENCE-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE REKEY-REGISTER.
