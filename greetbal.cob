      *> TOTAL line GREETJOB printed on SUMMRPT. Ends with RETURN-CODE
      *> 8 when anything is out of balance so the scheduler holds the
      *> GL feed instead of the ledger area finding the difference.
      *> The extract is also broken down by segment and GL control
      *> account, with the segment named off SEGMST, and an extract
      *> item carrying no GL account holds the feed the same way -
      *> the ledger has nowhere to post it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETBAL.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEGM-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED

       FD  CARRY-FORWARD-FILE
           RECORDING MODE IS F.
       01  CFWD-RECORD                 PIC X(47).

       FD  PENDING-OUTPUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".
       01  WS-SEGM-AVAILABLE-SW        PIC X(1)     VALUE "N".
           88  WS-SEGM-AVAILABLE       VALUE "Y".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
           05  WS-CFW-AREA-1           PIC X(10).
           05  WS-CFW-AREA-2           PIC 9(5).
           05  WS-CFW-POSTING-REF      PIC X(14).
           05  WS-CFW-SEGMENT-CODE     PIC X(2).
           05  WS-CFW-GL-ACCOUNT       PIC X(10).

       01  WS-FLAGS.
           05  WS-CG-EOF-SW            PIC X(1)     VALUE "N".
       01  WS-APPLIED-COUNT            PIC S9(7)    VALUE 0.
       01  WS-APPLIED-AMOUNT           PIC S9(9)    VALUE 0.
       01  WS-ACCOUNTED-COUNT          PIC 9(7)     VALUE 0.
       01  WS-NO-ACCOUNT-COUNT         PIC 9(7)     VALUE 0.

      *> Extract items and amounts by segment and GL control account,
      *> in the order first met on the extract. Carry-forward items
      *> keep the account they were first sent under, so one segment
      *> can show twice the night after an account is remapped.
       01  WS-GLS-TABLE.
           05  WS-GLS-USED             PIC 9(3)     VALUE 0.
           05  WS-GLS-ENTRY OCCURS 100.
               10  WS-GLS-SEGMENT      PIC X(2).
               10  WS-GLS-ACCOUNT      PIC X(10).
               10  WS-GLS-COUNT        PIC 9(7).
               10  WS-GLS-AMOUNT       PIC 9(9).
       01  WS-GLS-MAX                  PIC 9(3)     VALUE 100.
       01  WS-GLS-IX                   PIC 9(3)     VALUE 0.
       01  WS-GLS-SLOT                 PIC 9(3)     VALUE 0.

      *> SUMMRPT control-total line is picked back apart through the
      *> same layout GREETJOB printed it with, so the two programs can
           05  BAL-CHK-CAPTION         PIC X(47).
           05  BAL-CHK-RESULT          PIC X(24).

       01  BAL-GLS-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(4)   VALUE "SEG".
           05  FILLER                  PIC X(26)  VALUE "SEGMENT NAME".
           05  FILLER                  PIC X(12)  VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(12)  VALUE "     ITEMS".
           05  FILLER                  PIC X(11)  VALUE "     AMOUNT".

       01  BAL-GLS-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  BAL-G-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BAL-G-NAME              PIC X(24).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BAL-G-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BAL-G-COUNT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BAL-G-AMOUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-OK-LITERAL               PIC X(24)  VALUE "IN BALANCE".
       01  WS-BAD-LITERAL              PIC X(24)  VALUE "*** OUT OF BALANCE ***".

               SET WS-RPT-END TO TRUE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
      *> The segment master only supplies names for the breakdown;
      *> without it the codes and accounts still print.
           OPEN INPUT SEGMENT-MASTER-FILE
           IF WS-SEGM-OK
               SET WS-SEGM-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT BALANCING-REPORT
           IF NOT WS-BAL-OK
               DISPLAY "GREETBAL: UNABLE TO OPEN BALRPT, STATUS=" WS-BAL-STATUS
                   IF EXTR-AREA-2 NUMERIC
                       ADD EXTR-AREA-2 TO WS-EXTR-AMOUNT
                   END-IF
                   IF EXTR-GL-ACCOUNT = SPACES
                       ADD 1 TO WS-NO-ACCOUNT-COUNT
                   END-IF
                   PERFORM 2250-ACCUMULATE-GL-ACCOUNT
           END-READ.

       2250-ACCUMULATE-GL-ACCOUNT.
           MOVE 0 TO WS-GLS-SLOT
           PERFORM 2260-MATCH-GL-ENTRY
               VARYING WS-GLS-IX FROM 1 BY 1
               UNTIL WS-GLS-IX > WS-GLS-USED OR WS-GLS-SLOT > 0
           IF WS-GLS-SLOT = 0
               IF WS-GLS-USED < WS-GLS-MAX
                   ADD 1 TO WS-GLS-USED
                   MOVE WS-GLS-USED TO WS-GLS-SLOT
                   MOVE EXTR-SEGMENT-CODE TO WS-GLS-SEGMENT(WS-GLS-SLOT)
                   MOVE EXTR-GL-ACCOUNT TO WS-GLS-ACCOUNT(WS-GLS-SLOT)
                   MOVE 0 TO WS-GLS-COUNT(WS-GLS-SLOT)
                   MOVE 0 TO WS-GLS-AMOUNT(WS-GLS-SLOT)
               ELSE
                   DISPLAY "GREETBAL: WARNING - GL ACCOUNT TABLE FULL, " EXTR-SEGMENT-CODE " " EXTR-GL-ACCOUNT " NOT BROKEN OUT"
               END-IF
           END-IF
           IF WS-GLS-SLOT > 0
               ADD 1 TO WS-GLS-COUNT(WS-GLS-SLOT)
               IF EXTR-AREA-2 NUMERIC
                   ADD EXTR-AREA-2 TO WS-GLS-AMOUNT(WS-GLS-SLOT)
               END-IF
           END-IF.

       2260-MATCH-GL-ENTRY.
           IF WS-GLS-SEGMENT(WS-GLS-IX) = EXTR-SEGMENT-CODE
               AND WS-GLS-ACCOUNT(WS-GLS-IX) = EXTR-GL-ACCOUNT
               MOVE WS-GLS-IX TO WS-GLS-SLOT
           END-IF.

       2300-TALLY-EXCEPTIONS.
           READ EXCEPTION-LISTING
               AT END
           WRITE BAL-PRINT-LINE
           PERFORM 3300-CHECK-RECORD-BALANCE
           PERFORM 3400-CHECK-AMOUNT-BALANCE
           PERFORM 3500-CHECK-SUMMARY-BALANCE
           PERFORM 3700-CHECK-GL-ACCOUNTS
           PERFORM 3800-WRITE-GL-BREAKDOWN.

       3100-WRITE-COUNT-LINE.
           MOVE BAL-COUNT-LINE TO BAL-PRINT-LINE
           MOVE BAL-CHECK-LINE TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE.

       3700-CHECK-GL-ACCOUNTS.
           MOVE "EVERY EXTRACT ITEM CARRIES A GL ACCOUNT" TO BAL-CHK-CAPTION
           IF WS-NO-ACCOUNT-COUNT = 0
               MOVE WS-OK-LITERAL TO BAL-CHK-RESULT
           ELSE
               MOVE WS-BAD-LITERAL TO BAL-CHK-RESULT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM 3600-WRITE-CHECK-LINE.

       3800-WRITE-GL-BREAKDOWN.
           MOVE SPACES TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE
           MOVE " GL EXTRACT BY SEGMENT AND GL ACCOUNT" TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE
           MOVE SPACES TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE
           MOVE BAL-GLS-HEADING TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE
           PERFORM 3810-WRITE-GL-LINE
               VARYING WS-GLS-IX FROM 1 BY 1
               UNTIL WS-GLS-IX > WS-GLS-USED.

       3810-WRITE-GL-LINE.
           MOVE WS-GLS-SEGMENT(WS-GLS-IX) TO BAL-G-SEGMENT
           MOVE SPACES TO BAL-G-NAME
           IF WS-SEGM-AVAILABLE
               MOVE WS-GLS-SEGMENT(WS-GLS-IX) TO SEG-CODE
               READ SEGMENT-MASTER-FILE
               IF WS-SEGM-OK
                   MOVE SEG-DESCRIPTION TO BAL-G-NAME
               ELSE
                   MOVE "NOT ON SEGMENT MASTER" TO BAL-G-NAME
               END-IF
           END-IF
           IF WS-GLS-ACCOUNT(WS-GLS-IX) = SPACES
               MOVE "*** NONE" TO BAL-G-ACCOUNT
           ELSE
               MOVE WS-GLS-ACCOUNT(WS-GLS-IX) TO BAL-G-ACCOUNT
           END-IF
           MOVE WS-GLS-COUNT(WS-GLS-IX) TO BAL-G-COUNT
           MOVE WS-GLS-AMOUNT(WS-GLS-IX) TO BAL-G-AMOUNT
           MOVE BAL-GLS-LINE TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE.

       9000-TERMINATE.
           CLOSE CUSTOMER-GREETING-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE CARRY-FORWARD-FILE
           CLOSE PENDING-OUTPUT-FILE
           CLOSE SUMMARY-REPORT
           IF WS-SEGM-AVAILABLE
               CLOSE SEGMENT-MASTER-FILE
           END-IF
           MOVE SPACES TO BAL-PRINT-LINE
           WRITE BAL-PRINT-LINE
           IF WS-IN-BALANCE
