      *> Statements page-break per customer in the SUMMRPT pagination
      *> style - one pass over the trail, every customer with
      *> activity, no per-customer selection cards.
      *> A GREETYEC year-end close in the month is not a posting: the
      *> statement shows it as the boundary it is - the old year's
      *> closing balance, then the new year's opening balance - and
      *> carries on from the opening.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETSTM.

           05  SRT-BEFORE              PIC 9(5).
           05  SRT-AFTER               PIC 9(5).
           05  SRT-NAME                PIC X(10).
               88  SRT-YEAR-END-CLOSE  VALUE "YEAR CLOSE".
           05  SRT-POSTING-REF         PIC X(14).

       FD  STATEMENT-REPORT.
       01  WS-CLOSING-BALANCE          PIC 9(5)     VALUE 0.
       01  WS-CUSTOMER-COUNT           PIC 9(7)     VALUE 0.
       01  WS-POSTING-COUNT            PIC 9(7)     VALUE 0.
       01  WS-YEAR-CLOSE-COUNT         PIC 9(7)     VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(7)     VALUE 0.

       01  WS-RPT-PAGE-NO              PIC 9(4)     VALUE 1.
                   END-IF
                   PERFORM 3200-OPEN-CUSTOMER
               END-IF
               IF SRT-YEAR-END-CLOSE
                   PERFORM 3350-WRITE-YEAR-BOUNDARY
                   ADD 1 TO WS-YEAR-CLOSE-COUNT
               ELSE
                   PERFORM 3300-WRITE-POSTING-LINE
                   ADD 1 TO WS-POSTING-COUNT
               END-IF
               MOVE SRT-AFTER TO WS-CLOSING-BALANCE
           END-IF.

       3200-OPEN-CUSTOMER.
           WRITE STM-PRINT-LINE
           ADD 1 TO WS-RPT-LINE-COUNT.

       3350-WRITE-YEAR-BOUNDARY.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 3500-WRITE-PAGE-HEADINGS
           END-IF
           MOVE SPACES TO STM-PRINT-LINE
           WRITE STM-PRINT-LINE
           MOVE "YEAR-END CLOSING BALANCE" TO STM-B-CAPTION
           MOVE SRT-BEFORE TO STM-B-VALUE
           MOVE SPACES TO STM-B-REMARK
           STRING "CLOSED " SRT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO STM-B-REMARK
           PERFORM 3600-WRITE-BALANCE-LINE
           MOVE "NEW YEAR OPENING BALANCE" TO STM-B-CAPTION
           MOVE SRT-AFTER TO STM-B-VALUE
           MOVE SRT-POSTING-REF TO STM-B-REMARK
           PERFORM 3600-WRITE-BALANCE-LINE
           MOVE SPACES TO STM-PRINT-LINE
           WRITE STM-PRINT-LINE
           MOVE STM-HEADING-3 TO STM-PRINT-LINE
           WRITE STM-PRINT-LINE
           ADD 5 TO WS-RPT-LINE-COUNT.

       3400-CLOSE-CUSTOMER.
           MOVE SPACES TO STM-PRINT-LINE
           WRITE STM-PRINT-LINE
           MOVE "POSTINGS ON STATEMENTS" TO STM-CNT-CAPTION
           MOVE WS-POSTING-COUNT TO STM-CNT-VALUE
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE "YEAR-END CLOSES ON STATEMENTS" TO STM-CNT-CAPTION
           MOVE WS-YEAR-CLOSE-COUNT TO STM-CNT-VALUE
           PERFORM 3800-WRITE-COUNT-LINE
           MOVE "MASTERS NOT TYING" TO STM-CNT-CAPTION
           MOVE WS-MISMATCH-COUNT TO STM-CNT-VALUE
           PERFORM 3800-WRITE-COUNT-LINE
