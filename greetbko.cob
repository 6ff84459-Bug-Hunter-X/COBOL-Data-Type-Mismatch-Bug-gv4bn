      *> the BKOPRM run date it:
      *>   - puts the customer master counter back to the before value,
      *>   - writes a reversing GL extract record (EXTRREC layout, the
      *>     restated position) to BKOEXTR for the ledger, under the
      *>     customer's CUSTREF segment and that segment's GL account
      *>     off SEGMST,
      *>   - writes its own audit record to BKOAUD marking the
      *>     reversal (before and after swapped, stamped now).
      *>     BKOAUD accumulates across backout runs, so the month-end
      *>     roll-forward sees every reversal of the month.
      *> A master that is not sitting at the audited after-value has
      *> been touched since that run; it is NOT reversed blind - it is
      *> listed on the report and the job ends RC 8 for follow-up.
      *> The duplicate-key check in GREETJOB means a customer carries
      *> at most one update per run, so reversing in file order is
      *> exact for a same-night backout.
      *> A GREETYEC year-end close on the trail is the boundary between
      *> two years, not an update: it is never reversed, and an update
      *> stamped before the latest close is not reversed either - the
      *> counter it would restore belongs to a closed year. Both are
      *> listed; the second ends the job RC 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETBKO.

               RECORD KEY IS CM-CUST-KEY
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-REFERENCE-FILE
               ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CUST-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEGM-STATUS.

           SELECT BACKOUT-REPORT
               ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  BACKOUT-REPORT.
       01  BKO-PRINT-LINE              PIC X(80).


       01  WS-RAUD-STATUS              PIC X(2).
           88  WS-RAUD-OK              VALUE "00".
           88  WS-RAUD-NO-FILE         VALUE "35".

       01  WS-CM-STATUS                PIC X(2).
           88  WS-CM-OK                VALUE "00".

       01  WS-REF-STATUS               PIC X(2).
           88  WS-REF-OK               VALUE "00".
       01  WS-REF-AVAILABLE-SW         PIC X(1)     VALUE "N".
           88  WS-REF-AVAILABLE        VALUE "Y".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".
       01  WS-SEGM-AVAILABLE-SW        PIC X(1)     VALUE "N".
           88  WS-SEGM-AVAILABLE       VALUE "Y".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-SELECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-REVERSED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7)     VALUE 0.
       01  WS-CLOSE-PASSED-COUNT       PIC 9(7)     VALUE 0.
       01  WS-LATEST-CLOSE-TS          PIC X(21)    VALUE LOW-VALUES.

      *> Built here and written FROM, because the inbound audit FD
      *> already owns the AUDIT- names out of AUDITREC.

       1000-INITIALIZE.
           PERFORM 1100-READ-BACKOUT-CARD
           PERFORM 1200-FIND-LATEST-CLOSE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "GREETBKO: UNABLE TO OPEN GREETAUD, STATUS=" WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND REVERSAL-AUDIT-FILE
           IF WS-RAUD-NO-FILE
               OPEN OUTPUT REVERSAL-AUDIT-FILE
           END-IF
           IF NOT WS-RAUD-OK
               DISPLAY "GREETBKO: UNABLE TO OPEN BKOAUD, STATUS=" WS-RAUD-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> Without the reference or segment master the reversal still
      *> goes out; it simply carries no segment or GL account and the
      *> ledger area routes it by hand as before.
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF WS-REF-OK
               SET WS-REF-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETBKO: WARNING - NO REFERENCE MASTER, REVERSALS CARRY NO GL ACCOUNT, STATUS=" WS-REF-STATUS
           END-IF
           OPEN INPUT SEGMENT-MASTER-FILE
           IF WS-SEGM-OK
               SET WS-SEGM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETBKO: WARNING - NO SEGMENT MASTER, REVERSALS CARRY NO GL ACCOUNT, STATUS=" WS-SEGM-STATUS
           END-IF
           OPEN OUTPUT BACKOUT-REPORT
           IF WS-RUN-DATE = SPACES
               MOVE "ALL" TO BKO-H1-DATE
               DISPLAY "GREETBKO: NO BKOPRM CARD, BACKING OUT ENTIRE AUDIT FILE"
           END-IF.

       1200-FIND-LATEST-CLOSE.
      *> A first pass for the most recent year-end close, so the
      *> backout knows where the current year begins.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-OK
               PERFORM 1210-NOTE-ONE-CLOSE UNTIL WS-AUDIT-END
               CLOSE AUDIT-TRAIL-FILE
               MOVE "N" TO WS-AUDIT-EOF-SW
           END-IF.

       1210-NOTE-ONE-CLOSE.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUDIT-END TO TRUE
           END-READ
           IF NOT WS-AUDIT-END
               IF AUDIT-YEAR-END-CLOSE AND AUDIT-TIMESTAMP > WS-LATEST-CLOSE-TS
                   MOVE AUDIT-TIMESTAMP TO WS-LATEST-CLOSE-TS
               END-IF
           END-IF.

       2000-REVERSE-AUDIT-RECORDS.
           READ AUDIT-TRAIL-FILE
               AT END
           IF NOT WS-AUDIT-END
               IF WS-RUN-DATE = SPACES OR AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE
                   ADD 1 TO WS-SELECTED-COUNT
                   EVALUATE TRUE
                       WHEN AUDIT-YEAR-END-CLOSE
                           ADD 1 TO WS-CLOSE-PASSED-COUNT
                           MOVE "YEAR-END CLOSE - NOT A POSTING" TO BKO-D-ACTION
                           PERFORM 2400-WRITE-DETAIL-LINE
                       WHEN AUDIT-TIMESTAMP < WS-LATEST-CLOSE-TS
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE "BEFORE YEAR-END CLOSE - NOT REVERSED" TO BKO-D-ACTION
                           PERFORM 2400-WRITE-DETAIL-LINE
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           PERFORM 2100-REVERSE-ONE-UPDATE
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE AUDIT-AREA-1-AFTER TO EXTR-AREA-1
           MOVE AUDIT-AREA-2-BEFORE TO EXTR-AREA-2
           MOVE AUDIT-POSTING-REF TO EXTR-POSTING-REF
           MOVE SPACES TO EXTR-SEGMENT-CODE
           MOVE SPACES TO EXTR-GL-ACCOUNT
           PERFORM 2210-LOOKUP-GL-ACCOUNT
           WRITE EXTR-RECORD.

       2210-LOOKUP-GL-ACCOUNT.
           IF WS-REF-AVAILABLE
               MOVE AUDIT-KEY TO REF-CUST-KEY
               READ CUSTOMER-REFERENCE-FILE
               IF WS-REF-OK
                   MOVE REF-SEGMENT-CODE TO EXTR-SEGMENT-CODE
                   IF WS-SEGM-AVAILABLE
                       MOVE REF-SEGMENT-CODE TO SEG-CODE
                       READ SEGMENT-MASTER-FILE
                       IF WS-SEGM-OK
                           MOVE SEG-GL-ACCOUNT TO EXTR-GL-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-WRITE-REVERSAL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-REV-TIMESTAMP
           MOVE AUDIT-KEY TO WS-REV-KEY
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "UPDATES NOT REVERSED" TO BKO-CNT-CAPTION
           MOVE WS-SKIPPED-COUNT TO BKO-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE
           MOVE "YEAR-END CLOSES PASSED OVER" TO BKO-CNT-CAPTION
           MOVE WS-CLOSE-PASSED-COUNT TO BKO-CNT-VALUE
           PERFORM 3100-WRITE-COUNT-LINE.

       3100-WRITE-COUNT-LINE.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE REVERSAL-EXTRACT-FILE
           CLOSE REVERSAL-AUDIT-FILE
           IF WS-REF-AVAILABLE
               CLOSE CUSTOMER-REFERENCE-FILE
           END-IF
           IF WS-SEGM-AVAILABLE
               CLOSE SEGMENT-MASTER-FILE
           END-IF
           CLOSE BACKOUT-REPORT.
