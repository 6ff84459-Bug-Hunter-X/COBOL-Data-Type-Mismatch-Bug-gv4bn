      *> GREETJOB to read unchanged. The header stays first and the
      *> trailer stays last - sorting reorders details only, so the
      *> trailer's count and hash still cover the same records.
      *> A detail whose segment (after the reference master override)
      *> is not an active segment on the SEGMST segment master is not
      *> sorted in: it is listed on SRTRPT and written to SRTSUSP in
      *> the suspense layout, and the trailer count and hash are
      *> stepped down to match, so GREETJOB never opens a subtotal for
      *> it and GREETRCY takes it into the suspense master with the
      *> night's other failures. Any such reject ends the step RC 4.
      *> GREETJOB never sees these details, so they are counted here
      *> by source channel - received and excepted, by reason - onto
      *> the CHNSTATS history, where GREETDQS scores them with the
      *> channel's other exceptions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETSRT.

               RECORD KEY IS REF-CUST-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEGM-STATUS.

           SELECT SORT-SUSPENSE-FILE
               ASSIGN TO "SRTSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SSUS-STATUS.

           SELECT SORT-REJECT-REPORT
               ASSIGN TO "SRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWRK".

               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT CHANNEL-STATISTICS-FILE
               ASSIGN TO "CHNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNSORTED-GREETING-FILE
       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  SORT-SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  SORT-REJECT-REPORT.
       01  SRJ-PRINT-LINE              PIC X(80).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CHANNEL-STATISTICS-FILE
           RECORDING MODE IS F.
           COPY CHNSTAT.

       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           05  SRT-REC-TYPE            PIC X(1).
       01  WS-REF-AVAILABLE-SW         PIC X(1)     VALUE "N".
           88  WS-REF-AVAILABLE        VALUE "Y".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".

       01  WS-SSUS-STATUS              PIC X(2).
           88  WS-SSUS-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-RCTL-STARTED-SW          PIC X(1)     VALUE "N".
           88  WS-RCTL-STARTED         VALUE "Y".

       01  WS-CST-STATUS               PIC X(2).
           88  WS-CST-OK               VALUE "00".
           88  WS-CST-NO-FILE          VALUE "35".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.

       01  WS-FLAGS.
               88  WS-HEADER-SEEN      VALUE "Y".
           05  WS-TRAILER-SEEN-SW      PIC X(1)     VALUE "N".
               88  WS-TRAILER-SEEN     VALUE "Y".
           05  WS-SEG-VALID-SW         PIC X(1)     VALUE "Y".
               88  WS-SEG-VALID        VALUE "Y".
               88  WS-SEG-INVALID      VALUE "N".

       01  WS-SAVED-HEADER             PIC X(84)    VALUE SPACES.
      *> The trailer is held and written last with its count and hash
      *> stepped down by the details refused for their segment, so
      *> CUSTGRT still passes GREETJOB's control-record pre-pass.
       01  WS-SAVED-TRAILER.
           05  WS-TRL-REC-TYPE         PIC X(1).
           05  WS-TRL-RECORD-COUNT     PIC 9(7).
           05  WS-TRL-HASH-TOTAL       PIC 9(9).
           05  FILLER                  PIC X(67).
       01  WS-RELEASED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-RETURNED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-SEG-REJECT-COUNT         PIC 9(7)     VALUE 0.
       01  WS-SEG-REJECT-HASH          PIC 9(9)     VALUE 0.
       01  WS-SEG-REASON               PIC X(40)    VALUE SPACES.

      *> Segment rejects per source channel and reason, for the
      *> CHNSTATS history.
       01  WS-CHN-STATS.
           05  WS-CHN-USED             PIC 9(3)     VALUE 0.
           05  WS-CHN-ENTRY OCCURS 20.
               10  WS-CHN-SOURCE       PIC X(3)     VALUE SPACES.
               10  WS-CHN-REASON       PIC X(40)    VALUE SPACES.
               10  WS-CHN-COUNT        PIC 9(7)     VALUE 0.
       01  WS-CHN-MAX                  PIC 9(3)     VALUE 20.
       01  WS-CHN-IX                   PIC 9(3)     VALUE 0.
       01  WS-CHN-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-CHN-RUN-TS               PIC X(14)    VALUE SPACES.

       01  SRJ-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(44)  VALUE "GREETSRT - SEGMENT REJECTS BEFORE SORT".
           05  FILLER                  PIC X(9)   VALUE "RUN DATE ".
           05  SRJ-H1-DATE             PIC X(8).

       01  SRJ-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  SRJ-D-KEY               PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SRJ-D-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SRJ-D-REASON            PIC X(40).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SRJ-D-SOURCE            PIC X(3).

       01  SRJ-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  SRJ-CNT-CAPTION         PIC X(30).
           05  SRJ-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
                   INPUT PROCEDURE IS 2000-RELEASE-DETAILS
                   OUTPUT PROCEDURE IS 3000-RETURN-SORTED
               DISPLAY "GREETSRT: " WS-RELEASED-COUNT " DETAIL RECORDS SORTED"
               PERFORM 4000-WRITE-REJECT-TOTALS
               PERFORM 5000-WRITE-CHANNEL-STATISTICS
               PERFORM 9000-RUN-CONTROL-END
           END-IF
           STOP RUN.
      *> one BEFORE the sort keys on it, so a correction does not
      *> land a record out of order in the sorted file. GREETJOB
      *> repeats the override defensively for unsorted runs.
      *> The segment master is required: without it an unknown
      *> segment cannot be told from a real one.
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF WS-REF-OK
               SET WS-REF-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SEGMENT-MASTER-FILE
           IF NOT WS-SEGM-OK
               DISPLAY "GREETSRT: UNABLE TO OPEN SEGMST, STATUS=" WS-SEGM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RAW-END TO TRUE
           END-IF
           OPEN OUTPUT SORT-SUSPENSE-FILE
           IF NOT WS-SSUS-OK
               DISPLAY "GREETSRT: UNABLE TO OPEN SRTSUSP, STATUS=" WS-SSUS-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-RAW-END TO TRUE
           END-IF
           OPEN OUTPUT SORT-REJECT-REPORT
           MOVE WS-BUSINESS-DATE TO SRJ-H1-DATE
           MOVE SRJ-HEADING-1 TO SRJ-PRINT-LINE
           WRITE SRJ-PRINT-LINE
           MOVE SPACES TO SRJ-PRINT-LINE
           WRITE SRJ-PRINT-LINE
           IF NOT WS-RAW-END
               OPEN INPUT UNSORTED-GREETING-FILE
               IF NOT WS-RAW-OK
                   DISPLAY "GREETSRT: UNABLE TO OPEN CUSTRAW, STATUS=" WS-RAW-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-RAW-END TO TRUE
               ELSE
                   PERFORM 2100-RELEASE-NEXT-RECORD UNTIL WS-RAW-END
                   CLOSE UNSORTED-GREETING-FILE
               END-IF
           END-IF
           IF WS-REF-AVAILABLE
               CLOSE CUSTOMER-REFERENCE-FILE
           END-IF
           CLOSE SEGMENT-MASTER-FILE
           CLOSE SORT-SUSPENSE-FILE.

       2100-RELEASE-NEXT-RECORD.
           READ UNSORTED-GREETING-FILE
                       MOVE CG-RECORD TO WS-SAVED-TRAILER
                   WHEN OTHER
                       PERFORM 2200-OVERRIDE-SEGMENT-CODE
                       PERFORM 2300-VALIDATE-SEGMENT
                       IF WS-SEG-VALID
                           RELEASE SRT-RECORD FROM CG-RECORD
                           ADD 1 TO WS-RELEASED-COUNT
                       ELSE
                           PERFORM 2400-REJECT-DETAIL
                       END-IF
               END-EVALUATE
           END-IF.

               END-IF
           END-IF.

       2300-VALIDATE-SEGMENT.
           SET WS-SEG-VALID TO TRUE
           MOVE CG-SEGMENT-CODE TO SEG-CODE
           READ SEGMENT-MASTER-FILE
           EVALUATE TRUE
               WHEN NOT WS-SEGM-OK
                   SET WS-SEG-INVALID TO TRUE
                   MOVE "SEGMENT NOT ON SEGMENT MASTER" TO WS-SEG-REASON
               WHEN SEG-INACTIVE
                   SET WS-SEG-INVALID TO TRUE
                   MOVE "SEGMENT INACTIVE ON SEGMENT MASTER" TO WS-SEG-REASON
           END-EVALUATE.

       2400-REJECT-DETAIL.
      *> Into suspense whole, exactly as GREETJOB would have put an
      *> exception, so the correction team fixes it through SUSPMNT
      *> and GREETRCY recycles it like any other item.
           SET SUSP-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE TO SUSP-FAIL-DATE
           MOVE WS-SEG-REASON TO SUSP-REASON
           MOVE CG-RECORD TO SUSP-CG-RECORD
           WRITE SUSP-RECORD
           ADD 1 TO WS-SEG-REJECT-COUNT
           IF CG-COUNTER-IN NUMERIC
               COMPUTE WS-SEG-REJECT-HASH = FUNCTION MOD(WS-SEG-REJECT-HASH + CG-COUNTER-IN, 1000000000)
           END-IF
           MOVE CG-CUST-KEY TO SRJ-D-KEY
           MOVE CG-SEGMENT-CODE TO SRJ-D-SEGMENT
           MOVE WS-SEG-REASON TO SRJ-D-REASON
           MOVE CG-SOURCE-CODE TO SRJ-D-SOURCE
           MOVE SRJ-DETAIL-LINE TO SRJ-PRINT-LINE
           WRITE SRJ-PRINT-LINE
           PERFORM 2410-COUNT-REJECT-CHANNEL.

       2410-COUNT-REJECT-CHANNEL.
           MOVE 0 TO WS-CHN-SLOT
           PERFORM 2420-FIND-CHANNEL-SLOT
               VARYING WS-CHN-IX FROM 1 BY 1
               UNTIL WS-CHN-IX > WS-CHN-USED OR WS-CHN-SLOT > 0
           IF WS-CHN-SLOT = 0 AND WS-CHN-USED < WS-CHN-MAX
               ADD 1 TO WS-CHN-USED
               MOVE WS-CHN-USED TO WS-CHN-SLOT
               MOVE CG-SOURCE-CODE TO WS-CHN-SOURCE(WS-CHN-SLOT)
               MOVE WS-SEG-REASON TO WS-CHN-REASON(WS-CHN-SLOT)
               MOVE 0 TO WS-CHN-COUNT(WS-CHN-SLOT)
           END-IF
           IF WS-CHN-SLOT > 0
               ADD 1 TO WS-CHN-COUNT(WS-CHN-SLOT)
           ELSE
               DISPLAY "GREETSRT: WARNING - CHANNEL TABLE FULL, " CG-SOURCE-CODE " NOT IN CHANNEL STATISTICS"
           END-IF.

       2420-FIND-CHANNEL-SLOT.
           IF WS-CHN-SOURCE(WS-CHN-IX) = CG-SOURCE-CODE
               AND WS-CHN-REASON(WS-CHN-IX) = WS-SEG-REASON
               MOVE WS-CHN-IX TO WS-CHN-SLOT
           END-IF.

       3000-RETURN-SORTED.
           OPEN OUTPUT SORTED-GREETING-FILE
           IF NOT WS-SRTD-OK
               END-IF
               PERFORM 3100-RETURN-NEXT-RECORD UNTIL WS-SORT-END
               IF WS-TRAILER-SEEN
                   PERFORM 3200-STEP-DOWN-TRAILER
                   WRITE SRTD-RECORD FROM WS-SAVED-TRAILER
               END-IF
               CLOSE SORTED-GREETING-FILE
               NOT AT END
                   WRITE SRTD-RECORD FROM SRT-RECORD
                   ADD 1 TO WS-RETURNED-COUNT
           END-RETURN.

       3200-STEP-DOWN-TRAILER.
      *> Only a numeric trailer is adjusted; a damaged one goes out
      *> as it came for GREETJOB's pre-pass to refuse.
           IF WS-TRL-RECORD-COUNT NUMERIC AND WS-TRL-HASH-TOTAL NUMERIC
               AND WS-SEG-REJECT-COUNT > 0
               SUBTRACT WS-SEG-REJECT-COUNT FROM WS-TRL-RECORD-COUNT
               COMPUTE WS-TRL-HASH-TOTAL = FUNCTION MOD(WS-TRL-HASH-TOTAL + 1000000000 - WS-SEG-REJECT-HASH, 1000000000)
           END-IF.

       4000-WRITE-REJECT-TOTALS.
           MOVE SPACES TO SRJ-PRINT-LINE
           WRITE SRJ-PRINT-LINE
           MOVE "DETAILS SORTED INTO CUSTGRT" TO SRJ-CNT-CAPTION
           MOVE WS-RELEASED-COUNT TO SRJ-CNT-VALUE
           MOVE SRJ-COUNT-LINE TO SRJ-PRINT-LINE
           WRITE SRJ-PRINT-LINE
           MOVE "DETAILS REJECTED TO SRTSUSP" TO SRJ-CNT-CAPTION
           MOVE WS-SEG-REJECT-COUNT TO SRJ-CNT-VALUE
           MOVE SRJ-COUNT-LINE TO SRJ-PRINT-LINE
           WRITE SRJ-PRINT-LINE
           CLOSE SORT-REJECT-REPORT
           IF WS-SEG-REJECT-COUNT > 0
               DISPLAY "GREETSRT: " WS-SEG-REJECT-COUNT " DETAILS REJECTED FOR SEGMENT, SEE SRTRPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5000-WRITE-CHANNEL-STATISTICS.
      *> Each reject is both received and excepted for its channel,
      *> appended to the CHNSTATS history GREETJOB also feeds. The
      *> run marker goes out even with no rejects, so a rerun after
      *> SEGMST was put right replaces the first run's figures. The
      *> file is created on the first run ever.
           OPEN EXTEND CHANNEL-STATISTICS-FILE
           IF WS-CST-NO-FILE
               OPEN OUTPUT CHANNEL-STATISTICS-FILE
           END-IF
           IF NOT WS-CST-OK
               DISPLAY "GREETSRT: WARNING - CHNSTATS DID NOT OPEN, STATUS=" WS-CST-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHN-RUN-TS
               PERFORM 5050-WRITE-RUN-MARKER
               PERFORM 5100-WRITE-ONE-CHANNEL
                   VARYING WS-CHN-IX FROM 1 BY 1
                   UNTIL WS-CHN-IX > WS-CHN-USED
               CLOSE CHANNEL-STATISTICS-FILE
           END-IF.

       5050-WRITE-RUN-MARKER.
           MOVE SPACES TO CST-RECORD
           MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
           MOVE "GREETSRT" TO CST-JOB-NAME
           MOVE WS-CHN-RUN-TS TO CST-RUN-TS
           SET CST-RUN-MARKER TO TRUE
           MOVE 0 TO CST-COUNT
           WRITE CST-RECORD.

       5100-WRITE-ONE-CHANNEL.
           MOVE SPACES TO CST-RECORD
           MOVE WS-BUSINESS-DATE TO CST-BUSINESS-DATE
           MOVE "GREETSRT" TO CST-JOB-NAME
           MOVE WS-CHN-RUN-TS TO CST-RUN-TS
           MOVE WS-CHN-SOURCE(WS-CHN-IX) TO CST-SOURCE-CODE
           SET CST-RECEIVED TO TRUE
           MOVE WS-CHN-COUNT(WS-CHN-IX) TO CST-COUNT
           WRITE CST-RECORD
           SET CST-EXCEPTED TO TRUE
           MOVE WS-CHN-REASON(WS-CHN-IX) TO CST-REASON
           WRITE CST-RECORD.
