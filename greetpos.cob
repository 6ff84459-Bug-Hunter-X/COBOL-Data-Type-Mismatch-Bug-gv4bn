      >>SOURCE FORMAT FREE
      *> GREETPOS - customer position inquiry.
      *> Answers "what is going on with customer 004312" on one
      *> printed page instead of five separate pulls. For the key on
      *> the POSPRM card it shows the customer master balance and last
      *> posted date (CUSTMST), the segment, name and status
      *> (CUSTREF), any purged position (CUSTARC), every suspense item
      *> held for the key with its SUSP-REASON (SUSPMST), every
      *> adjustment waiting for approval (PENDMST), and the most
      *> recent GREETAUD audit records with their posting references,
      *> interleaved by timestamp with the GREETBKO reversals of them
      *> from BKOAUD.
      *> Conditions that contradict one another - active on CUSTREF
      *> but purged to CUSTARC, a master balance with open suspense
      *> behind it, and the like - are listed at the foot of the page
      *> and end the job RC 4. A file that is not there is reported
      *> as such rather than stopping the inquiry.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-PARAMETER-FILE
               ASSIGN TO "POSPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-KEY
               FILE STATUS IS WS-CM-STATUS.

           SELECT CUSTOMER-REFERENCE-FILE
               ASSIGN TO "CUSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-CUST-KEY
               FILE STATUS IS WS-REF-STATUS.

           SELECT CUSTOMER-ARCHIVE-FILE
               ASSIGN TO "CUSTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARC-CUST-KEY
               FILE STATUS IS WS-ARC-STATUS.

           SELECT SUSPENSE-MASTER-FILE
               ASSIGN TO "SUSPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT PENDING-MASTER-FILE
               ASSIGN TO "PENDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "GREETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-AUDIT-FILE
               ASSIGN TO "BKOAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAUD-STATUS.

           SELECT POSITION-REPORT
               ASSIGN TO "POSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY POSPRM.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  CUSTOMER-REFERENCE-FILE.
           COPY REFREC.

       FD  CUSTOMER-ARCHIVE-FILE.
           COPY ARCREC.

       FD  SUSPENSE-MASTER-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  PENDING-MASTER-FILE
           RECORDING MODE IS F.
           COPY PENDREC.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  REVERSAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  BKOA-RECORD                 PIC X(61).

       FD  POSITION-REPORT.
       01  POS-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-CM-STATUS                PIC X(2).
           88  WS-CM-OK                VALUE "00".

       01  WS-REF-STATUS               PIC X(2).
           88  WS-REF-OK               VALUE "00".

       01  WS-ARC-STATUS               PIC X(2).
           88  WS-ARC-OK               VALUE "00".

       01  WS-SUSP-STATUS              PIC X(2).
           88  WS-SUSP-OK              VALUE "00".

       01  WS-PEND-STATUS              PIC X(2).
           88  WS-PEND-OK              VALUE "00".

       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".

       01  WS-RAUD-STATUS              PIC X(2).
           88  WS-RAUD-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".
           05  WS-SUSP-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-SUSP-END         VALUE "Y".
           05  WS-PEND-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-PEND-END         VALUE "Y".
           05  WS-AUDIT-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-AUDIT-END        VALUE "Y".
           05  WS-AUDIT-MATCH-SW       PIC X(1)     VALUE "N".
               88  WS-AUDIT-MATCH      VALUE "Y".
           05  WS-RAUD-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-RAUD-END         VALUE "Y".
           05  WS-RAUD-MATCH-SW        PIC X(1)     VALUE "N".
               88  WS-RAUD-MATCH       VALUE "Y".
           05  WS-RAUD-OPEN-SW         PIC X(1)     VALUE "N".
               88  WS-RAUD-OPEN        VALUE "Y".
           05  WS-ON-MASTER-SW         PIC X(1)     VALUE "N".
               88  WS-ON-MASTER        VALUE "Y".
           05  WS-ON-REFERENCE-SW      PIC X(1)     VALUE "N".
               88  WS-ON-REFERENCE     VALUE "Y".
           05  WS-ON-ARCHIVE-SW        PIC X(1)     VALUE "N".
               88  WS-ON-ARCHIVE       VALUE "Y".
           05  WS-MASTER-READ-SW       PIC X(1)     VALUE "N".
               88  WS-MASTER-READ      VALUE "Y".
           05  WS-REFERENCE-READ-SW    PIC X(1)     VALUE "N".
               88  WS-REFERENCE-READ   VALUE "Y".
           05  WS-ARCHIVE-READ-SW      PIC X(1)     VALUE "N".
               88  WS-ARCHIVE-READ     VALUE "Y".

       01  WS-INQUIRY-KEY              PIC X(6)     VALUE SPACES.
       01  WS-AUDIT-LIMIT              PIC 9(2)     VALUE 10.

      *> What was found, kept for the conflict checks at the foot.
       01  WS-SAVED-MASTER.
           05  WS-SVM-KEY              PIC X(6).
           05  WS-SVM-COUNTER          PIC 9(5).
           05  WS-SVM-POSTED-DATE      PIC X(8).
           05  FILLER                  PIC X(11).
       01  WS-REF-ACTIVE-SW            PIC X(1)     VALUE "N".
           88  WS-REF-IS-ACTIVE        VALUE "Y".
       01  WS-OPEN-SUSPENSE-COUNT      PIC 9(5)     VALUE 0.
       01  WS-SUSPENSE-COUNT           PIC 9(5)     VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(5)     VALUE 0.
       01  WS-AUDIT-COUNT              PIC 9(7)     VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(7)     VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(3)     VALUE 0.

      *> The imbedded CG-RECORD of a suspense or pending item, in the
      *> CGFILE detail shape.
       01  WS-CG-WORK.
           05  WS-CGW-REC-TYPE         PIC X(1).
           05  WS-CGW-CUST-KEY         PIC X(6).
           05  WS-CGW-SEGMENT-CODE     PIC X(2).
           05  WS-CGW-NAME-LEN         PIC X(2).
           05  WS-CGW-NAME             PIC X(30).
           05  WS-CGW-COUNTER          PIC X(5).
           05  WS-CGW-ADJ-AMOUNT       PIC X(6).
           05  FILLER                  PIC X(32).

      *> BKOAUD records are GREETBKO's own 61-byte reversal layout.
       01  WS-REVERSAL-AUDIT.
           05  WS-REV-TIMESTAMP        PIC X(21).
           05  WS-REV-KEY              PIC X(6).
           05  WS-REV-AREA-2-BEFORE    PIC 9(5).
           05  WS-REV-AREA-2-AFTER     PIC 9(5).
           05  WS-REV-AREA-1-AFTER     PIC X(10).
           05  WS-REV-POSTING-REF      PIC X(14).

      *> The last so-many audit records for the key, kept round-robin
      *> as the trail is read so only the most recent survive.
       01  WS-RECENT-TABLE.
           05  WS-RECENT-ENTRY OCCURS 20.
               10  WS-RCT-TIMESTAMP    PIC X(14).
               10  WS-RCT-BEFORE       PIC 9(5).
               10  WS-RCT-AFTER        PIC 9(5).
               10  WS-RCT-AREA-1       PIC X(10).
               10  WS-RCT-POSTING-REF  PIC X(14).
               10  WS-RCT-NOTE         PIC X(8).
       01  WS-RECENT-NEXT              PIC 9(2)     VALUE 1.
       01  WS-RECENT-HELD              PIC 9(2)     VALUE 0.
       01  WS-RECENT-IX                PIC 9(2)     VALUE 0.
       01  WS-RECENT-PRINTED           PIC 9(2)     VALUE 0.
       01  WS-LAST-AUDIT-AFTER         PIC 9(5)     VALUE 0.

       01  POS-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(40)  VALUE "GREETPOS - CUSTOMER POSITION INQUIRY".
           05  FILLER                  PIC X(9)   VALUE "CUSTOMER ".
           05  POS-H1-KEY              PIC X(6).

       01  POS-SECTION-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  POS-S-TITLE             PIC X(40).

       01  POS-FIELD-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  POS-F-CAPTION           PIC X(22).
           05  POS-F-VALUE             PIC X(50).

       01  POS-ITEM-HEADING.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  POS-IH-TEXT             PIC X(76).

       01  POS-SUSPENSE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  POS-SU-STATUS           PIC X(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  POS-SU-FAIL-DATE        PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-SU-COUNTER          PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-SU-ADJ-AMOUNT       PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-SU-REASON           PIC X(40).

       01  POS-PENDING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  POS-PE-STATUS           PIC X(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  POS-PE-HELD-DATE        PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-PE-ADJ-AMOUNT       PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-PE-APPROVER         PIC X(8).

       01  POS-AUDIT-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  POS-AU-TIMESTAMP        PIC X(14).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-AU-BEFORE           PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-AU-AFTER            PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-AU-AREA-1           PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-AU-POSTING-REF      PIC X(14).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  POS-AU-NOTE             PIC X(8).

       01  POS-CONFLICT-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "*** ".
           05  POS-C-TEXT              PIC X(60).

       01  WS-EDIT-COUNTER             PIC ZZZZ9.
       01  WS-EDIT-COUNT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SHOW-MASTER
               PERFORM 2100-SHOW-REFERENCE
               PERFORM 2200-SHOW-ARCHIVE
               PERFORM 2300-SHOW-SUSPENSE
               PERFORM 2400-SHOW-PENDING
               PERFORM 2500-SHOW-RECENT-AUDIT
               PERFORM 3000-SHOW-CONFLICTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT POSITION-PARAMETER-FILE
           IF WS-PARM-OK
               READ POSITION-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE POS-CUST-KEY TO WS-INQUIRY-KEY
                       IF POS-AUDIT-LIMIT NUMERIC
                           MOVE POS-AUDIT-LIMIT TO WS-AUDIT-LIMIT
                       END-IF
               END-READ
               CLOSE POSITION-PARAMETER-FILE
           END-IF
           IF WS-AUDIT-LIMIT = 0 OR WS-AUDIT-LIMIT > 20
               MOVE 10 TO WS-AUDIT-LIMIT
           END-IF
           OPEN OUTPUT POSITION-REPORT
           MOVE WS-INQUIRY-KEY TO POS-H1-KEY
           MOVE POS-HEADING-1 TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE
           IF WS-INQUIRY-KEY = SPACES
               DISPLAY "GREETPOS: NO CUSTOMER KEY ON POSPRM - NOTHING TO INQUIRE"
               MOVE " NO CUSTOMER KEY ON POSPRM CARD" TO POS-PRINT-LINE
               WRITE POS-PRINT-LINE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2000-SHOW-MASTER.
           MOVE "CUSTOMER MASTER (CUSTMST)" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT WS-CM-OK
               MOVE "FILE NOT AVAILABLE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
               SET WS-MASTER-READ TO TRUE
               MOVE WS-INQUIRY-KEY TO CM-CUST-KEY
               READ CUSTOMER-MASTER-FILE
               IF WS-CM-OK
                   SET WS-ON-MASTER TO TRUE
                   MOVE CM-RECORD TO WS-SAVED-MASTER
                   MOVE "BALANCE (CM-COUNTER)" TO POS-F-CAPTION
                   MOVE CM-COUNTER TO WS-EDIT-COUNTER
                   MOVE WS-EDIT-COUNTER TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
                   MOVE "LAST POSTED DATE" TO POS-F-CAPTION
                   MOVE CM-LAST-POSTED-DATE TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
               ELSE
                   MOVE "NOT ON CUSTOMER MASTER" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       2100-SHOW-REFERENCE.
           MOVE "REFERENCE MASTER (CUSTREF)" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           OPEN INPUT CUSTOMER-REFERENCE-FILE
           IF NOT WS-REF-OK
               MOVE "FILE NOT AVAILABLE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
               SET WS-REFERENCE-READ TO TRUE
               MOVE WS-INQUIRY-KEY TO REF-CUST-KEY
               READ CUSTOMER-REFERENCE-FILE
               IF WS-REF-OK
                   SET WS-ON-REFERENCE TO TRUE
                   MOVE "SEGMENT" TO POS-F-CAPTION
                   MOVE REF-SEGMENT-CODE TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
                   MOVE "NAME" TO POS-F-CAPTION
                   MOVE REF-CUST-NAME TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
                   MOVE "STATUS" TO POS-F-CAPTION
                   EVALUATE TRUE
                       WHEN REF-ACTIVE
                           SET WS-REF-IS-ACTIVE TO TRUE
                           MOVE "ACTIVE" TO POS-F-VALUE
                       WHEN REF-INACTIVE
                           MOVE "INACTIVE" TO POS-F-VALUE
                       WHEN OTHER
                           MOVE REF-STATUS TO POS-F-VALUE
                   END-EVALUATE
                   PERFORM 8200-WRITE-FIELD
               ELSE
                   MOVE "NOT ON REFERENCE MASTER" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
               END-IF
               CLOSE CUSTOMER-REFERENCE-FILE
           END-IF.

       2200-SHOW-ARCHIVE.
           MOVE "PURGE ARCHIVE (CUSTARC)" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF NOT WS-ARC-OK
               MOVE "FILE NOT AVAILABLE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
               SET WS-ARCHIVE-READ TO TRUE
               MOVE WS-INQUIRY-KEY TO ARC-CUST-KEY
               READ CUSTOMER-ARCHIVE-FILE
               IF WS-ARC-OK
                   SET WS-ON-ARCHIVE TO TRUE
                   MOVE "PURGED BALANCE" TO POS-F-CAPTION
                   MOVE ARC-COUNTER TO WS-EDIT-COUNTER
                   MOVE WS-EDIT-COUNTER TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
                   MOVE "LAST POSTED DATE" TO POS-F-CAPTION
                   MOVE ARC-LAST-POSTED-DATE TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
                   MOVE "PURGE DATE" TO POS-F-CAPTION
                   MOVE ARC-PURGE-DATE TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
                   MOVE "PURGE REASON" TO POS-F-CAPTION
                   MOVE ARC-PURGE-REASON TO POS-F-VALUE
                   PERFORM 8200-WRITE-FIELD
               ELSE
                   MOVE "NOT ON PURGE ARCHIVE" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
               END-IF
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF.

       2300-SHOW-SUSPENSE.
           MOVE "SUSPENSE ITEMS (SUSPMST)" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF NOT WS-SUSP-OK
               MOVE "FILE NOT AVAILABLE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
               MOVE "STATUS    FAILED    COUNT  ADJ     REASON" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
               PERFORM 2310-CHECK-ONE-SUSPENSE UNTIL WS-SUSP-END
               CLOSE SUSPENSE-MASTER-FILE
               IF WS-SUSPENSE-COUNT = 0
                   MOVE "NO SUSPENSE ITEMS FOR THIS KEY" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
               END-IF
           END-IF.

       2310-CHECK-ONE-SUSPENSE.
           READ SUSPENSE-MASTER-FILE
               AT END
                   SET WS-SUSP-END TO TRUE
           END-READ
           IF NOT WS-SUSP-END
               MOVE SUSP-CG-RECORD TO WS-CG-WORK
               IF WS-CGW-CUST-KEY = WS-INQUIRY-KEY
                   ADD 1 TO WS-SUSPENSE-COUNT
                   IF SUSP-OPEN
                       ADD 1 TO WS-OPEN-SUSPENSE-COUNT
                       MOVE "OPEN" TO POS-SU-STATUS
                   ELSE
                       MOVE "CORRECTED" TO POS-SU-STATUS
                   END-IF
                   MOVE SUSP-FAIL-DATE TO POS-SU-FAIL-DATE
                   MOVE WS-CGW-COUNTER TO POS-SU-COUNTER
                   MOVE WS-CGW-ADJ-AMOUNT TO POS-SU-ADJ-AMOUNT
                   MOVE SUSP-REASON TO POS-SU-REASON
                   MOVE POS-SUSPENSE-LINE TO POS-PRINT-LINE
                   WRITE POS-PRINT-LINE
               END-IF
           END-IF.

       2400-SHOW-PENDING.
           MOVE "ADJUSTMENTS AWAITING APPROVAL (PENDMST)" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           OPEN INPUT PENDING-MASTER-FILE
           IF NOT WS-PEND-OK
               MOVE "FILE NOT AVAILABLE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
               MOVE "STATUS    HELD      ADJ     APPROVER" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
               PERFORM 2410-CHECK-ONE-PENDING UNTIL WS-PEND-END
               CLOSE PENDING-MASTER-FILE
               IF WS-PENDING-COUNT = 0
                   MOVE "NO PENDING ADJUSTMENTS FOR THIS KEY" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
               END-IF
           END-IF.

       2410-CHECK-ONE-PENDING.
           READ PENDING-MASTER-FILE
               AT END
                   SET WS-PEND-END TO TRUE
           END-READ
           IF NOT WS-PEND-END
               MOVE PND-CG-RECORD TO WS-CG-WORK
               IF WS-CGW-CUST-KEY = WS-INQUIRY-KEY
                   ADD 1 TO WS-PENDING-COUNT
                   IF PND-APPROVED
                       MOVE "APPROVED" TO POS-PE-STATUS
                   ELSE
                       MOVE "PENDING" TO POS-PE-STATUS
                   END-IF
                   MOVE PND-HELD-DATE TO POS-PE-HELD-DATE
                   MOVE WS-CGW-ADJ-AMOUNT TO POS-PE-ADJ-AMOUNT
                   MOVE PND-APPROVER-ID TO POS-PE-APPROVER
                   MOVE POS-PENDING-LINE TO POS-PRINT-LINE
                   WRITE POS-PRINT-LINE
               END-IF
           END-IF.

       2500-SHOW-RECENT-AUDIT.
           MOVE "RECENT AUDIT TRAIL (GREETAUD AND BKOAUD)" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT WS-AUDIT-OK
               MOVE "FILE NOT AVAILABLE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
      *> No BKOAUD just means no backout has ever been run.
               OPEN INPUT REVERSAL-AUDIT-FILE
               IF WS-RAUD-OK
                   SET WS-RAUD-OPEN TO TRUE
                   PERFORM 2540-READ-NEXT-REVERSAL
               ELSE
                   SET WS-RAUD-END TO TRUE
               END-IF
               PERFORM 2530-READ-NEXT-AUDIT
               PERFORM 2510-TAKE-EARLIER-AUDIT
                   UNTIL WS-AUDIT-END AND WS-RAUD-END
               CLOSE AUDIT-TRAIL-FILE
               IF WS-RAUD-OPEN
                   CLOSE REVERSAL-AUDIT-FILE
               END-IF
               IF WS-RECENT-HELD = 0
                   MOVE "NO AUDIT RECORDS FOR THIS KEY ON THE LIVE TRAIL" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
               ELSE
                   MOVE "TIMESTAMP       BEFORE  AFTER  NAME AREA   POSTING REF" TO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
      *> Oldest surviving entry first: when the table has wrapped it
      *> sits at the next slot to be overwritten.
                   IF WS-RECENT-HELD < WS-AUDIT-LIMIT
                       MOVE 1 TO WS-RECENT-IX
                   ELSE
                       MOVE WS-RECENT-NEXT TO WS-RECENT-IX
                   END-IF
                   MOVE 0 TO WS-RECENT-PRINTED
                   PERFORM 2520-WRITE-ONE-RECENT
                       UNTIL WS-RECENT-PRINTED = WS-RECENT-HELD
                   MOVE WS-AUDIT-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO POS-IH-TEXT
                   STRING "AUDIT RECORDS FOR THIS KEY ON THE LIVE TRAIL - " WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO POS-IH-TEXT
                   PERFORM 8100-WRITE-ITEM-TEXT
                   IF WS-REVERSAL-COUNT > 0
                       MOVE WS-REVERSAL-COUNT TO WS-EDIT-COUNT
                       MOVE SPACES TO POS-IH-TEXT
                       STRING "REVERSALS FOR THIS KEY ON BKOAUD - " WS-EDIT-COUNT
                           DELIMITED BY SIZE INTO POS-IH-TEXT
                       PERFORM 8100-WRITE-ITEM-TEXT
                   END-IF
               END-IF
           END-IF.

       2510-TAKE-EARLIER-AUDIT.
      *> Both trails are written in time order, so taking the earlier
      *> of the two records in hand keeps the recent table - and the
      *> last balance audited - in the order the changes happened.
           IF WS-RAUD-END
               OR (NOT WS-AUDIT-END
                   AND AUDIT-TIMESTAMP NOT > WS-REV-TIMESTAMP)
               ADD 1 TO WS-AUDIT-COUNT
               MOVE AUDIT-TIMESTAMP(1:14) TO WS-RCT-TIMESTAMP(WS-RECENT-NEXT)
               MOVE AUDIT-AREA-2-BEFORE TO WS-RCT-BEFORE(WS-RECENT-NEXT)
               MOVE AUDIT-AREA-2-AFTER TO WS-RCT-AFTER(WS-RECENT-NEXT)
               MOVE AUDIT-AREA-1-AFTER TO WS-RCT-AREA-1(WS-RECENT-NEXT)
               MOVE AUDIT-POSTING-REF TO WS-RCT-POSTING-REF(WS-RECENT-NEXT)
               MOVE SPACES TO WS-RCT-NOTE(WS-RECENT-NEXT)
               MOVE AUDIT-AREA-2-AFTER TO WS-LAST-AUDIT-AFTER
               PERFORM 2550-ADVANCE-RECENT
               PERFORM 2530-READ-NEXT-AUDIT
           ELSE
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE WS-REV-TIMESTAMP(1:14) TO WS-RCT-TIMESTAMP(WS-RECENT-NEXT)
               MOVE WS-REV-AREA-2-BEFORE TO WS-RCT-BEFORE(WS-RECENT-NEXT)
               MOVE WS-REV-AREA-2-AFTER TO WS-RCT-AFTER(WS-RECENT-NEXT)
               MOVE WS-REV-AREA-1-AFTER TO WS-RCT-AREA-1(WS-RECENT-NEXT)
               MOVE WS-REV-POSTING-REF TO WS-RCT-POSTING-REF(WS-RECENT-NEXT)
               MOVE "REVERSED" TO WS-RCT-NOTE(WS-RECENT-NEXT)
               MOVE WS-REV-AREA-2-AFTER TO WS-LAST-AUDIT-AFTER
               PERFORM 2550-ADVANCE-RECENT
               PERFORM 2540-READ-NEXT-REVERSAL
           END-IF.

       2520-WRITE-ONE-RECENT.
           MOVE WS-RCT-TIMESTAMP(WS-RECENT-IX) TO POS-AU-TIMESTAMP
           MOVE WS-RCT-BEFORE(WS-RECENT-IX) TO POS-AU-BEFORE
           MOVE WS-RCT-AFTER(WS-RECENT-IX) TO POS-AU-AFTER
           MOVE WS-RCT-AREA-1(WS-RECENT-IX) TO POS-AU-AREA-1
           MOVE WS-RCT-POSTING-REF(WS-RECENT-IX) TO POS-AU-POSTING-REF
           MOVE WS-RCT-NOTE(WS-RECENT-IX) TO POS-AU-NOTE
           MOVE POS-AUDIT-LINE TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE
           ADD 1 TO WS-RECENT-PRINTED
           ADD 1 TO WS-RECENT-IX
           IF WS-RECENT-IX > WS-AUDIT-LIMIT
               MOVE 1 TO WS-RECENT-IX
           END-IF.

       2530-READ-NEXT-AUDIT.
           MOVE "N" TO WS-AUDIT-MATCH-SW
           PERFORM 2535-READ-ONE-AUDIT
               UNTIL WS-AUDIT-END OR WS-AUDIT-MATCH.

       2535-READ-ONE-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUDIT-END TO TRUE
               NOT AT END
                   IF AUDIT-KEY = WS-INQUIRY-KEY
                       SET WS-AUDIT-MATCH TO TRUE
                   END-IF
           END-READ.

       2540-READ-NEXT-REVERSAL.
           MOVE "N" TO WS-RAUD-MATCH-SW
           PERFORM 2545-READ-ONE-REVERSAL
               UNTIL WS-RAUD-END OR WS-RAUD-MATCH.

       2545-READ-ONE-REVERSAL.
           READ REVERSAL-AUDIT-FILE INTO WS-REVERSAL-AUDIT
               AT END
                   SET WS-RAUD-END TO TRUE
               NOT AT END
                   IF WS-REV-KEY = WS-INQUIRY-KEY
                       SET WS-RAUD-MATCH TO TRUE
                   END-IF
           END-READ.

       2550-ADVANCE-RECENT.
           IF WS-RECENT-HELD < WS-AUDIT-LIMIT
               ADD 1 TO WS-RECENT-HELD
           END-IF
           ADD 1 TO WS-RECENT-NEXT
           IF WS-RECENT-NEXT > WS-AUDIT-LIMIT
               MOVE 1 TO WS-RECENT-NEXT
           END-IF.

       3000-SHOW-CONFLICTS.
      *> Only files that could actually be read take part: a missing
      *> file proves nothing either way.
           MOVE "CONDITIONS NEEDING ATTENTION" TO POS-S-TITLE
           PERFORM 8000-WRITE-SECTION-TITLE
           IF WS-ON-REFERENCE AND WS-REF-IS-ACTIVE AND WS-ON-ARCHIVE
               MOVE "ACTIVE ON CUSTREF BUT PURGED TO CUSTARC" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-ON-MASTER AND WS-ON-ARCHIVE
               MOVE "ON CUSTMST AND ON CUSTARC AT THE SAME TIME" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-ON-MASTER AND WS-OPEN-SUSPENSE-COUNT > 0
               MOVE "MASTER BALANCE WITH OPEN SUSPENSE ITEMS BEHIND IT" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-ON-MASTER AND WS-REFERENCE-READ AND NOT WS-ON-REFERENCE
               MOVE "ON CUSTMST BUT NOT ON CUSTREF" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-ON-MASTER AND WS-ON-REFERENCE AND NOT WS-REF-IS-ACTIVE
               MOVE "INACTIVE ON CUSTREF BUT STILL CARRYING A BALANCE" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-PENDING-COUNT > 0 AND WS-ON-ARCHIVE AND NOT WS-ON-MASTER
               MOVE "ADJUSTMENT AWAITING APPROVAL FOR A PURGED CUSTOMER" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF (WS-SUSPENSE-COUNT > 0 OR WS-PENDING-COUNT > 0)
               AND WS-REFERENCE-READ AND NOT WS-ON-REFERENCE
               MOVE "HELD ITEMS FOR A KEY NOT ON CUSTREF" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-ON-MASTER
               AND (WS-AUDIT-COUNT > 0 OR WS-REVERSAL-COUNT > 0)
               AND WS-LAST-AUDIT-AFTER NOT = WS-SVM-COUNTER
               MOVE "LAST AUDITED BALANCE DIFFERS FROM CM-COUNTER" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-MASTER-READ AND WS-ARCHIVE-READ
               AND NOT WS-ON-MASTER AND NOT WS-ON-ARCHIVE
               AND WS-ON-REFERENCE AND WS-REF-IS-ACTIVE
               AND WS-AUDIT-COUNT > 0
               MOVE "AUDITED POSTINGS BUT NO MASTER OR ARCHIVE POSITION" TO POS-C-TEXT
               PERFORM 8300-WRITE-CONFLICT
           END-IF
           IF WS-CONFLICT-COUNT = 0
               MOVE "NONE" TO POS-IH-TEXT
               PERFORM 8100-WRITE-ITEM-TEXT
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       8000-WRITE-SECTION-TITLE.
           MOVE SPACES TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE
           MOVE POS-SECTION-LINE TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE.

       8100-WRITE-ITEM-TEXT.
           MOVE POS-ITEM-HEADING TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE.

       8200-WRITE-FIELD.
           MOVE POS-FIELD-LINE TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE.

       8300-WRITE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE POS-CONFLICT-LINE TO POS-PRINT-LINE
           WRITE POS-PRINT-LINE.

       9000-TERMINATE.
           CLOSE POSITION-REPORT.
