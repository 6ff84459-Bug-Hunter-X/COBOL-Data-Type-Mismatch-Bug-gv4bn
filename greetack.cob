      *> finds its exact posting - a key-only match used to pair the
      *> ack with the wrong one and double-post the other via
      *> CARRYFWD.
      *> Every item the ledger confirmed as posted is also appended to
      *> the GLPOSTED history, the month-end roll-forward's (GREETRFW)
      *> evidence of what actually reached the ledger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETACK.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFWD-STATUS.

           SELECT POSTED-HISTORY-FILE
               ASSIGN TO "GLPOSTED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTD-STATUS.

           SELECT UNPOSTED-REPORT
               ASSIGN TO "UNPOSTRP"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SEXT-AREA-1             PIC X(10).
           05  SEXT-AREA-2             PIC 9(5).
           05  SEXT-POSTING-REF        PIC X(14).
           05  SEXT-SEGMENT-CODE       PIC X(2).
           05  SEXT-GL-ACCOUNT         PIC X(10).

       FD  SORTED-ACK-FILE
           RECORDING MODE IS F.
           05  XSRT-CUST-KEY           PIC X(6).
           05  FILLER                  PIC X(15).
           05  XSRT-POSTING-REF        PIC X(14).
           05  FILLER                  PIC X(12).

       SD  ACK-SORT-FILE.
       01  ASRT-RECORD.

       FD  CARRY-FORWARD-FILE
           RECORDING MODE IS F.
       01  CFWD-RECORD                 PIC X(47).

       FD  POSTED-HISTORY-FILE
           RECORDING MODE IS F.
       01  PSTD-RECORD                 PIC X(47).

       FD  UNPOSTED-REPORT.
       01  UNP-PRINT-LINE              PIC X(80).
       01  WS-CFWD-STATUS              PIC X(2).
           88  WS-CFWD-OK              VALUE "00".

       01  WS-PSTD-STATUS              PIC X(2).
           88  WS-PSTD-OK              VALUE "00".
           88  WS-PSTD-NO-FILE         VALUE "35".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      *> The posted history accumulates across nights; it is created
      *> on the first run ever.
           OPEN EXTEND POSTED-HISTORY-FILE
           IF WS-PSTD-NO-FILE
               OPEN OUTPUT POSTED-HISTORY-FILE
           END-IF
           IF NOT WS-PSTD-OK
               DISPLAY "GREETACK: UNABLE TO OPEN GLPOSTED, STATUS=" WS-PSTD-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT UNPOSTED-REPORT
           MOVE UNP-HEADING-1 TO UNP-PRINT-LINE
           WRITE UNP-PRINT-LINE
                       PERFORM 3300-FAILED-ITEM
                   ELSE
                       ADD 1 TO WS-POSTED-COUNT
                       WRITE PSTD-RECORD FROM SEXT-RECORD
                   END-IF
                   PERFORM 3100-READ-NEXT-EXTRACT
                   PERFORM 3200-READ-NEXT-ACK
           CLOSE SORTED-EXTRACT-FILE
           CLOSE SORTED-ACK-FILE
           CLOSE CARRY-FORWARD-FILE
           CLOSE POSTED-HISTORY-FILE
           CLOSE UNPOSTED-REPORT.
