      *> segment that appeared or vanished outright. Ends RC 4 when
      *> anything is flagged, so a sick upstream feed is caught the
      *> same night instead of being eyeballed from memory each
      *> morning. Segments are named off SEGMST when it is there.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETTRD.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT SEGMENT-MASTER-FILE
               ASSIGN TO "SEGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEG-CODE
               FILE STATUS IS WS-SEGM-STATUS.

           SELECT TREND-PARAMETER-FILE
               ASSIGN TO "TRDPRM"
               ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY STATREC.

       FD  SEGMENT-MASTER-FILE.
           COPY SEGREC.

       FD  TREND-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY TRDPRM.
       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-SEGM-STATUS              PIC X(2).
           88  WS-SEGM-OK              VALUE "00".

       01  WS-FLAGS.
           05  WS-STAT-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-STAT-END         VALUE "Y".
           05  WS-SEG-FOUND-SW         PIC X(1)     VALUE "N".
               88  WS-SEG-FOUND        VALUE "Y".
           05  WS-SEGM-AVAILABLE-SW    PIC X(1)     VALUE "N".
               88  WS-SEGM-AVAILABLE   VALUE "Y".

       01  WS-TOLERANCE-PCT            PIC 9(3)     VALUE 25.
       01  WS-RUNS-SEEN                PIC 9(7)     VALUE 0.
       01  WS-DIFFERENCE               PIC S9(9)    VALUE 0.
       01  WS-BASE-VALUE               PIC 9(9)     VALUE 0.
       01  WS-CHANGE-PCT               PIC 9(5)     VALUE 0.
       01  WS-CUR-IX                   PIC 9(3)     VALUE 0.
       01  WS-PRI-IX                   PIC 9(3)     VALUE 0.
       01  WS-PRI-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-SEG-LOOKUP-CODE          PIC X(2).
       01  WS-SEG-NAME                 PIC X(30).

      *> The latest and prior RUNSTATS records, held here because the
      *> FD record area is gone once the file hits end of file.
           05  WS-CUR-EXCP             PIC 9(7).
           05  WS-CUR-REJ              PIC 9(7).
           05  WS-CUR-TOTAL            PIC 9(9).
           05  WS-CUR-SEG-USED         PIC 9(3).
           05  WS-CUR-SEG-ENTRY OCCURS 100.
               10  WS-CUR-SEG-CODE     PIC X(2).
               10  WS-CUR-SEG-COUNT    PIC 9(7).
               10  WS-CUR-SEG-TOTAL    PIC 9(9).
           05  WS-PRI-EXCP             PIC 9(7).
           05  WS-PRI-REJ              PIC 9(7).
           05  WS-PRI-TOTAL            PIC 9(9).
           05  WS-PRI-SEG-USED         PIC 9(3).
           05  WS-PRI-SEG-ENTRY OCCURS 100.
               10  WS-PRI-SEG-CODE     PIC X(2).
               10  WS-PRI-SEG-COUNT    PIC 9(7).
               10  WS-PRI-SEG-TOTAL    PIC 9(9).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TRD-C-FLAG              PIC X(12).

       01  TRD-SEGMENT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "SEGMENT ".
           05  TRD-S-CODE              PIC X(2).
           05  FILLER                  PIC X(3)   VALUE " - ".
           05  TRD-S-NAME              PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TRD-S-NOTE              PIC X(22).

       01  TRD-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(22)  VALUE "MEASURE".
           ELSE
               DISPLAY "GREETTRD: NO TRDPRM CARD, USING DEFAULT " WS-TOLERANCE-PCT " PCT"
           END-IF
           OPEN INPUT SEGMENT-MASTER-FILE
           IF WS-SEGM-OK
               SET WS-SEGM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "GREETTRD: WARNING - SEGMST NOT AVAILABLE, SEGMENTS PRINT BY CODE ONLY"
           END-IF
           OPEN INPUT RUN-STATISTICS-FILE
           IF NOT WS-STAT-OK
               DISPLAY "GREETTRD: UNABLE TO OPEN RUNSTATS, STATUS=" WS-STAT-STATUS
                   MOVE WS-PRI-IX TO WS-PRI-SLOT
               END-IF
           END-PERFORM
           MOVE WS-CUR-SEG-CODE(WS-CUR-IX) TO WS-SEG-LOOKUP-CODE
           PERFORM 3310-LOOKUP-SEGMENT-NAME
           IF WS-SEG-FOUND
               MOVE SPACES TO TRD-S-NOTE
               PERFORM 3320-WRITE-SEGMENT-LINE
               MOVE SPACES TO TRD-C-CAPTION
               STRING "SEGMENT " WS-CUR-SEG-CODE(WS-CUR-IX) " RECORDS"
                   DELIMITED BY SIZE INTO TRD-C-CAPTION
               PERFORM 3600-WRITE-COMPARE-LINE
           ELSE
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "IS NEW THIS RUN ***" TO TRD-S-NOTE
               PERFORM 3320-WRITE-SEGMENT-LINE
           END-IF.

       3310-LOOKUP-SEGMENT-NAME.
           MOVE SPACES TO WS-SEG-NAME
           IF WS-SEGM-AVAILABLE
               MOVE WS-SEG-LOOKUP-CODE TO SEG-CODE
               READ SEGMENT-MASTER-FILE
               IF WS-SEGM-OK
                   MOVE SEG-DESCRIPTION TO WS-SEG-NAME
               ELSE
                   MOVE "NOT ON SEGMENT MASTER" TO WS-SEG-NAME
               END-IF
           END-IF.

       3320-WRITE-SEGMENT-LINE.
           MOVE WS-SEG-LOOKUP-CODE TO TRD-S-CODE
           MOVE WS-SEG-NAME TO TRD-S-NAME
           MOVE TRD-SEGMENT-LINE TO TRD-PRINT-LINE
           WRITE TRD-PRINT-LINE.

       3400-CHECK-VANISHED-SEGMENT.
           MOVE "N" TO WS-SEG-FOUND-SW
           PERFORM VARYING WS-CUR-IX FROM 1 BY 1
           END-PERFORM
           IF NOT WS-SEG-FOUND
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE WS-PRI-SEG-CODE(WS-PRI-IX) TO WS-SEG-LOOKUP-CODE
               PERFORM 3310-LOOKUP-SEGMENT-NAME
               MOVE "MISSING THIS RUN ***" TO TRD-S-NOTE
               PERFORM 3320-WRITE-SEGMENT-LINE
           END-IF.

       3520-JUDGE-CHANGE-PCT.
           END-IF
           WRITE TRD-PRINT-LINE
           CLOSE RUN-STATISTICS-FILE
           IF WS-SEGM-AVAILABLE
               CLOSE SEGMENT-MASTER-FILE
           END-IF
           CLOSE TREND-REPORT.
