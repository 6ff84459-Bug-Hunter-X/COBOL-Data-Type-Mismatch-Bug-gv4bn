      *> "show me everything that touched customer 004312 in July"
      *> pull compliance asks for monthly, without anyone browsing
      *> the raw file.
      *> A GREETYEC year-end close is printed as a boundary line - the
      *> closing and opening counters of the two years - and counted
      *> apart from the changes selected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETINQ.

       01  WS-FROM-TIMESTAMP           PIC X(14)    VALUE "00000000000000".
       01  WS-TO-TIMESTAMP             PIC X(14)    VALUE "99999999999999".
       01  WS-SELECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-CLOSE-COUNT              PIC 9(7)     VALUE 0.

       01  INQ-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  INQ-D-REF               PIC X(14).

       01  INQ-CLOSE-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  INQ-C-TIMESTAMP         PIC X(14).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  INQ-C-KEY               PIC X(6).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "*** YEAR-END CLOSE - CLOSING ".
           05  INQ-C-CLOSING           PIC ZZZZ9.
           05  FILLER                  PIC X(9)   VALUE " OPENING ".
           05  INQ-C-OPENING           PIC ZZZZ9.

       01  INQ-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(19)  VALUE "CHANGES SELECTED - ".
           05  INQ-CT-COUNT            PIC ZZ,ZZZ,ZZ9.

       01  INQ-CLOSE-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(19)  VALUE "YEAR-END CLOSES  - ".
           05  INQ-CC-COUNT            PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               IF (WS-SELECT-KEY = SPACES OR AUDIT-KEY = WS-SELECT-KEY)
                   AND AUDIT-TIMESTAMP(1:14) >= WS-FROM-TIMESTAMP
                   AND AUDIT-TIMESTAMP(1:14) <= WS-TO-TIMESTAMP
                   IF AUDIT-YEAR-END-CLOSE
                       PERFORM 2200-WRITE-CLOSE-LINE
                   ELSE
                       PERFORM 2100-WRITE-INQUIRY-LINE
                   END-IF
               END-IF
           END-IF.

           MOVE INQ-DETAIL-LINE TO INQ-PRINT-LINE
           WRITE INQ-PRINT-LINE.

       2200-WRITE-CLOSE-LINE.
           ADD 1 TO WS-CLOSE-COUNT
           MOVE AUDIT-TIMESTAMP(1:14) TO INQ-C-TIMESTAMP
           MOVE AUDIT-KEY TO INQ-C-KEY
           MOVE AUDIT-AREA-2-BEFORE TO INQ-C-CLOSING
           MOVE AUDIT-AREA-2-AFTER TO INQ-C-OPENING
           MOVE INQ-CLOSE-LINE TO INQ-PRINT-LINE
           WRITE INQ-PRINT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO INQ-PRINT-LINE
           WRITE INQ-PRINT-LINE
           IF WS-SELECTED-COUNT = 0 AND WS-CLOSE-COUNT = 0
               MOVE " NO AUDIT ACTIVITY SELECTED" TO INQ-PRINT-LINE
               WRITE INQ-PRINT-LINE
           END-IF
           MOVE WS-SELECTED-COUNT TO INQ-CT-COUNT
           MOVE INQ-COUNT-LINE TO INQ-PRINT-LINE
           WRITE INQ-PRINT-LINE
           IF WS-CLOSE-COUNT > 0
               MOVE WS-CLOSE-COUNT TO INQ-CC-COUNT
               MOVE INQ-CLOSE-COUNT-LINE TO INQ-PRINT-LINE
               WRITE INQ-PRINT-LINE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           CLOSE INQUIRY-REPORT.
