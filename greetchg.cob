      >>SOURCE FORMAT FREE
      *> GREETCHG - maintenance change log inquiry report.
      *> Reads the accumulated MNTLOG change log the maintenance decks
      *> (REFMAINT, SUSPMNT, APPRMNT, GREETKEY, SEGMAINT) write and prints every
      *> change selected by the CHGPRM card - submitting operator,
      *> master file, customer key and/or timestamp range - in file
      *> (chronological) order, showing who made each change, why, and
      *> the record before and after. This is the "who moved customer
      *> 004312 into segment 03, and when" pull audit asks for, in the
      *> GREETINQ style.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT CHANGE-PARAMETER-FILE
               ASSIGN TO "CHGPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHANGE-REPORT
               ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
           COPY MNTLOG.

       FD  CHANGE-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY CHGPRM.

       FD  CHANGE-REPORT.
       01  CHG-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MLOG-STATUS              PIC X(2).
           88  WS-MLOG-OK              VALUE "00".

       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-MLOG-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-MLOG-END         VALUE "Y".

       01  WS-SELECT-OPERATOR          PIC X(8)     VALUE SPACES.
       01  WS-SELECT-FILE              PIC X(8)     VALUE SPACES.
       01  WS-SELECT-KEY               PIC X(6)     VALUE SPACES.
       01  WS-FROM-TIMESTAMP           PIC X(14)    VALUE "00000000000000".
       01  WS-TO-TIMESTAMP             PIC X(14)    VALUE "99999999999999".
       01  WS-SELECTED-COUNT           PIC 9(7)     VALUE 0.

      *> A record image is printed 64 characters to a line; trailing
      *> blank pieces are not printed.
       01  WS-IMAGE                    PIC X(133)   VALUE SPACES.
       01  WS-IMAGE-CAPTION            PIC X(8)     VALUE SPACES.
       01  WS-IMAGE-POS                PIC 9(3)     VALUE 0.
       01  WS-IMAGE-PIECE-LEN          PIC 9(3)     VALUE 0.

       01  CHG-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(44)  VALUE "GREETCHG - MAINTENANCE CHANGE LOG INQUIRY".

       01  CHG-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(9)   VALUE "OPERATOR ".
           05  CHG-H2-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(7)   VALUE "  FILE ".
           05  CHG-H2-FILE             PIC X(8).
           05  FILLER                  PIC X(11)  VALUE "  CUSTOMER ".
           05  CHG-H2-KEY              PIC X(6).

       01  CHG-HEADING-3.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(5)   VALUE "FROM ".
           05  CHG-H3-FROM             PIC X(14).
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  CHG-H3-TO               PIC X(14).

       01  CHG-HEADING-4.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(16)  VALUE "TIMESTAMP".
           05  FILLER                  PIC X(10)  VALUE "PROGRAM".
           05  FILLER                  PIC X(10)  VALUE "FILE".
           05  FILLER                  PIC X(12)  VALUE "ACTION".
           05  FILLER                  PIC X(8)   VALUE "CUST KEY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OPERATOR".

       01  CHG-DETAIL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  CHG-D-TIMESTAMP         PIC X(14).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CHG-D-PROGRAM           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CHG-D-FILE              PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CHG-D-ACTION            PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  CHG-D-KEY               PIC X(6).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  CHG-D-OPERATOR          PIC X(8).

       01  CHG-REASON-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "REASON".
           05  CHG-R-REASON            PIC X(30).

       01  CHG-IMAGE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  CHG-I-CAPTION           PIC X(8).
           05  CHG-I-PIECE             PIC X(64).

       01  CHG-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(19)  VALUE "CHANGES SELECTED - ".
           05  CHG-CT-COUNT            PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-LOG-RECORDS UNTIL WS-MLOG-END
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-SELECTION-CARD
           OPEN INPUT MAINT-LOG-FILE
           IF NOT WS-MLOG-OK
               DISPLAY "GREETCHG: UNABLE TO OPEN MNTLOG, STATUS=" WS-MLOG-STATUS
               SET WS-MLOG-END TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CHANGE-REPORT
           MOVE CHG-HEADING-1 TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           IF WS-SELECT-OPERATOR = SPACES
               MOVE "ALL" TO CHG-H2-OPERATOR
           ELSE
               MOVE WS-SELECT-OPERATOR TO CHG-H2-OPERATOR
           END-IF
           IF WS-SELECT-FILE = SPACES
               MOVE "ALL" TO CHG-H2-FILE
           ELSE
               MOVE WS-SELECT-FILE TO CHG-H2-FILE
           END-IF
           IF WS-SELECT-KEY = SPACES
               MOVE "ALL" TO CHG-H2-KEY
           ELSE
               MOVE WS-SELECT-KEY TO CHG-H2-KEY
           END-IF
           MOVE CHG-HEADING-2 TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           MOVE WS-FROM-TIMESTAMP TO CHG-H3-FROM
           MOVE WS-TO-TIMESTAMP TO CHG-H3-TO
           MOVE CHG-HEADING-3 TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           MOVE SPACES TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           MOVE CHG-HEADING-4 TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           MOVE SPACES TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE.

       1100-READ-SELECTION-CARD.
           OPEN INPUT CHANGE-PARAMETER-FILE
           IF WS-PARM-OK
               READ CHANGE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHG-OPERATOR-ID TO WS-SELECT-OPERATOR
                       MOVE CHG-FILE-NAME TO WS-SELECT-FILE
                       MOVE CHG-CUST-KEY TO WS-SELECT-KEY
                       IF CHG-FROM-TIMESTAMP NOT = SPACES
                           MOVE CHG-FROM-TIMESTAMP TO WS-FROM-TIMESTAMP
                       END-IF
                       IF CHG-TO-TIMESTAMP NOT = SPACES
                           MOVE CHG-TO-TIMESTAMP TO WS-TO-TIMESTAMP
                       END-IF
               END-READ
               CLOSE CHANGE-PARAMETER-FILE
           ELSE
               DISPLAY "GREETCHG: NO CHGPRM CARD, SELECTING ENTIRE CHANGE LOG"
           END-IF
      *> A short entry like a bare date still brackets correctly: the
      *> blank tail becomes zeros on the from side, nines on the to.
           INSPECT WS-FROM-TIMESTAMP REPLACING ALL " " BY "0"
           INSPECT WS-TO-TIMESTAMP REPLACING ALL " " BY "9".

       2000-SELECT-LOG-RECORDS.
           READ MAINT-LOG-FILE
               AT END
                   SET WS-MLOG-END TO TRUE
           END-READ
           IF NOT WS-MLOG-END
               IF (WS-SELECT-OPERATOR = SPACES OR MLG-OPERATOR-ID = WS-SELECT-OPERATOR)
                   AND (WS-SELECT-FILE = SPACES OR MLG-FILE-NAME = WS-SELECT-FILE)
                   AND (WS-SELECT-KEY = SPACES OR MLG-CUST-KEY = WS-SELECT-KEY)
                   AND MLG-TIMESTAMP(1:14) >= WS-FROM-TIMESTAMP
                   AND MLG-TIMESTAMP(1:14) <= WS-TO-TIMESTAMP
                   PERFORM 2100-WRITE-CHANGE-ENTRY
               END-IF
           END-IF.

       2100-WRITE-CHANGE-ENTRY.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE MLG-TIMESTAMP(1:14) TO CHG-D-TIMESTAMP
           MOVE MLG-PROGRAM TO CHG-D-PROGRAM
           MOVE MLG-FILE-NAME TO CHG-D-FILE
           MOVE MLG-ACTION TO CHG-D-ACTION
           MOVE MLG-CUST-KEY TO CHG-D-KEY
           MOVE MLG-OPERATOR-ID TO CHG-D-OPERATOR
           MOVE CHG-DETAIL-LINE TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           MOVE MLG-REASON TO CHG-R-REASON
           MOVE CHG-REASON-LINE TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           MOVE "BEFORE" TO WS-IMAGE-CAPTION
           MOVE MLG-BEFORE-IMAGE TO WS-IMAGE
           PERFORM 2200-WRITE-RECORD-IMAGE
           MOVE "AFTER" TO WS-IMAGE-CAPTION
           MOVE MLG-AFTER-IMAGE TO WS-IMAGE
           PERFORM 2200-WRITE-RECORD-IMAGE
           MOVE SPACES TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE.

       2200-WRITE-RECORD-IMAGE.
           IF WS-IMAGE = SPACES
               MOVE WS-IMAGE-CAPTION TO CHG-I-CAPTION
               MOVE "(NONE)" TO CHG-I-PIECE
               MOVE CHG-IMAGE-LINE TO CHG-PRINT-LINE
               WRITE CHG-PRINT-LINE
           ELSE
               PERFORM 2210-WRITE-IMAGE-PIECE
                   VARYING WS-IMAGE-POS FROM 1 BY 64
                   UNTIL WS-IMAGE-POS > 133
           END-IF.

       2210-WRITE-IMAGE-PIECE.
           IF WS-IMAGE(WS-IMAGE-POS:) NOT = SPACES
               PERFORM 2220-WRITE-ONE-PIECE
           END-IF.

       2220-WRITE-ONE-PIECE.
           IF WS-IMAGE-POS = 1
               MOVE WS-IMAGE-CAPTION TO CHG-I-CAPTION
           ELSE
               MOVE SPACES TO CHG-I-CAPTION
           END-IF
           COMPUTE WS-IMAGE-PIECE-LEN = 134 - WS-IMAGE-POS
           IF WS-IMAGE-PIECE-LEN > 64
               MOVE 64 TO WS-IMAGE-PIECE-LEN
           END-IF
           MOVE WS-IMAGE(WS-IMAGE-POS:WS-IMAGE-PIECE-LEN) TO CHG-I-PIECE
           MOVE CHG-IMAGE-LINE TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE.

       9000-TERMINATE.
           IF WS-SELECTED-COUNT = 0
               MOVE " NO MAINTENANCE CHANGES SELECTED" TO CHG-PRINT-LINE
               WRITE CHG-PRINT-LINE
           END-IF
           MOVE WS-SELECTED-COUNT TO CHG-CT-COUNT
           MOVE CHG-COUNT-LINE TO CHG-PRINT-LINE
           WRITE CHG-PRINT-LINE
           CLOSE MAINT-LOG-FILE
           CLOSE CHANGE-REPORT.
