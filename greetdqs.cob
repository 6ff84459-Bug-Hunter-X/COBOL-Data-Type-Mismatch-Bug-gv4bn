      >>SOURCE FORMAT FREE
      *> GREETDQS - data-quality scorecard by source channel.
      *> GREETSRT, GREETJOB, GREETRCY and SUSPMNT append what they saw
      *> of each source channel (CG-SOURCE-CODE, stamped by GREETMRG) to
      *> the CHNSTATS history: records received, applied, excepted (by
      *> EXCP-REASON, or the segment reason for a detail GREETSRT
      *> rejected before GREETJOB), rejected for name truncation, held
      *> for approval, recycled out of suspense and written off. This
      *> job adds that history up per channel per business date and
      *> prints one section per channel for its owner: a line for every
      *> business date in the month to date, the month-to-date total, a
      *> rolling window of DQSPRM days and the window before it, and the
      *> exceptions broken down by reason over the same three periods.
      *> The error rate is exceptions plus name rejects as a percentage
      *> of records received. A channel whose month-to-date or rolling
      *> rate passes the DQSPRM limit is flagged and the job ends RC 4;
      *> a rolling rate above the prior window's is called out as
      *> rising. When GREETSRT, GREETJOB or GREETRCY ran twice for a
      *> business date, only the later run's figures count - even when
      *> the later run had nothing to count, which its "RN" run marker
      *> shows; every SUSPMNT run's write-offs stand. Run monthly for
      *> the channel owners, or any day on demand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETDQS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "GREETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SCORECARD-PARAMETER-FILE
               ASSIGN TO "DQSPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQSP-STATUS.

           SELECT CHANNEL-STATISTICS-FILE
               ASSIGN TO "CHNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT SORTED-STATISTICS-FILE
               ASSIGN TO "CHNSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.

           SELECT STATISTICS-SORT-FILE
               ASSIGN TO "CHNSWK".

           SELECT SCORECARD-REPORT
               ASSIGN TO "DQSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  SCORECARD-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY DQSPRM.

       FD  CHANNEL-STATISTICS-FILE
           RECORDING MODE IS F.
           COPY CHNSTAT.

      *> The history in business-date order, each job's runs for a
      *> date latest first, so the first run seen for a date and job
      *> is the one that stands.
       SD  STATISTICS-SORT-FILE.
       01  CSW-RECORD.
           05  CSW-BUSINESS-DATE       PIC X(8).
           05  CSW-JOB-NAME            PIC X(8).
           05  CSW-RUN-TS              PIC X(14).
           05  CSW-SOURCE-CODE         PIC X(3).
           05  CSW-MEASURE             PIC X(2).
           05  CSW-REASON              PIC X(40).
           05  CSW-COUNT               PIC 9(7).

       FD  SORTED-STATISTICS-FILE
           RECORDING MODE IS F.
       01  SRT-RECORD.
           05  SRT-BUSINESS-DATE       PIC X(8).
           05  SRT-JOB-NAME            PIC X(8).
      *> Write-offs are made by hand, deck by deck; a second SUSPMNT
      *> run in a day adds to the first rather than replacing it.
               88  SRT-JOB-ACCUMULATES VALUE "SUSPMNT".
           05  SRT-RUN-TS              PIC X(14).
           05  SRT-SOURCE-CODE         PIC X(3).
           05  SRT-MEASURE             PIC X(2).
               88  SRT-RECEIVED        VALUE "RC".
               88  SRT-APPLIED         VALUE "AP".
               88  SRT-EXCEPTED        VALUE "EX".
               88  SRT-NAME-REJECTED   VALUE "NT".
               88  SRT-HELD            VALUE "HD".
               88  SRT-RECYCLED        VALUE "RY".
               88  SRT-WRITTEN-OFF     VALUE "WO".
               88  SRT-RUN-MARKER      VALUE "RN".
           05  SRT-REASON              PIC X(40).
           05  SRT-COUNT               PIC 9(7).

       FD  SCORECARD-REPORT.
       01  DQS-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-DQSP-STATUS              PIC X(2).
           88  WS-DQSP-OK              VALUE "00".

       01  WS-CST-STATUS               PIC X(2).
           88  WS-CST-OK               VALUE "00".

       01  WS-SRT-STATUS               PIC X(2).
           88  WS-SRT-OK               VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-CST-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-CST-END          VALUE "Y".
           05  WS-SRT-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-SRT-END          VALUE "Y".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".
           05  WS-CHN-FOUND-SW         PIC X(1)     VALUE "N".
               88  WS-CHN-FOUND        VALUE "Y".
           05  WS-CHN-OVER-SW          PIC X(1)     VALUE "N".
               88  WS-CHN-OVER-LIMIT   VALUE "Y".
           05  WS-CHN-REASON-SW        PIC X(1)     VALUE "N".
               88  WS-CHN-HAS-REASONS  VALUE "Y".

       01  WS-ROLLING-DAYS             PIC 9(3)     VALUE 30.
       01  WS-ERROR-LIMIT-PCT          PIC 9(2)V9(2) VALUE 5.

      *> The as-of date and the first day of its month, with numeric
      *> views for the date arithmetic.
       01  WS-AS-OF-DATE               PIC X(8)     VALUE SPACES.
       01  WS-AS-OF-NUM REDEFINES WS-AS-OF-DATE
                                       PIC 9(8).
       01  WS-MONTH-START              PIC X(8)     VALUE SPACES.
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START
                                       PIC 9(8).
       01  WS-RECORD-DATE              PIC X(8)     VALUE SPACES.
       01  WS-RECORD-DATE-NUM REDEFINES WS-RECORD-DATE
                                       PIC 9(8).
       01  WS-AS-OF-INTEGER            PIC 9(7)     VALUE 0.
       01  WS-MONTH-START-INTEGER      PIC 9(7)     VALUE 0.
       01  WS-ROLL-START-INTEGER       PIC 9(7)     VALUE 0.
       01  WS-PRIOR-START-INTEGER      PIC 9(7)     VALUE 0.
       01  WS-SELECT-START-INTEGER     PIC 9(7)     VALUE 0.
       01  WS-RECORD-INTEGER           PIC 9(7)     VALUE 0.
       01  WS-WINDOW-DATE              PIC 9(8)     VALUE 0.

      *> Which run of a job stands for the business date in hand.
       01  WS-GROUP-DATE               PIC X(8)     VALUE SPACES.
       01  WS-GROUP-JOB                PIC X(8)     VALUE SPACES.
       01  WS-GROUP-RUN-TS             PIC X(14)    VALUE SPACES.

       01  WS-OWNER-AREA.
           05  WS-CHANNEL-OWNER OCCURS 10.
               10  WS-OWNER-SOURCE     PIC X(3)     VALUE SPACES.
               10  WS-OWNER-NAME       PIC X(20)    VALUE SPACES.
       01  WS-OWNER-IX                 PIC 9(3)     VALUE 0.

      *> One entry per channel, kept in channel-code order. Each holds
      *> the seven measures - received, applied, excepted, name
      *> rejects, held, recycled, written off, in that order - for
      *> every day of the as-of month and for the three periods.
       01  WS-CHN-TABLE.
           05  WS-CHN-USED             PIC 9(3)     VALUE 0.
           05  WS-CHN-ENTRY OCCURS 20.
               10  WS-CHN-SOURCE       PIC X(3).
               10  WS-CHN-DAY OCCURS 31.
                   15  WS-CHN-DAY-COUNT PIC 9(7)    OCCURS 7.
               10  WS-CHN-MTD.
                   15  WS-CHN-MTD-COUNT PIC 9(7)    OCCURS 7.
               10  WS-CHN-ROLL.
                   15  WS-CHN-ROLL-COUNT PIC 9(7)   OCCURS 7.
               10  WS-CHN-PRIOR.
                   15  WS-CHN-PRIOR-COUNT PIC 9(7)  OCCURS 7.
       01  WS-CHN-MAX                  PIC 9(3)     VALUE 20.
       01  WS-CHN-IX                   PIC 9(3)     VALUE 0.
       01  WS-CHN-SLOT                 PIC 9(3)     VALUE 0.
       01  WS-DAY-IX                   PIC 9(2)     VALUE 0.
       01  WS-MEASURE-IX               PIC 9(1)     VALUE 0.

      *> Exceptions by reason, per channel, over the three periods.
       01  WS-RSN-TABLE.
           05  WS-RSN-USED             PIC 9(3)     VALUE 0.
           05  WS-RSN-ENTRY OCCURS 100.
               10  WS-RSN-SOURCE       PIC X(3).
               10  WS-RSN-TEXT         PIC X(40).
               10  WS-RSN-MTD          PIC 9(7).
               10  WS-RSN-ROLL         PIC 9(7).
               10  WS-RSN-PRIOR        PIC 9(7).
       01  WS-RSN-MAX                  PIC 9(3)     VALUE 100.
       01  WS-RSN-IX                   PIC 9(3)     VALUE 0.
       01  WS-RSN-SLOT                 PIC 9(3)     VALUE 0.

      *> One printed row of measures and its error rate.
       01  WS-ROW.
           05  WS-ROW-COUNT            PIC 9(7)     OCCURS 7.
       01  WS-ROW-ACTIVITY             PIC 9(9)     VALUE 0.
       01  WS-ROW-ERRORS               PIC 9(8)     VALUE 0.
       01  WS-ROW-RATE                 PIC 9(3)V9(2) VALUE 0.
       01  WS-MTD-RATE                 PIC 9(3)V9(2) VALUE 0.
       01  WS-ROLL-RATE                PIC 9(3)V9(2) VALUE 0.
       01  WS-PRIOR-RATE               PIC 9(3)V9(2) VALUE 0.

       01  WS-STATS-READ               PIC 9(7)     VALUE 0.
       01  WS-STATS-SELECTED           PIC 9(7)     VALUE 0.
       01  WS-BAD-DATE-COUNT           PIC 9(7)     VALUE 0.
       01  WS-SUPERSEDED-COUNT         PIC 9(7)     VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(7)     VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(7)     VALUE 0.
       01  WS-OVER-LIMIT-COUNT         PIC 9(5)     VALUE 0.
       01  WS-RISING-COUNT             PIC 9(5)     VALUE 0.

       01  DQS-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(51)  VALUE "GREETDQS - DATA-QUALITY SCORECARD BY SOURCE CHANNEL".
           05  FILLER                  PIC X(7)   VALUE " AS OF ".
           05  DQS-H1-AS-OF            PIC X(8).

       01  DQS-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "ROLLING ".
           05  DQS-H2-ROLL-FROM        PIC 9(8).
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  DQS-H2-ROLL-TO          PIC X(8).
           05  FILLER                  PIC X(8)   VALUE "  PRIOR ".
           05  DQS-H2-PRIOR-FROM       PIC 9(8).
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  DQS-H2-PRIOR-TO         PIC 9(8).

       01  DQS-HEADING-3.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(56)  VALUE "ERROR RATE (EXCEPTED + NAME REJECTS) / RECEIVED - LIMIT ".
           05  DQS-H3-LIMIT            PIC Z9.99.
           05  FILLER                  PIC X(4)   VALUE " PCT".

       01  DQS-CHANNEL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "CHANNEL ".
           05  DQS-C-SOURCE            PIC X(3).
           05  FILLER                  PIC X(12)  VALUE "   OWNER -  ".
           05  DQS-C-OWNER             PIC X(30).

       01  DQS-COLUMN-HEADING.
           05  FILLER                  PIC X(10)  VALUE " DATE".
           05  FILLER                  PIC X(8)   VALUE "RECEIVED".
           05  FILLER                  PIC X(8)   VALUE " APPLIED".
           05  FILLER                  PIC X(8)   VALUE " EXCEPTD".
           05  FILLER                  PIC X(8)   VALUE "  NAMREJ".
           05  FILLER                  PIC X(8)   VALUE "    HELD".
           05  FILLER                  PIC X(8)   VALUE " RECYCLD".
           05  FILLER                  PIC X(8)   VALUE " WROTOFF".
           05  FILLER                  PIC X(7)   VALUE "  ERR %".

       01  DQS-ROW-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-R-LABEL             PIC X(9).
           05  DQS-R-COUNT             PIC ZZZZZZZ9 OCCURS 7.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-R-RATE              PIC ZZ9.99.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-R-FLAG              PIC X(6).

       01  DQS-RATE-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-RT-TEXT             PIC X(40).
           05  FILLER                  PIC X(8)   VALUE "ROLLING ".
           05  DQS-RT-ROLL             PIC ZZ9.99.
           05  FILLER                  PIC X(8)   VALUE "  PRIOR ".
           05  DQS-RT-PRIOR            PIC ZZ9.99.

       01  DQS-REASON-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(45)  VALUE "EXCEPTIONS BY REASON".
           05  FILLER                  PIC X(9)   VALUE "      MTD".
           05  FILLER                  PIC X(9)   VALUE "  ROLLING".
           05  FILLER                  PIC X(9)   VALUE "    PRIOR".

       01  DQS-REASON-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DQS-RS-TEXT             PIC X(40).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DQS-RS-MTD              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-RS-ROLL             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-RS-PRIOR            PIC ZZZZZZZ9.

       01  DQS-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  DQS-CNT-CAPTION         PIC X(30).
           05  DQS-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 2000-SORT-STATISTICS
               PERFORM 3000-ACCUMULATE-ONE-RECORD UNTIL WS-SRT-END
               PERFORM 4000-WRITE-SCORECARD
               PERFORM 5000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSINESS-DATE
           PERFORM 1200-READ-SCORECARD-CARD
           IF NOT WS-RUN-ABORTED
               PERFORM 1300-SET-WINDOWS
           END-IF
           OPEN OUTPUT SCORECARD-REPORT
           MOVE WS-AS-OF-DATE TO DQS-H1-AS-OF
           MOVE DQS-HEADING-1 TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           IF NOT WS-RUN-ABORTED
               MOVE DQS-HEADING-2 TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
               MOVE WS-ERROR-LIMIT-PCT TO DQS-H3-LIMIT
               MOVE DQS-HEADING-3 TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
           END-IF.

       1100-READ-BUSINESS-DATE.
      *> The same GREETPRM card the rest of the chain runs under, so
      *> a scorecard run at the end of the night covers that night.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-OK
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-BUSINESS-DATE TO WS-AS-OF-DATE
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.

       1200-READ-SCORECARD-CARD.
           OPEN INPUT SCORECARD-PARAMETER-FILE
           IF WS-DQSP-OK
               READ SCORECARD-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DQS-AS-OF-DATE NOT = SPACES
                           MOVE DQS-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF DQS-ROLLING-DAYS NUMERIC AND DQS-ROLLING-DAYS > 0
                           MOVE DQS-ROLLING-DAYS TO WS-ROLLING-DAYS
                       END-IF
                       IF DQS-ERROR-LIMIT-PCT NUMERIC AND DQS-ERROR-LIMIT-PCT > 0
                           MOVE DQS-ERROR-LIMIT-PCT TO WS-ERROR-LIMIT-PCT
                       END-IF
                       MOVE DQS-OWNER-AREA TO WS-OWNER-AREA
               END-READ
               CLOSE SCORECARD-PARAMETER-FILE
           ELSE
               DISPLAY "GREETDQS: NO DQSPRM CARD, USING DEFAULT 30 DAYS AND 5.00 PCT LIMIT"
           END-IF
           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY "GREETDQS: AS-OF DATE " WS-AS-OF-DATE " IS NOT A DATE - RUN REFUSED"
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM) = 0
                   DISPLAY "GREETDQS: AS-OF DATE " WS-AS-OF-DATE " IS NOT A DATE - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1300-SET-WINDOWS.
      *> Only history from the earlier of the first of the month and
      *> the start of the prior window, up to the as-of date, is
      *> sorted; anything outside the three periods is passed over.
           MOVE WS-AS-OF-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           COMPUTE WS-AS-OF-INTEGER = FUNCTION INTEGER-OF-DATE(WS-AS-OF-NUM)
           COMPUTE WS-MONTH-START-INTEGER = FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM)
           COMPUTE WS-ROLL-START-INTEGER = WS-AS-OF-INTEGER - WS-ROLLING-DAYS + 1
           COMPUTE WS-PRIOR-START-INTEGER = WS-ROLL-START-INTEGER - WS-ROLLING-DAYS
           IF WS-MONTH-START-INTEGER < WS-PRIOR-START-INTEGER
               MOVE WS-MONTH-START-INTEGER TO WS-SELECT-START-INTEGER
           ELSE
               MOVE WS-PRIOR-START-INTEGER TO WS-SELECT-START-INTEGER
           END-IF
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(WS-ROLL-START-INTEGER)
           MOVE WS-WINDOW-DATE TO DQS-H2-ROLL-FROM
           MOVE WS-AS-OF-DATE TO DQS-H2-ROLL-TO
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(WS-PRIOR-START-INTEGER)
           MOVE WS-WINDOW-DATE TO DQS-H2-PRIOR-FROM
           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(WS-ROLL-START-INTEGER - 1)
           MOVE WS-WINDOW-DATE TO DQS-H2-PRIOR-TO.

       2000-SORT-STATISTICS.
           SORT STATISTICS-SORT-FILE
               ON ASCENDING KEY CSW-BUSINESS-DATE
               ON ASCENDING KEY CSW-JOB-NAME
               ON DESCENDING KEY CSW-RUN-TS
               INPUT PROCEDURE IS 2100-SELECT-STATISTICS
               GIVING SORTED-STATISTICS-FILE
           OPEN INPUT SORTED-STATISTICS-FILE
           IF NOT WS-SRT-OK
               DISPLAY "GREETDQS: UNABLE TO OPEN CHNSRTD, STATUS=" WS-SRT-STATUS
               SET WS-SRT-END TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2100-SELECT-STATISTICS.
           OPEN INPUT CHANNEL-STATISTICS-FILE
           IF NOT WS-CST-OK
               DISPLAY "GREETDQS: UNABLE TO OPEN CHNSTATS, STATUS=" WS-CST-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2110-SELECT-ONE-RECORD UNTIL WS-CST-END
               CLOSE CHANNEL-STATISTICS-FILE
           END-IF.

       2110-SELECT-ONE-RECORD.
           READ CHANNEL-STATISTICS-FILE
               AT END
                   SET WS-CST-END TO TRUE
           END-READ
           IF NOT WS-CST-END
               ADD 1 TO WS-STATS-READ
               IF CST-BUSINESS-DATE NUMERIC
                   MOVE CST-BUSINESS-DATE TO WS-RECORD-DATE
                   COMPUTE WS-RECORD-INTEGER = FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE-NUM)
                   IF WS-RECORD-INTEGER >= WS-SELECT-START-INTEGER
                       AND WS-RECORD-INTEGER <= WS-AS-OF-INTEGER
                       MOVE CST-BUSINESS-DATE TO CSW-BUSINESS-DATE
                       MOVE CST-JOB-NAME TO CSW-JOB-NAME
                       MOVE CST-RUN-TS TO CSW-RUN-TS
                       MOVE CST-SOURCE-CODE TO CSW-SOURCE-CODE
                       MOVE CST-MEASURE TO CSW-MEASURE
                       MOVE CST-REASON TO CSW-REASON
                       MOVE CST-COUNT TO CSW-COUNT
                       RELEASE CSW-RECORD
                       ADD 1 TO WS-STATS-SELECTED
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
               END-IF
           END-IF.

       3000-ACCUMULATE-ONE-RECORD.
           READ SORTED-STATISTICS-FILE
               AT END
                   SET WS-SRT-END TO TRUE
           END-READ
           IF NOT WS-SRT-END
               IF SRT-BUSINESS-DATE NOT = WS-GROUP-DATE
                   OR SRT-JOB-NAME NOT = WS-GROUP-JOB
                   MOVE SRT-BUSINESS-DATE TO WS-GROUP-DATE
                   MOVE SRT-JOB-NAME TO WS-GROUP-JOB
                   MOVE SRT-RUN-TS TO WS-GROUP-RUN-TS
               END-IF
               PERFORM 3100-SET-MEASURE-INDEX
      *> A run marker only stakes its run's claim to the group; it
      *> carries no figures.
               EVALUATE TRUE
                   WHEN SRT-RUN-MARKER
                       CONTINUE
                   WHEN NOT SRT-JOB-ACCUMULATES
                       AND SRT-RUN-TS NOT = WS-GROUP-RUN-TS
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   WHEN WS-MEASURE-IX = 0
                       ADD 1 TO WS-UNKNOWN-COUNT
                   WHEN OTHER
                       PERFORM 3200-FIND-CHANNEL
                       IF WS-CHN-SLOT > 0
                           PERFORM 3300-POST-COUNTS
                       END-IF
               END-EVALUATE
           END-IF.

       3100-SET-MEASURE-INDEX.
           EVALUATE TRUE
               WHEN SRT-RECEIVED
                   MOVE 1 TO WS-MEASURE-IX
               WHEN SRT-APPLIED
                   MOVE 2 TO WS-MEASURE-IX
               WHEN SRT-EXCEPTED
                   MOVE 3 TO WS-MEASURE-IX
               WHEN SRT-NAME-REJECTED
                   MOVE 4 TO WS-MEASURE-IX
               WHEN SRT-HELD
                   MOVE 5 TO WS-MEASURE-IX
               WHEN SRT-RECYCLED
                   MOVE 6 TO WS-MEASURE-IX
               WHEN SRT-WRITTEN-OFF
                   MOVE 7 TO WS-MEASURE-IX
               WHEN OTHER
                   MOVE 0 TO WS-MEASURE-IX
           END-EVALUATE.

       3200-FIND-CHANNEL.
           MOVE 0 TO WS-CHN-SLOT
           PERFORM 3210-CHECK-ONE-CHANNEL
               VARYING WS-CHN-IX FROM 1 BY 1
               UNTIL WS-CHN-IX > WS-CHN-USED OR WS-CHN-SLOT > 0
           IF WS-CHN-SLOT = 0
               IF WS-CHN-USED < WS-CHN-MAX
                   PERFORM 3220-INSERT-CHANNEL
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY "GREETDQS: WARNING - CHANNEL TABLE FULL, " SRT-SOURCE-CODE " NOT SCORED"
               END-IF
           END-IF.

       3210-CHECK-ONE-CHANNEL.
           IF WS-CHN-SOURCE(WS-CHN-IX) = SRT-SOURCE-CODE
               MOVE WS-CHN-IX TO WS-CHN-SLOT
           END-IF.

       3220-INSERT-CHANNEL.
      *> A new channel goes in at its place in code order, the
      *> channels after it moving down one, so the scorecard prints
      *> the channels in the same order every month.
           COMPUTE WS-CHN-SLOT = WS-CHN-USED + 1
           MOVE "N" TO WS-CHN-FOUND-SW
           PERFORM 3230-CHECK-INSERT-POINT
               VARYING WS-CHN-IX FROM 1 BY 1
               UNTIL WS-CHN-IX > WS-CHN-USED OR WS-CHN-FOUND
           PERFORM 3240-SHIFT-ONE-CHANNEL
               VARYING WS-CHN-IX FROM WS-CHN-USED BY -1
               UNTIL WS-CHN-IX < WS-CHN-SLOT
           INITIALIZE WS-CHN-ENTRY(WS-CHN-SLOT)
           MOVE SRT-SOURCE-CODE TO WS-CHN-SOURCE(WS-CHN-SLOT)
           ADD 1 TO WS-CHN-USED.

       3230-CHECK-INSERT-POINT.
           IF WS-CHN-SOURCE(WS-CHN-IX) > SRT-SOURCE-CODE
               SET WS-CHN-FOUND TO TRUE
               MOVE WS-CHN-IX TO WS-CHN-SLOT
           END-IF.

       3240-SHIFT-ONE-CHANNEL.
           MOVE WS-CHN-ENTRY(WS-CHN-IX) TO WS-CHN-ENTRY(WS-CHN-IX + 1).

       3300-POST-COUNTS.
           MOVE SRT-BUSINESS-DATE TO WS-RECORD-DATE
           COMPUTE WS-RECORD-INTEGER = FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE-NUM)
           IF WS-RECORD-INTEGER >= WS-MONTH-START-INTEGER
               MOVE WS-RECORD-DATE(7:2) TO WS-DAY-IX
               ADD SRT-COUNT TO WS-CHN-DAY-COUNT(WS-CHN-SLOT, WS-DAY-IX, WS-MEASURE-IX)
               ADD SRT-COUNT TO WS-CHN-MTD-COUNT(WS-CHN-SLOT, WS-MEASURE-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-RECORD-INTEGER >= WS-ROLL-START-INTEGER
                   ADD SRT-COUNT TO WS-CHN-ROLL-COUNT(WS-CHN-SLOT, WS-MEASURE-IX)
               WHEN WS-RECORD-INTEGER >= WS-PRIOR-START-INTEGER
                   ADD SRT-COUNT TO WS-CHN-PRIOR-COUNT(WS-CHN-SLOT, WS-MEASURE-IX)
           END-EVALUATE
           IF SRT-EXCEPTED
               PERFORM 3400-POST-REASON
           END-IF.

       3400-POST-REASON.
           MOVE 0 TO WS-RSN-SLOT
           PERFORM 3410-CHECK-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-USED OR WS-RSN-SLOT > 0
           IF WS-RSN-SLOT = 0 AND WS-RSN-USED < WS-RSN-MAX
               ADD 1 TO WS-RSN-USED
               MOVE WS-RSN-USED TO WS-RSN-SLOT
               MOVE SRT-SOURCE-CODE TO WS-RSN-SOURCE(WS-RSN-SLOT)
               MOVE SRT-REASON TO WS-RSN-TEXT(WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-MTD(WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-ROLL(WS-RSN-SLOT)
               MOVE 0 TO WS-RSN-PRIOR(WS-RSN-SLOT)
           END-IF
           IF WS-RSN-SLOT > 0
               IF WS-RECORD-INTEGER >= WS-MONTH-START-INTEGER
                   ADD SRT-COUNT TO WS-RSN-MTD(WS-RSN-SLOT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-RECORD-INTEGER >= WS-ROLL-START-INTEGER
                       ADD SRT-COUNT TO WS-RSN-ROLL(WS-RSN-SLOT)
                   WHEN WS-RECORD-INTEGER >= WS-PRIOR-START-INTEGER
                       ADD SRT-COUNT TO WS-RSN-PRIOR(WS-RSN-SLOT)
               END-EVALUATE
           ELSE
               DISPLAY "GREETDQS: WARNING - REASON TABLE FULL, " SRT-REASON " NOT BROKEN DOWN"
           END-IF.

       3410-CHECK-ONE-REASON.
           IF WS-RSN-SOURCE(WS-RSN-IX) = SRT-SOURCE-CODE
               AND WS-RSN-TEXT(WS-RSN-IX) = SRT-REASON
               MOVE WS-RSN-IX TO WS-RSN-SLOT
           END-IF.

       4000-WRITE-SCORECARD.
           IF WS-CHN-USED = 0
               MOVE SPACES TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
               MOVE " NO CHANNEL STATISTICS ON FILE FOR THE PERIOD" TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
           ELSE
               PERFORM 4100-WRITE-ONE-CHANNEL
                   VARYING WS-CHN-IX FROM 1 BY 1
                   UNTIL WS-CHN-IX > WS-CHN-USED
           END-IF.

       4100-WRITE-ONE-CHANNEL.
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE WS-CHN-SOURCE(WS-CHN-IX) TO DQS-C-SOURCE
           PERFORM 4110-LOOKUP-OWNER
           MOVE DQS-CHANNEL-LINE TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE DQS-COLUMN-HEADING TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           PERFORM 4200-WRITE-ONE-DAY
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 31
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE WS-CHN-MTD(WS-CHN-IX) TO WS-ROW
           MOVE "MTD" TO DQS-R-LABEL
           PERFORM 4300-WRITE-ROW-LINE
           MOVE WS-ROW-RATE TO WS-MTD-RATE
           MOVE WS-CHN-ROLL(WS-CHN-IX) TO WS-ROW
           MOVE "ROLLING" TO DQS-R-LABEL
           PERFORM 4300-WRITE-ROW-LINE
           MOVE WS-ROW-RATE TO WS-ROLL-RATE
           MOVE WS-CHN-PRIOR(WS-CHN-IX) TO WS-ROW
           MOVE "PRIOR" TO DQS-R-LABEL
           PERFORM 4300-WRITE-ROW-LINE
           MOVE WS-ROW-RATE TO WS-PRIOR-RATE
           PERFORM 4400-JUDGE-CHANNEL
           PERFORM 4500-WRITE-REASONS.

       4110-LOOKUP-OWNER.
      *> A channel nobody has claimed on DQSPRM still prints, so a new
      *> feed is never scored silently.
           EVALUATE TRUE
               WHEN WS-CHN-SOURCE(WS-CHN-IX) = SPACES
                   MOVE "NONE - FILE NOT VIA GREETMRG" TO DQS-C-OWNER
               WHEN OTHER
                   MOVE "NOT NAMED ON DQSPRM" TO DQS-C-OWNER
                   PERFORM 4120-CHECK-ONE-OWNER
                       VARYING WS-OWNER-IX FROM 1 BY 1
                       UNTIL WS-OWNER-IX > 10
           END-EVALUATE.

       4120-CHECK-ONE-OWNER.
           IF WS-OWNER-SOURCE(WS-OWNER-IX) = WS-CHN-SOURCE(WS-CHN-IX)
               MOVE WS-OWNER-NAME(WS-OWNER-IX) TO DQS-C-OWNER
           END-IF.

       4200-WRITE-ONE-DAY.
      *> Only business dates the channel actually had activity on.
           MOVE WS-CHN-DAY(WS-CHN-IX, WS-DAY-IX) TO WS-ROW
           COMPUTE WS-ROW-ACTIVITY = WS-ROW-COUNT(1) + WS-ROW-COUNT(2)
               + WS-ROW-COUNT(3) + WS-ROW-COUNT(4) + WS-ROW-COUNT(5)
               + WS-ROW-COUNT(6) + WS-ROW-COUNT(7)
           IF WS-ROW-ACTIVITY > 0
               MOVE SPACES TO DQS-R-LABEL
               MOVE WS-AS-OF-DATE(1:6) TO DQS-R-LABEL(1:6)
               MOVE WS-DAY-IX TO DQS-R-LABEL(7:2)
               PERFORM 4300-WRITE-ROW-LINE
           END-IF.

       4300-WRITE-ROW-LINE.
           COMPUTE WS-ROW-ERRORS = WS-ROW-COUNT(3) + WS-ROW-COUNT(4)
           IF WS-ROW-COUNT(1) > 0
               COMPUTE WS-ROW-RATE ROUNDED = WS-ROW-ERRORS * 100 / WS-ROW-COUNT(1)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ROW-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-ROW-RATE
           END-IF
           PERFORM 4310-EDIT-ONE-COUNT
               VARYING WS-MEASURE-IX FROM 1 BY 1
               UNTIL WS-MEASURE-IX > 7
           MOVE WS-ROW-RATE TO DQS-R-RATE
           IF WS-ROW-RATE > WS-ERROR-LIMIT-PCT
               MOVE "*OVER" TO DQS-R-FLAG
           ELSE
               MOVE SPACES TO DQS-R-FLAG
           END-IF
           MOVE DQS-ROW-LINE TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE.

       4310-EDIT-ONE-COUNT.
           MOVE WS-ROW-COUNT(WS-MEASURE-IX) TO DQS-R-COUNT(WS-MEASURE-IX).

       4400-JUDGE-CHANNEL.
      *> The limit is judged on the month to date and the rolling
      *> window; a single bad night shows on its own line but only
      *> fails the channel once it moves one of the two periods.
           MOVE "N" TO WS-CHN-OVER-SW
           IF WS-MTD-RATE > WS-ERROR-LIMIT-PCT
               OR WS-ROLL-RATE > WS-ERROR-LIMIT-PCT
               SET WS-CHN-OVER-LIMIT TO TRUE
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF
           MOVE WS-ROLL-RATE TO DQS-RT-ROLL
           MOVE WS-PRIOR-RATE TO DQS-RT-PRIOR
           IF WS-ROLL-RATE > WS-PRIOR-RATE
               ADD 1 TO WS-RISING-COUNT
               MOVE "*** ERROR RATE RISING" TO DQS-RT-TEXT
           ELSE
               MOVE "ERROR RATE NOT RISING" TO DQS-RT-TEXT
           END-IF
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE DQS-RATE-LINE TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           IF WS-CHN-OVER-LIMIT
               MOVE " *** ERROR RATE OVER THE LIMIT - CHANNEL OWNER TO INVESTIGATE ***" TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
           END-IF.

       4500-WRITE-REASONS.
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE DQS-REASON-HEADING TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE "N" TO WS-CHN-REASON-SW
           PERFORM 4510-WRITE-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-USED
           IF NOT WS-CHN-HAS-REASONS
               MOVE "   NO EXCEPTIONS IN THE PERIOD" TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
           END-IF.

       4510-WRITE-ONE-REASON.
           IF WS-RSN-SOURCE(WS-RSN-IX) = WS-CHN-SOURCE(WS-CHN-IX)
               SET WS-CHN-HAS-REASONS TO TRUE
               MOVE WS-RSN-TEXT(WS-RSN-IX) TO DQS-RS-TEXT
               MOVE WS-RSN-MTD(WS-RSN-IX) TO DQS-RS-MTD
               MOVE WS-RSN-ROLL(WS-RSN-IX) TO DQS-RS-ROLL
               MOVE WS-RSN-PRIOR(WS-RSN-IX) TO DQS-RS-PRIOR
               MOVE DQS-REASON-LINE TO DQS-PRINT-LINE
               WRITE DQS-PRINT-LINE
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           MOVE "STATISTICS RECORDS READ" TO DQS-CNT-CAPTION
           MOVE WS-STATS-READ TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "RECORDS IN THE PERIODS" TO DQS-CNT-CAPTION
           MOVE WS-STATS-SELECTED TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "SUPERSEDED BY A LATER RUN" TO DQS-CNT-CAPTION
           MOVE WS-SUPERSEDED-COUNT TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "UNREADABLE BUSINESS DATE" TO DQS-CNT-CAPTION
           MOVE WS-BAD-DATE-COUNT TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "UNRECOGNIZED MEASURE" TO DQS-CNT-CAPTION
           MOVE WS-UNKNOWN-COUNT TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "CHANNELS SCORED" TO DQS-CNT-CAPTION
           MOVE WS-CHN-USED TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "CHANNELS OVER ERROR LIMIT" TO DQS-CNT-CAPTION
           MOVE WS-OVER-LIMIT-COUNT TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           MOVE "CHANNELS WITH RATE RISING" TO DQS-CNT-CAPTION
           MOVE WS-RISING-COUNT TO DQS-CNT-VALUE
           PERFORM 5100-WRITE-COUNT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE "RECORDS NOT SCORED - TABLE" TO DQS-CNT-CAPTION
               MOVE WS-OVERFLOW-COUNT TO DQS-CNT-VALUE
               PERFORM 5100-WRITE-COUNT-LINE
           END-IF
           MOVE SPACES TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE
           IF WS-OVER-LIMIT-COUNT = 0
               MOVE " NO CHANNEL OVER THE ERROR RATE LIMIT" TO DQS-PRINT-LINE
           ELSE
               MOVE " *** CHANNEL ERROR RATE OVER THE LIMIT - SEE THE FLAGGED CHANNELS ***" TO DQS-PRINT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE DQS-PRINT-LINE.

       5100-WRITE-COUNT-LINE.
           MOVE DQS-COUNT-LINE TO DQS-PRINT-LINE
           WRITE DQS-PRINT-LINE.

       9000-TERMINATE.
           IF NOT WS-RUN-ABORTED
               CLOSE SORTED-STATISTICS-FILE
           END-IF
           CLOSE SCORECARD-REPORT.
