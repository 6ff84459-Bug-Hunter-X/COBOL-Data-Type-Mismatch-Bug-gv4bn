      >>SOURCE FORMAT FREE
      *> GREETGEN - master generation manager.
      *> GREETRCY, SUSPMNT, APPRMNT, GREETARC, GREETSNP and GREETRFW
      *> each write a new generation of a master rather than updating
      *> it in place: SUSPNEW or SUSPMNEW for SUSPMST, PENDNEW or
      *> PENDUPD for PENDMST, AUDLIVE for GREETAUD, SNPNEW for
      *> SNPPRIOR, RFWSNEW for RFWSNAP. This job puts a new generation
      *> in place, so nobody renames files by hand. The GENPRM card
      *> names the new generation, and the job promotes it only when:
      *>   - the job that wrote it completed on RUNCTL for the
      *>     GREETPRM business date, with a return code of 4 or less;
      *>   - the file holds exactly the records that job's report
      *>     says it wrote;
      *>   - the master as it stands now holds exactly the records
      *>     that job's report says it read, so nothing was added
      *>     behind its back (GREETJOB appending to GREETAUD after
      *>     GREETARC ran, say);
      *>   - that job started after the current generation went into
      *>     place, so its output was built on what is there now;
      *>   - it completed later than every generation ever promoted
      *>     onto the master - the same file promoted twice, or an
      *>     older one promoted over a newer, is refused.
      *> The generation being replaced is saved on the GENSTORE
      *> generation store first, and the card's keep count (default
      *> 3) of prior generations stays there. A fallback card puts
      *> one of them back - the one the current generation replaced,
      *> unless a generation number is given - saving the current
      *> generation in turn, so a fallback can itself be undone. A
      *> promotion or fallback that stopped after the save but before
      *> the master was fully written is resumed by the rerun, or the
      *> saved generation can be put back by a fallback. Every
      *> promotion and fallback, done or refused, goes on the GENREG
      *> register, and the GENRPT report lists the checks, the counts
      *> and the generations now kept. The job goes on RUNCTL once per
      *> master, as "GEN" and the first five characters of the
      *> master's name (GENSUSPM, GENPENDM, GENGREET, GENSNPPR,
      *> GENRFWSN), so a night's several promotions each keep their
      *> own entry. A refusal ends RC 16 and leaves that entry
      *> started, so the morning status report shows the chain
      *> stopped there even when another master was promoted after
      *> it; a resumed change ends RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO "GREETPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GENERATION-PARAMETER-FILE
               ASSIGN TO "GENPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENP-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT GENERATION-STORE-FILE
               ASSIGN TO "GENSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-GS-STATUS.

           SELECT GENERATION-REGISTER-FILE
               ASSIGN TO "GENREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      *> The new generations. Only one is opened in a run, so they
      *> share one status field.
           SELECT NEW-SUSPENSE-FILE
               ASSIGN TO "SUSPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT MAINTAINED-SUSPENSE-FILE
               ASSIGN TO "SUSPMNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT NEW-PENDING-FILE
               ASSIGN TO "PENDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT UPDATED-PENDING-FILE
               ASSIGN TO "PENDUPD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT NEW-LIVE-AUDIT-FILE
               ASSIGN TO "AUDLIVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT NEW-SNAPSHOT-FILE
               ASSIGN TO "SNPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT NEW-ROLL-FORWARD-SNAPSHOT
               ASSIGN TO "RFWSNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

      *> The managed masters, likewise one per run.
           SELECT SUSPENSE-MASTER-FILE
               ASSIGN TO "SUSPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRGT-STATUS.

           SELECT PENDING-MASTER-FILE
               ASSIGN TO "PENDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRGT-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "GREETAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRGT-STATUS.

           SELECT PRIOR-SNAPSHOT-FILE
               ASSIGN TO "SNPPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRGT-STATUS.

           SELECT OPENING-SNAPSHOT-FILE
               ASSIGN TO "RFWSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRGT-STATUS.

      *> The producing jobs' reports, read back for their totals.
           SELECT RECYCLE-REPORT
               ASSIGN TO "RCYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT SUSPENSE-EDIT-REPORT
               ASSIGN TO "SUSPEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT APPROVAL-REPORT
               ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT RETENTION-REPORT
               ASSIGN TO "AUDARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT DELTA-CONTROL-REPORT
               ASSIGN TO "DLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT ROLL-FORWARD-REPORT
               ASSIGN TO "RFWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT GENERATION-REPORT
               ASSIGN TO "GENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
           COPY PARMREC.

       FD  GENERATION-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY GENPRM.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  GENERATION-STORE-FILE.
           COPY GENSTOR.

       FD  GENERATION-REGISTER-FILE
           RECORDING MODE IS F.
           COPY GENREG.

       FD  NEW-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPN-RECORD                PIC X(133).

       FD  MAINTAINED-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPMN-RECORD               PIC X(133).

       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       01  PNDN-RECORD                 PIC X(101).

       FD  UPDATED-PENDING-FILE
           RECORDING MODE IS F.
       01  PNDU-RECORD                 PIC X(101).

       FD  NEW-LIVE-AUDIT-FILE
           RECORDING MODE IS F.
       01  LIV-RECORD                  PIC X(61).

       FD  NEW-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNPN-RECORD                 PIC X(80).

       FD  NEW-ROLL-FORWARD-SNAPSHOT
           RECORDING MODE IS F.
       01  RFWN-RECORD                 PIC X(80).

       FD  SUSPENSE-MASTER-FILE
           RECORDING MODE IS F.
       01  SUSPM-RECORD                PIC X(133).

       FD  PENDING-MASTER-FILE
           RECORDING MODE IS F.
       01  PNDM-RECORD                 PIC X(101).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDT-RECORD                 PIC X(61).

       FD  PRIOR-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNPP-RECORD                 PIC X(80).

       FD  OPENING-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  RFWS-RECORD                 PIC X(80).

       FD  RECYCLE-REPORT.
       01  RCY-IN-LINE                 PIC X(80).

       FD  SUSPENSE-EDIT-REPORT.
       01  EDT-IN-LINE                 PIC X(80).

       FD  APPROVAL-REPORT.
       01  APP-IN-LINE                 PIC X(80).

       FD  RETENTION-REPORT.
       01  ARC-IN-LINE                 PIC X(80).

       FD  DELTA-CONTROL-REPORT.
       01  DLT-IN-LINE                 PIC X(80).

       FD  ROLL-FORWARD-REPORT.
       01  RFW-IN-LINE                 PIC X(80).

       FD  GENERATION-REPORT.
       01  GEN-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE "00".

       01  WS-GENP-STATUS              PIC X(2).
           88  WS-GENP-OK              VALUE "00".

       01  WS-RCTL-STATUS              PIC X(2).
           88  WS-RCTL-OK              VALUE "00".
           88  WS-RCTL-NO-FILE         VALUE "35".
       01  WS-RCTL-STARTED-SW          PIC X(1)     VALUE "N".
           88  WS-RCTL-STARTED         VALUE "Y".

       01  WS-GS-STATUS                PIC X(2).
           88  WS-GS-OK                VALUE "00".
           88  WS-GS-NOT-FOUND         VALUE "23".
           88  WS-GS-NO-FILE           VALUE "35".

       01  WS-REG-STATUS               PIC X(2).
           88  WS-REG-OK               VALUE "00".
           88  WS-REG-NO-FILE          VALUE "35".

       01  WS-CAND-STATUS              PIC X(2).
           88  WS-CAND-OK              VALUE "00".

       01  WS-TRGT-STATUS              PIC X(2).
           88  WS-TRGT-OK              VALUE "00".
           88  WS-TRGT-NO-FILE         VALUE "35".

       01  WS-PRPT-STATUS              PIC X(2).
           88  WS-PRPT-OK              VALUE "00".

       01  WS-RPT-STATUS               PIC X(2).
           88  WS-RPT-OK               VALUE "00".

       01  WS-FLAGS.
           05  WS-CARD-READ-SW         PIC X(1)     VALUE "N".
               88  WS-CARD-READ        VALUE "Y".
           05  WS-CAND-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-CAND-END         VALUE "Y".
           05  WS-CAND-PRESENT-SW      PIC X(1)     VALUE "N".
               88  WS-CANDIDATE-PRESENT VALUE "Y".
           05  WS-TRGT-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-TRGT-END         VALUE "Y".
           05  WS-PRPT-EOF-SW          PIC X(1)     VALUE "N".
               88  WS-PRPT-END         VALUE "Y".
           05  WS-PRPT-PRESENT-SW      PIC X(1)     VALUE "N".
               88  WS-PRPT-PRESENT     VALUE "Y".
           05  WS-GS-EOF-SW            PIC X(1)     VALUE "N".
               88  WS-GS-END           VALUE "Y".
           05  WS-MANAGED-SW           PIC X(1)     VALUE "N".
               88  WS-TARGET-MANAGED   VALUE "Y".
           05  WS-RESUMING-SW          PIC X(1)     VALUE "N".
               88  WS-RESUMING         VALUE "Y".
           05  WS-PRODUCER-DONE-SW     PIC X(1)     VALUE "N".
               88  WS-PRODUCER-COMPLETED VALUE "Y".
           05  WS-CHECK-SW             PIC X(1)     VALUE "N".
               88  WS-CHECK-PASSED     VALUE "Y".
           05  WS-CHANGE-DONE-SW       PIC X(1)     VALUE "N".
               88  WS-CHANGE-DONE      VALUE "Y".
           05  WS-REFUSED-SW           PIC X(1)     VALUE "N".
               88  WS-REFUSED          VALUE "Y".
           05  WS-RUN-ABORT-SW         PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED      VALUE "Y".

       01  WS-BUSINESS-DATE            PIC X(8)     VALUE SPACES.
       01  WS-RUN-TIMESTAMP            PIC X(14)    VALUE SPACES.
       01  WS-CANDIDATE-NAME           PIC X(8)     VALUE SPACES.
       01  WS-TARGET-NAME              PIC X(8)     VALUE SPACES.
       01  WS-PRODUCER-NAME            PIC X(8)     VALUE SPACES.
       01  WS-GEN-JOB-NAME             PIC X(8)     VALUE SPACES.
       01  WS-PRODUCER-REPORT          PIC X(8)     VALUE SPACES.
       01  WS-PRODUCER-START-TS        PIC X(14)    VALUE SPACES.
       01  WS-PRODUCER-END-TS          PIC X(14)    VALUE SPACES.
       01  WS-PRODUCER-RC              PIC 9(4)     VALUE 0.
       01  WS-KEEP-GENERATIONS         PIC 9(2)     VALUE 3.
       01  WS-FALLBACK-GEN             PIC 9(5)     VALUE 0.

      *> The report lines the producing job printed its totals on.
      *> "W" captions add up to the records the job wrote to the new
      *> generation, "R" captions to the records it read from the
      *> master. The captions are the producing jobs' own literals
      *> and have to change with them.
       01  WS-TOTAL-CAPTIONS.
           05  WS-TCP-USED             PIC 9(1)     VALUE 0.
           05  WS-TCP-ENTRY OCCURS 5.
               10  WS-TCP-CAPTION      PIC X(30).
               10  WS-TCP-KIND         PIC X(1).
                   88  WS-TCP-WRITTEN  VALUE "W".
                   88  WS-TCP-READ     VALUE "R".
               10  WS-TCP-FOUND-SW     PIC X(1).
                   88  WS-TCP-FOUND    VALUE "Y".
       01  WS-TCP-IX                   PIC 9(1)     VALUE 0.
       01  WS-CAPTION-WORK             PIC X(30)    VALUE SPACES.
       01  WS-CAPTION-KIND             PIC X(1)     VALUE SPACE.
       01  WS-TOTALS-FOUND-COUNT       PIC 9(1)     VALUE 0.

      *> One count line of a producing job's report, in the layout
      *> every one of them prints its totals with.
       01  WS-PRODUCER-LINE.
           05  FILLER                  PIC X(1).
           05  WS-PRL-CAPTION          PIC X(30).
           05  WS-PRL-VALUE            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(39).
       01  WS-PRL-NUMBER               PIC 9(7)     VALUE 0.

      *> One record of any managed file, at the longest record length.
       01  WS-GEN-RECORD               PIC X(133)   VALUE SPACES.

       01  WS-EXPECTED-COUNT           PIC 9(7)     VALUE 0.
       01  WS-BASE-EXPECTED            PIC 9(7)     VALUE 0.
       01  WS-CANDIDATE-COUNT          PIC 9(7)     VALUE 0.
       01  WS-TARGET-COUNT             PIC 9(7)     VALUE 0.
       01  WS-SAVED-COUNT              PIC 9(7)     VALUE 0.
       01  WS-INSTALLED-COUNT          PIC 9(7)     VALUE 0.
       01  WS-PRUNED-COUNT             PIC 9(5)     VALUE 0.

       01  WS-SAVE-GEN                 PIC 9(5)     VALUE 0.
       01  WS-NEW-GEN                  PIC 9(5)     VALUE 0.
       01  WS-RESTORE-GEN              PIC 9(5)     VALUE 0.
       01  WS-DELETE-GEN               PIC 9(5)     VALUE 0.
       01  WS-LIST-GEN                 PIC 9(5)     VALUE 0.
       01  WS-LAST-KEPT-GEN            PIC 9(5)     VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(5)     VALUE 0.
       01  WS-HOLD-OLDEST-GEN          PIC 9(5)     VALUE 0.
       01  WS-HOLD-HIGH-END-TS         PIC X(14)    VALUE SPACES.

      *> The master's control record from the generation store, and
      *> the control record of a generation being restored - both in
      *> the GS-CONTROL-DATA layout.
       01  WS-CURRENT-GENERATION.
           05  WS-CUR-SOURCE           PIC X(8).
           05  WS-CUR-PRODUCER         PIC X(8).
           05  WS-CUR-BUSINESS-DATE    PIC X(8).
           05  WS-CUR-PRODUCER-START-TS PIC X(14).
           05  WS-CUR-PRODUCER-END-TS  PIC X(14).
           05  WS-CUR-PROMOTED-TS      PIC X(14).
           05  WS-CUR-RECORD-COUNT     PIC 9(7).
           05  WS-CUR-SAVED-TS         PIC X(14).
           05  WS-CUR-SAVED-COUNT      PIC 9(7).
           05  WS-CUR-RESTORED-FROM    PIC 9(5).
           05  WS-CUR-CURRENT-GEN      PIC 9(5).
           05  WS-CUR-OLDEST-GEN       PIC 9(5).
           05  WS-CUR-HIGH-END-TS      PIC X(14).
           05  WS-CUR-STATE            PIC X(1).
               88  WS-CUR-CHANGE-STARTED   VALUE "S".
               88  WS-CUR-CHANGE-COMPLETED VALUE "C".
           05  FILLER                  PIC X(9).

       01  WS-RESTORE-GENERATION.
           05  WS-RST-SOURCE           PIC X(8).
           05  WS-RST-PRODUCER         PIC X(8).
           05  WS-RST-BUSINESS-DATE    PIC X(8).
           05  WS-RST-PRODUCER-START-TS PIC X(14).
           05  WS-RST-PRODUCER-END-TS  PIC X(14).
           05  WS-RST-PROMOTED-TS      PIC X(14).
           05  WS-RST-RECORD-COUNT     PIC 9(7).
           05  WS-RST-SAVED-TS         PIC X(14).
           05  WS-RST-SAVED-COUNT      PIC 9(7).
           05  WS-RST-RESTORED-FROM    PIC 9(5).
           05  WS-RST-CURRENT-GEN      PIC 9(5).
           05  WS-RST-OLDEST-GEN       PIC 9(5).
           05  WS-RST-HIGH-END-TS      PIC X(14).
           05  WS-RST-STATE            PIC X(1).
           05  FILLER                  PIC X(9).

       01  WS-CHECK-CAPTION            PIC X(40)    VALUE SPACES.
       01  WS-REFUSE-WORK              PIC X(40)    VALUE SPACES.
       01  WS-REFUSE-MESSAGE           PIC X(40)    VALUE SPACES.
       01  WS-PASS-LITERAL             PIC X(24)  VALUE "PASSED".
       01  WS-FAIL-LITERAL             PIC X(24)  VALUE "*** REFUSED ***".
       01  WS-GEN-EDIT                 PIC 9(5)     VALUE 0.

       01  GEN-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(40)  VALUE "GREETGEN - MASTER GENERATION MANAGER".
           05  FILLER                  PIC X(14)  VALUE "BUSINESS DATE ".
           05  GEN-H1-DATE             PIC X(8).

       01  GEN-CHECK-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  GEN-CHK-CAPTION         PIC X(40).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-CHK-RESULT          PIC X(24).

       01  GEN-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  GEN-CNT-CAPTION         PIC X(30).
           05  GEN-CNT-VALUE           PIC ZZ,ZZZ,ZZ9.

       01  GEN-KEPT-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(7)   VALUE "  GEN".
           05  FILLER                  PIC X(10)  VALUE "SOURCE".
           05  FILLER                  PIC X(10)  VALUE "PRODUCER".
           05  FILLER                  PIC X(10)  VALUE "BUS DATE".
           05  FILLER                  PIC X(16)  VALUE "PRODUCER END".
           05  FILLER                  PIC X(11)  VALUE "    RECORDS".

       01  GEN-KEPT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  GEN-K-GENERATION        PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-K-SOURCE            PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-K-PRODUCER          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-K-BUS-DATE          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-K-END-TS            PIC X(14).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-K-RECORDS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GEN-K-NOTE              PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-PARAMETER-CARD
           PERFORM 0150-READ-GENERATION-CARD
           IF NOT WS-RUN-ABORTED
               PERFORM 0200-RUN-CONTROL-START
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-RUN-ABORTED
               IF GNP-PROMOTE
                   PERFORM 2000-PROMOTE-GENERATION
               ELSE
                   PERFORM 3000-FALL-BACK-GENERATION
               END-IF
               PERFORM 4000-WRITE-REGISTER-ENTRY
               PERFORM 4100-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           IF NOT WS-RUN-ABORTED AND NOT WS-REFUSED
               PERFORM 9100-RUN-CONTROL-END
           END-IF
           STOP RUN.

       0100-READ-PARAMETER-CARD.
      *> The same GREETPRM card the rest of the chain runs under: the
      *> producing job is looked up on RUNCTL under its business date.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-OK
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF.

       0150-READ-GENERATION-CARD.
      *> No default action: a generation is never moved off a missing
      *> card.
           OPEN INPUT GENERATION-PARAMETER-FILE
           IF WS-GENP-OK
               READ GENERATION-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CARD-READ TO TRUE
               END-READ
               CLOSE GENERATION-PARAMETER-FILE
           END-IF
           IF WS-CARD-READ
               PERFORM 0160-EDIT-GENERATION-CARD
           ELSE
               DISPLAY "GREETGEN: NO GENPRM CARD - RUN REFUSED"
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       0160-EDIT-GENERATION-CARD.
           IF GNP-KEEP-GENERATIONS NUMERIC
               AND GNP-KEEP-GENERATIONS NOT = "00"
               MOVE GNP-KEEP-GENERATIONS TO WS-KEEP-GENERATIONS
           END-IF
           EVALUATE TRUE
               WHEN GNP-PROMOTE
                   PERFORM 0170-IDENTIFY-CANDIDATE
               WHEN GNP-FALLBACK
                   PERFORM 0180-EDIT-FALLBACK
               WHEN OTHER
                   DISPLAY "GREETGEN: GENPRM ACTION MUST BE P OR F - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       0170-IDENTIFY-CANDIDATE.
      *> Each new generation has one master it may go onto and one
      *> job that writes it.
           MOVE GNP-CANDIDATE TO WS-CANDIDATE-NAME
           MOVE 0 TO WS-TCP-USED
           EVALUATE WS-CANDIDATE-NAME
               WHEN "SUSPNEW"
                   MOVE "SUSPMST" TO WS-TARGET-NAME
                   MOVE "GREETRCY" TO WS-PRODUCER-NAME
                   MOVE "RCYRPT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "OPEN ITEMS CARRIED FORWARD" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "NEW ITEMS INTO SUSPENSE" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "SEGMENT REJECTS INTO SUSPENSE" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   MOVE "CORRECTED ITEMS RECYCLED" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "OPEN ITEMS CARRIED FORWARD" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
               WHEN "SUSPMNEW"
                   MOVE "SUSPMST" TO WS-TARGET-NAME
                   MOVE "SUSPMNT" TO WS-PRODUCER-NAME
                   MOVE "SUSPEDIT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "ITEMS CARRIED TO NEW MASTER" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   MOVE "ITEMS ON SUSPENSE MASTER" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
               WHEN "PENDNEW"
                   MOVE "PENDMST" TO WS-TARGET-NAME
                   MOVE "GREETRCY" TO WS-PRODUCER-NAME
                   MOVE "RCYRPT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "ITEMS STILL PENDING APPROVAL" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "NEW ITEMS HELD FOR APPROVAL" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   MOVE "APPROVED ADJUSTMENTS RELEASED" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "ITEMS STILL PENDING APPROVAL" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
               WHEN "PENDUPD"
                   MOVE "PENDMST" TO WS-TARGET-NAME
                   MOVE "APPRMNT" TO WS-PRODUCER-NAME
                   MOVE "APPRRPT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "ITEMS ON PENDING MASTER" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   PERFORM 0175-ADD-CAPTION
               WHEN "AUDLIVE"
                   MOVE "GREETAUD" TO WS-TARGET-NAME
                   MOVE "GREETARC" TO WS-PRODUCER-NAME
                   MOVE "AUDARPT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "RECORDS KEPT ON LIVE FILE" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   MOVE "AUDIT RECORDS READ" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
               WHEN "SNPNEW"
                   MOVE "SNPPRIOR" TO WS-TARGET-NAME
                   MOVE "GREETSNP" TO WS-PRODUCER-NAME
                   MOVE "DLTRPT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "SNAPSHOT RECORDS WRITTEN" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   MOVE "PRIOR SNAPSHOT RECORDS READ" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
               WHEN "RFWSNEW"
                   MOVE "RFWSNAP" TO WS-TARGET-NAME
                   MOVE "GREETRFW" TO WS-PRODUCER-NAME
                   MOVE "RFWRPT" TO WS-PRODUCER-REPORT
                   MOVE "W" TO WS-CAPTION-KIND
                   MOVE "SNAPSHOT RECORDS WRITTEN" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
                   MOVE "R" TO WS-CAPTION-KIND
                   MOVE "OPENING SNAPSHOT RECORDS READ" TO WS-CAPTION-WORK
                   PERFORM 0175-ADD-CAPTION
               WHEN OTHER
                   DISPLAY "GREETGEN: " WS-CANDIDATE-NAME " IS NOT A MANAGED GENERATION - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF NOT WS-RUN-ABORTED
               AND GNP-TARGET NOT = SPACES
               AND GNP-TARGET NOT = WS-TARGET-NAME
               DISPLAY "GREETGEN: " WS-CANDIDATE-NAME " GOES ONTO " WS-TARGET-NAME ", NOT " GNP-TARGET " - RUN REFUSED"
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       0175-ADD-CAPTION.
           ADD 1 TO WS-TCP-USED
           MOVE WS-CAPTION-WORK TO WS-TCP-CAPTION(WS-TCP-USED)
           MOVE WS-CAPTION-KIND TO WS-TCP-KIND(WS-TCP-USED)
           MOVE "N" TO WS-TCP-FOUND-SW(WS-TCP-USED).

       0180-EDIT-FALLBACK.
           MOVE GNP-TARGET TO WS-TARGET-NAME
           EVALUATE TRUE
               WHEN WS-TARGET-NAME NOT = "SUSPMST"
                    AND WS-TARGET-NAME NOT = "PENDMST"
                    AND WS-TARGET-NAME NOT = "GREETAUD"
                    AND WS-TARGET-NAME NOT = "SNPPRIOR"
                    AND WS-TARGET-NAME NOT = "RFWSNAP"
                   DISPLAY "GREETGEN: " WS-TARGET-NAME " IS NOT A MANAGED MASTER - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN GNP-OPERATOR-ID = SPACES OR GNP-REASON = SPACES
                   DISPLAY "GREETGEN: FALLBACK NEEDS OPERATOR ID AND REASON - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN GNP-FALLBACK-GEN = SPACES
                   MOVE 0 TO WS-FALLBACK-GEN
               WHEN GNP-FALLBACK-GEN NUMERIC
                   MOVE GNP-FALLBACK-GEN TO WS-FALLBACK-GEN
               WHEN OTHER
                   DISPLAY "GREETGEN: FALLBACK GENERATION " GNP-FALLBACK-GEN " NOT NUMERIC - RUN REFUSED"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       0200-RUN-CONTROL-START.
      *> The producing job's ledger entry is only picked up here; the
      *> verdict on it is one of the checks the report lists, so a
      *> refusal for it goes on the register like any other. This
      *> job's own entry is kept per master.
           MOVE SPACES TO WS-GEN-JOB-NAME
           STRING "GEN" WS-TARGET-NAME(1:5) DELIMITED BY SIZE
               INTO WS-GEN-JOB-NAME
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-OK
               DISPLAY "GREETGEN: UNABLE TO OPEN RUNCTL, STATUS=" WS-RCTL-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF GNP-PROMOTE
                   PERFORM 0210-CHECK-PRODUCER
               END-IF
               PERFORM 0300-RECORD-JOB-START
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0210-CHECK-PRODUCER.
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           MOVE WS-PRODUCER-NAME TO RUN-JOB-NAME
           READ RUN-CONTROL-FILE
           IF WS-RCTL-OK
               IF RUN-JOB-COMPLETED
                   SET WS-PRODUCER-COMPLETED TO TRUE
               END-IF
               MOVE RUN-START-TS TO WS-PRODUCER-START-TS
               MOVE RUN-END-TS TO WS-PRODUCER-END-TS
               MOVE RUN-RETURN-CODE TO WS-PRODUCER-RC
           END-IF.

       0300-RECORD-JOB-START.
           MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
           MOVE WS-GEN-JOB-NAME TO RUN-JOB-NAME
           READ RUN-CONTROL-FILE
           IF WS-RCTL-OK
               SET RUN-JOB-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-TS
               MOVE SPACES TO RUN-END-TS
               MOVE 0 TO RUN-RETURN-CODE
               REWRITE RUN-CTL-RECORD
           ELSE
               MOVE SPACES TO RUN-CTL-RECORD
               MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
               MOVE WS-GEN-JOB-NAME TO RUN-JOB-NAME
               SET RUN-JOB-STARTED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-START-TS
               MOVE SPACES TO RUN-END-TS
               MOVE 0 TO RUN-RETURN-CODE
               WRITE RUN-CTL-RECORD
           END-IF
           IF WS-RCTL-OK
               SET WS-RCTL-STARTED TO TRUE
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           INITIALIZE WS-RESTORE-GENERATION
      *> The generation store is created by the first promotion ever.
           OPEN I-O GENERATION-STORE-FILE
           IF WS-GS-NO-FILE
               OPEN OUTPUT GENERATION-STORE-FILE
               CLOSE GENERATION-STORE-FILE
               OPEN I-O GENERATION-STORE-FILE
           END-IF
           IF NOT WS-GS-OK
               DISPLAY "GREETGEN: UNABLE TO OPEN GENSTORE, STATUS=" WS-GS-STATUS
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT GENERATION-REPORT
           MOVE WS-BUSINESS-DATE TO GEN-H1-DATE
           MOVE GEN-HEADING-1 TO GEN-PRINT-LINE
           WRITE GEN-PRINT-LINE
           MOVE SPACES TO GEN-PRINT-LINE
           IF GNP-PROMOTE
               STRING " PROMOTE " WS-CANDIDATE-NAME DELIMITED BY SPACE
                   " ONTO " WS-TARGET-NAME DELIMITED BY SPACE
                   INTO GEN-PRINT-LINE
           ELSE
               STRING " FALL BACK " WS-TARGET-NAME DELIMITED BY SPACE
                   "  OPERATOR " GNP-OPERATOR-ID DELIMITED BY SPACE
                   "  " GNP-REASON DELIMITED BY SIZE
                   INTO GEN-PRINT-LINE
           END-IF
           WRITE GEN-PRINT-LINE
           MOVE SPACES TO GEN-PRINT-LINE
           WRITE GEN-PRINT-LINE
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-READ-MASTER-CONTROL
           END-IF.

       1100-READ-MASTER-CONTROL.
      *> No control record means the master has never been through
      *> this job: whatever is on it now becomes generation 1 when
      *> the first generation is promoted over it.
           MOVE WS-TARGET-NAME TO GS-TARGET
           MOVE 0 TO GS-GENERATION
           MOVE 0 TO GS-SEQUENCE
           READ GENERATION-STORE-FILE
           IF WS-GS-OK
               SET WS-TARGET-MANAGED TO TRUE
               MOVE GS-CONTROL-DATA TO WS-CURRENT-GENERATION
               IF WS-CUR-CHANGE-STARTED
                   SET WS-RESUMING TO TRUE
                   DISPLAY "GREETGEN: LAST CHANGE TO " WS-TARGET-NAME " DID NOT FINISH - GENERATION " WS-CUR-CURRENT-GEN " IS SAVED, RESUMING"
               END-IF
           ELSE
               INITIALIZE WS-CURRENT-GENERATION
           END-IF.

       2000-PROMOTE-GENERATION.
           PERFORM 2100-SCAN-PRODUCER-REPORT
           PERFORM 2200-COUNT-CANDIDATE
           PERFORM 2300-COUNT-CURRENT-MASTER
           PERFORM 2400-CHECK-PROMOTION
           IF NOT WS-REFUSED
               PERFORM 2500-INSTALL-PROMOTED-GENERATION
           END-IF.

       2100-SCAN-PRODUCER-REPORT.
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-BASE-EXPECTED
           PERFORM 6300-OPEN-PRODUCER-REPORT
           IF WS-PRPT-OK
               SET WS-PRPT-PRESENT TO TRUE
               PERFORM 2110-SCAN-ONE-REPORT-LINE UNTIL WS-PRPT-END
               PERFORM 6320-CLOSE-PRODUCER-REPORT
           END-IF.

       2110-SCAN-ONE-REPORT-LINE.
           PERFORM 6310-READ-PRODUCER-REPORT
           IF NOT WS-PRPT-END
               PERFORM 2120-MATCH-ONE-CAPTION
                   VARYING WS-TCP-IX FROM 1 BY 1
                   UNTIL WS-TCP-IX > WS-TCP-USED
           END-IF.

       2120-MATCH-ONE-CAPTION.
      *> The figure is de-edited straight off the printed line, as
      *> GREETBAL does with the SUMMRPT control totals.
           IF WS-PRL-CAPTION = WS-TCP-CAPTION(WS-TCP-IX)
               AND NOT WS-TCP-FOUND(WS-TCP-IX)
               SET WS-TCP-FOUND(WS-TCP-IX) TO TRUE
               MOVE WS-PRL-VALUE TO WS-PRL-NUMBER
               IF WS-TCP-WRITTEN(WS-TCP-IX)
                   ADD WS-PRL-NUMBER TO WS-EXPECTED-COUNT
               ELSE
                   ADD WS-PRL-NUMBER TO WS-BASE-EXPECTED
               END-IF
           END-IF.

       2200-COUNT-CANDIDATE.
           MOVE 0 TO WS-CANDIDATE-COUNT
           PERFORM 6100-OPEN-CANDIDATE
           IF WS-CAND-OK
               SET WS-CANDIDATE-PRESENT TO TRUE
               PERFORM 2210-COUNT-ONE-CANDIDATE UNTIL WS-CAND-END
               PERFORM 6120-CLOSE-CANDIDATE
           END-IF.

       2210-COUNT-ONE-CANDIDATE.
           PERFORM 6110-READ-CANDIDATE
           IF NOT WS-CAND-END
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF.

       2300-COUNT-CURRENT-MASTER.
      *> A master left part written by a change that did not finish
      *> is not what the producing job read; the generation saved
      *> from it before the change is.
           MOVE 0 TO WS-TARGET-COUNT
           IF WS-RESUMING
               MOVE WS-TARGET-NAME TO GS-TARGET
               MOVE WS-CUR-CURRENT-GEN TO GS-GENERATION
               MOVE 0 TO GS-SEQUENCE
               READ GENERATION-STORE-FILE
               IF WS-GS-OK
                   MOVE GS-CTL-SAVED-COUNT TO WS-TARGET-COUNT
               END-IF
           ELSE
               PERFORM 6200-OPEN-TARGET-INPUT
               IF WS-TRGT-OK
                   PERFORM 2310-COUNT-ONE-MASTER-RECORD UNTIL WS-TRGT-END
                   PERFORM 6220-CLOSE-TARGET
               END-IF
           END-IF.

       2310-COUNT-ONE-MASTER-RECORD.
           PERFORM 6210-READ-TARGET
           IF NOT WS-TRGT-END
               ADD 1 TO WS-TARGET-COUNT
           END-IF.

       2400-CHECK-PROMOTION.
           MOVE SPACES TO WS-CHECK-CAPTION
           STRING "PRODUCER " WS-PRODUCER-NAME DELIMITED BY SPACE
               " COMPLETED ON RUNCTL" DELIMITED BY SIZE
               INTO WS-CHECK-CAPTION
           MOVE WS-PRODUCER-DONE-SW TO WS-CHECK-SW
           PERFORM 7000-WRITE-CHECK-LINE
           MOVE "PRODUCER ENDED RETURN CODE 4 OR LESS" TO WS-CHECK-CAPTION
           MOVE "N" TO WS-CHECK-SW
           IF WS-PRODUCER-COMPLETED AND WS-PRODUCER-RC NOT > 4
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           PERFORM 7000-WRITE-CHECK-LINE
           MOVE 0 TO WS-TOTALS-FOUND-COUNT
           PERFORM 2410-COUNT-TOTAL-FOUND
               VARYING WS-TCP-IX FROM 1 BY 1
               UNTIL WS-TCP-IX > WS-TCP-USED
           MOVE SPACES TO WS-CHECK-CAPTION
           STRING "PRODUCER TOTALS FOUND ON " WS-PRODUCER-REPORT DELIMITED BY SIZE
               INTO WS-CHECK-CAPTION
           MOVE "N" TO WS-CHECK-SW
           IF WS-PRPT-PRESENT AND WS-TOTALS-FOUND-COUNT = WS-TCP-USED
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           PERFORM 7000-WRITE-CHECK-LINE
           MOVE SPACES TO WS-CHECK-CAPTION
           STRING "NEW GENERATION " WS-CANDIDATE-NAME DELIMITED BY SPACE
               " PRESENT" DELIMITED BY SIZE
               INTO WS-CHECK-CAPTION
           MOVE WS-CAND-PRESENT-SW TO WS-CHECK-SW
           PERFORM 7000-WRITE-CHECK-LINE
           MOVE SPACES TO WS-CHECK-CAPTION
           STRING WS-CANDIDATE-NAME DELIMITED BY SPACE
               " RECORDS = PRODUCER REPORT TOTAL" DELIMITED BY SIZE
               INTO WS-CHECK-CAPTION
           MOVE "N" TO WS-CHECK-SW
           IF WS-CANDIDATE-COUNT = WS-EXPECTED-COUNT
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           PERFORM 7000-WRITE-CHECK-LINE
           MOVE "CURRENT MASTER = RECORDS PRODUCER READ" TO WS-CHECK-CAPTION
           MOVE "N" TO WS-CHECK-SW
           IF WS-TARGET-COUNT = WS-BASE-EXPECTED
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           PERFORM 7000-WRITE-CHECK-LINE
           IF WS-TARGET-MANAGED
               MOVE "PRODUCER STARTED AFTER LAST PROMOTION" TO WS-CHECK-CAPTION
               MOVE "N" TO WS-CHECK-SW
               IF WS-PRODUCER-START-TS NOT < WS-CUR-PROMOTED-TS
                   SET WS-CHECK-PASSED TO TRUE
               END-IF
               PERFORM 7000-WRITE-CHECK-LINE
               MOVE "NEWER THAN EVERY GENERATION PROMOTED" TO WS-CHECK-CAPTION
               MOVE "N" TO WS-CHECK-SW
               IF WS-PRODUCER-END-TS > WS-CUR-HIGH-END-TS
                   AND WS-BUSINESS-DATE NOT < WS-CUR-BUSINESS-DATE
                   SET WS-CHECK-PASSED TO TRUE
               END-IF
               PERFORM 7000-WRITE-CHECK-LINE
           ELSE
               MOVE "NEWER THAN EVERY GENERATION PROMOTED" TO GEN-CHK-CAPTION
               MOVE "FIRST MANAGED GENERATION" TO GEN-CHK-RESULT
               MOVE GEN-CHECK-LINE TO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
           END-IF
           MOVE SPACES TO GEN-PRINT-LINE
           WRITE GEN-PRINT-LINE
           MOVE "PRODUCER REPORT TOTAL" TO GEN-CNT-CAPTION
           MOVE WS-EXPECTED-COUNT TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "RECORDS ON NEW GENERATION" TO GEN-CNT-CAPTION
           MOVE WS-CANDIDATE-COUNT TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "RECORDS PRODUCER READ" TO GEN-CNT-CAPTION
           MOVE WS-BASE-EXPECTED TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "RECORDS ON CURRENT MASTER" TO GEN-CNT-CAPTION
           MOVE WS-TARGET-COUNT TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           IF WS-REFUSED
               DISPLAY "GREETGEN: PROMOTION OF " WS-CANDIDATE-NAME " ONTO " WS-TARGET-NAME " REFUSED - " WS-REFUSE-MESSAGE
           END-IF.

       2410-COUNT-TOTAL-FOUND.
           IF WS-TCP-FOUND(WS-TCP-IX)
               ADD 1 TO WS-TOTALS-FOUND-COUNT
           END-IF.

       2500-INSTALL-PROMOTED-GENERATION.
      *> The generation being replaced is safely in the store, and the
      *> master's control record says a change is under way, before
      *> the master is opened for output.
           IF WS-RESUMING
               MOVE WS-CUR-CURRENT-GEN TO WS-SAVE-GEN
           ELSE
               PERFORM 5000-SAVE-CURRENT-GENERATION
           END-IF
           IF NOT WS-REFUSED
               MOVE 0 TO WS-INSTALLED-COUNT
               PERFORM 6100-OPEN-CANDIDATE
               PERFORM 6230-OPEN-TARGET-OUTPUT
               IF WS-CAND-OK AND WS-TRGT-OK
                   PERFORM 2510-COPY-ONE-CANDIDATE-RECORD UNTIL WS-CAND-END
               ELSE
                   DISPLAY "GREETGEN: UNABLE TO OPEN " WS-CANDIDATE-NAME " / " WS-TARGET-NAME ", STATUS=" WS-CAND-STATUS " / " WS-TRGT-STATUS
                   MOVE "UNABLE TO OPEN FILES TO PROMOTE" TO WS-REFUSE-WORK
                   PERFORM 7200-REFUSE
               END-IF
               PERFORM 6120-CLOSE-CANDIDATE
               PERFORM 6220-CLOSE-TARGET
           END-IF
           IF NOT WS-REFUSED
               AND WS-INSTALLED-COUNT NOT = WS-CANDIDATE-COUNT
               DISPLAY "GREETGEN: " WS-INSTALLED-COUNT " RECORDS PUT ON " WS-TARGET-NAME ", " WS-CANDIDATE-COUNT " COUNTED ON " WS-CANDIDATE-NAME
               MOVE "RECORDS PUT IN PLACE DIFFER FROM COUNT" TO WS-REFUSE-WORK
               PERFORM 7200-REFUSE
           END-IF
           IF NOT WS-REFUSED
               COMPUTE WS-NEW-GEN = WS-SAVE-GEN + 1
               MOVE WS-CANDIDATE-NAME TO WS-CUR-SOURCE
               MOVE WS-PRODUCER-NAME TO WS-CUR-PRODUCER
               MOVE WS-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE
               MOVE WS-PRODUCER-START-TS TO WS-CUR-PRODUCER-START-TS
               MOVE WS-PRODUCER-END-TS TO WS-CUR-PRODUCER-END-TS
               MOVE WS-RUN-TIMESTAMP TO WS-CUR-PROMOTED-TS
               MOVE WS-INSTALLED-COUNT TO WS-CUR-RECORD-COUNT
               MOVE SPACES TO WS-CUR-SAVED-TS
               MOVE 0 TO WS-CUR-SAVED-COUNT
               MOVE 0 TO WS-CUR-RESTORED-FROM
               MOVE WS-NEW-GEN TO WS-CUR-CURRENT-GEN
               IF WS-PRODUCER-END-TS > WS-CUR-HIGH-END-TS
                   MOVE WS-PRODUCER-END-TS TO WS-CUR-HIGH-END-TS
               END-IF
               SET WS-CUR-CHANGE-COMPLETED TO TRUE
               PERFORM 5400-PRUNE-GENERATIONS
               PERFORM 5600-REWRITE-MASTER-CONTROL
           END-IF
           IF NOT WS-REFUSED
               SET WS-CHANGE-DONE TO TRUE
               DISPLAY "GREETGEN: " WS-CANDIDATE-NAME " PROMOTED ONTO " WS-TARGET-NAME " AS GENERATION " WS-NEW-GEN
               IF WS-RESUMING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2510-COPY-ONE-CANDIDATE-RECORD.
           PERFORM 6110-READ-CANDIDATE
           IF NOT WS-CAND-END
               PERFORM 6240-WRITE-TARGET
               ADD 1 TO WS-INSTALLED-COUNT
           END-IF.

       3000-FALL-BACK-GENERATION.
           PERFORM 3100-CHECK-FALLBACK
           IF NOT WS-REFUSED
               PERFORM 3200-RESTORE-GENERATION
           END-IF.

       3100-CHECK-FALLBACK.
      *> Kept generations run from the oldest kept to the one before
      *> the current one - or to the current one itself when its
      *> replacement never finished, since it was saved first.
           MOVE SPACES TO WS-CHECK-CAPTION
           STRING WS-TARGET-NAME DELIMITED BY SPACE
               " UNDER GENERATION CONTROL" DELIMITED BY SIZE
               INTO WS-CHECK-CAPTION
           MOVE WS-MANAGED-SW TO WS-CHECK-SW
           PERFORM 7000-WRITE-CHECK-LINE
           IF WS-TARGET-MANAGED
               IF WS-RESUMING
                   MOVE WS-CUR-CURRENT-GEN TO WS-LAST-KEPT-GEN
               ELSE
                   COMPUTE WS-LAST-KEPT-GEN = WS-CUR-CURRENT-GEN - 1
               END-IF
               IF WS-FALLBACK-GEN = 0
                   MOVE WS-LAST-KEPT-GEN TO WS-RESTORE-GEN
               ELSE
                   MOVE WS-FALLBACK-GEN TO WS-RESTORE-GEN
               END-IF
               MOVE "N" TO WS-CHECK-SW
               IF WS-RESTORE-GEN > 0
                   AND WS-RESTORE-GEN NOT < WS-CUR-OLDEST-GEN
                   AND WS-RESTORE-GEN NOT > WS-LAST-KEPT-GEN
                   MOVE WS-TARGET-NAME TO GS-TARGET
                   MOVE WS-RESTORE-GEN TO GS-GENERATION
                   MOVE 0 TO GS-SEQUENCE
                   READ GENERATION-STORE-FILE
                   IF WS-GS-OK
                       MOVE GS-CONTROL-DATA TO WS-RESTORE-GENERATION
                       SET WS-CHECK-PASSED TO TRUE
                   END-IF
               END-IF
               MOVE SPACES TO WS-CHECK-CAPTION
               STRING "GENERATION " WS-RESTORE-GEN " KEPT IN GENERATION STORE" DELIMITED BY SIZE
                   INTO WS-CHECK-CAPTION
               PERFORM 7000-WRITE-CHECK-LINE
           END-IF
           IF WS-REFUSED
               DISPLAY "GREETGEN: FALLBACK OF " WS-TARGET-NAME " REFUSED - " WS-REFUSE-MESSAGE
           END-IF.

       3200-RESTORE-GENERATION.
      *> The generation being abandoned is saved like any other, so
      *> the fallback can itself be undone; one left part written by
      *> a change that did not finish is not worth keeping.
           IF WS-RESUMING
               MOVE WS-CUR-CURRENT-GEN TO WS-SAVE-GEN
           ELSE
               PERFORM 5000-SAVE-CURRENT-GENERATION
           END-IF
           IF NOT WS-REFUSED
               MOVE 0 TO WS-INSTALLED-COUNT
               PERFORM 6230-OPEN-TARGET-OUTPUT
               IF WS-TRGT-OK
                   MOVE WS-TARGET-NAME TO GS-TARGET
                   MOVE WS-RESTORE-GEN TO GS-GENERATION
                   MOVE 1 TO GS-SEQUENCE
                   MOVE "N" TO WS-GS-EOF-SW
                   START GENERATION-STORE-FILE KEY IS NOT LESS THAN GS-KEY
                   IF NOT WS-GS-OK
                       SET WS-GS-END TO TRUE
                   END-IF
                   PERFORM 3210-RESTORE-ONE-RECORD UNTIL WS-GS-END
               ELSE
                   DISPLAY "GREETGEN: UNABLE TO OPEN " WS-TARGET-NAME ", STATUS=" WS-TRGT-STATUS
                   MOVE "UNABLE TO OPEN MASTER FOR FALLBACK" TO WS-REFUSE-WORK
                   PERFORM 7200-REFUSE
               END-IF
               PERFORM 6220-CLOSE-TARGET
           END-IF
           IF NOT WS-REFUSED
               AND WS-INSTALLED-COUNT NOT = WS-RST-SAVED-COUNT
               DISPLAY "GREETGEN: " WS-INSTALLED-COUNT " RECORDS RESTORED TO " WS-TARGET-NAME ", GENERATION HELD " WS-RST-SAVED-COUNT
               MOVE "RECORDS RESTORED DIFFER FROM GENERATION" TO WS-REFUSE-WORK
               PERFORM 7200-REFUSE
           END-IF
           IF NOT WS-REFUSED
      *> The master now carries the restored generation's lineage
      *> under a new generation number, so a promotion checks its
      *> age against what is really in place.
               COMPUTE WS-NEW-GEN = WS-SAVE-GEN + 1
               MOVE WS-CUR-OLDEST-GEN TO WS-HOLD-OLDEST-GEN
               MOVE WS-CUR-HIGH-END-TS TO WS-HOLD-HIGH-END-TS
               MOVE WS-RESTORE-GENERATION TO WS-CURRENT-GENERATION
               MOVE WS-RUN-TIMESTAMP TO WS-CUR-PROMOTED-TS
               MOVE WS-INSTALLED-COUNT TO WS-CUR-RECORD-COUNT
               MOVE SPACES TO WS-CUR-SAVED-TS
               MOVE 0 TO WS-CUR-SAVED-COUNT
               MOVE WS-RESTORE-GEN TO WS-CUR-RESTORED-FROM
               MOVE WS-NEW-GEN TO WS-CUR-CURRENT-GEN
               MOVE WS-HOLD-OLDEST-GEN TO WS-CUR-OLDEST-GEN
               MOVE WS-HOLD-HIGH-END-TS TO WS-CUR-HIGH-END-TS
               SET WS-CUR-CHANGE-COMPLETED TO TRUE
               PERFORM 5400-PRUNE-GENERATIONS
               PERFORM 5600-REWRITE-MASTER-CONTROL
           END-IF
           IF NOT WS-REFUSED
               SET WS-CHANGE-DONE TO TRUE
               DISPLAY "GREETGEN: " WS-TARGET-NAME " FELL BACK TO GENERATION " WS-RESTORE-GEN " AS GENERATION " WS-NEW-GEN
               IF WS-RESUMING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3210-RESTORE-ONE-RECORD.
           READ GENERATION-STORE-FILE NEXT RECORD
               AT END
                   SET WS-GS-END TO TRUE
               NOT AT END
                   IF GS-TARGET NOT = WS-TARGET-NAME
                       OR GS-GENERATION NOT = WS-RESTORE-GEN
                       SET WS-GS-END TO TRUE
                   ELSE
                       MOVE GS-DATA-RECORD TO WS-GEN-RECORD
                       PERFORM 6240-WRITE-TARGET
                       ADD 1 TO WS-INSTALLED-COUNT
                   END-IF
           END-READ.

       4000-WRITE-REGISTER-ENTRY.
      *> The register accumulates for good; it is created by the
      *> first promotion ever.
           OPEN EXTEND GENERATION-REGISTER-FILE
           IF WS-REG-NO-FILE
               OPEN OUTPUT GENERATION-REGISTER-FILE
           END-IF
           IF NOT WS-REG-OK
               DISPLAY "GREETGEN: UNABLE TO OPEN GENREG, STATUS=" WS-REG-STATUS
               MOVE "GENERATION REGISTER NOT WRITTEN" TO WS-REFUSE-WORK
               PERFORM 7200-REFUSE
           ELSE
               MOVE SPACES TO GRG-RECORD
               MOVE WS-RUN-TIMESTAMP TO GRG-TIMESTAMP
               MOVE WS-BUSINESS-DATE TO GRG-BUSINESS-DATE
               MOVE GNP-ACTION TO GRG-ACTION
               MOVE WS-TARGET-NAME TO GRG-TARGET
               MOVE WS-SAVE-GEN TO GRG-REPLACED-GENERATION
               MOVE GNP-OPERATOR-ID TO GRG-OPERATOR-ID
               MOVE GNP-REASON TO GRG-REASON
               IF GNP-PROMOTE
                   MOVE WS-CANDIDATE-NAME TO GRG-SOURCE
                   MOVE WS-PRODUCER-NAME TO GRG-PRODUCER
                   MOVE WS-PRODUCER-END-TS TO GRG-PRODUCER-END-TS
                   MOVE 0 TO GRG-RESTORED-FROM
                   MOVE WS-EXPECTED-COUNT TO GRG-EXPECTED-COUNT
               ELSE
                   MOVE WS-RST-PRODUCER TO GRG-PRODUCER
                   MOVE WS-RST-PRODUCER-END-TS TO GRG-PRODUCER-END-TS
                   MOVE WS-RESTORE-GEN TO GRG-RESTORED-FROM
                   MOVE WS-RST-SAVED-COUNT TO GRG-EXPECTED-COUNT
               END-IF
               IF WS-CHANGE-DONE
                   SET GRG-DONE TO TRUE
                   MOVE WS-NEW-GEN TO GRG-NEW-GENERATION
                   MOVE WS-INSTALLED-COUNT TO GRG-RECORD-COUNT
                   MOVE WS-NEW-GEN TO WS-GEN-EDIT
                   IF GNP-PROMOTE
                       STRING "PROMOTED AS GENERATION " WS-GEN-EDIT DELIMITED BY SIZE
                           INTO GRG-MESSAGE
                   ELSE
                       STRING "RESTORED AS GENERATION " WS-GEN-EDIT DELIMITED BY SIZE
                           INTO GRG-MESSAGE
                   END-IF
               ELSE
                   SET GRG-REFUSED TO TRUE
                   MOVE 0 TO GRG-NEW-GENERATION
                   IF GNP-PROMOTE
                       MOVE WS-CANDIDATE-COUNT TO GRG-RECORD-COUNT
                   ELSE
                       MOVE 0 TO GRG-RECORD-COUNT
                   END-IF
                   MOVE WS-REFUSE-MESSAGE TO GRG-MESSAGE
               END-IF
               WRITE GRG-RECORD
               CLOSE GENERATION-REGISTER-FILE
           END-IF.

       4100-WRITE-REPORT-TOTALS.
           MOVE "RECORDS SAVED TO STORE" TO GEN-CNT-CAPTION
           MOVE WS-SAVED-COUNT TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "RECORDS PUT IN PLACE" TO GEN-CNT-CAPTION
           MOVE WS-INSTALLED-COUNT TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "GENERATIONS RELEASED" TO GEN-CNT-CAPTION
           MOVE WS-PRUNED-COUNT TO GEN-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE SPACES TO GEN-PRINT-LINE
           WRITE GEN-PRINT-LINE
           MOVE SPACES TO GEN-PRINT-LINE
           IF WS-CHANGE-DONE
               STRING " " WS-TARGET-NAME DELIMITED BY SPACE
                   " IS NOW GENERATION " WS-NEW-GEN DELIMITED BY SIZE
                   INTO GEN-PRINT-LINE
           ELSE
               STRING " *** REFUSED - " WS-REFUSE-MESSAGE DELIMITED BY SIZE
                   INTO GEN-PRINT-LINE
           END-IF
           WRITE GEN-PRINT-LINE
           PERFORM 4200-LIST-KEPT-GENERATIONS.

       4200-LIST-KEPT-GENERATIONS.
           IF WS-TARGET-MANAGED
               MOVE SPACES TO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
               MOVE SPACES TO GEN-PRINT-LINE
               STRING " GENERATIONS OF " WS-TARGET-NAME DELIMITED BY SIZE
                   INTO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
               MOVE GEN-KEPT-HEADING TO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
               IF WS-CUR-CHANGE-STARTED
                   MOVE WS-CUR-CURRENT-GEN TO WS-LAST-KEPT-GEN
               ELSE
                   COMPUTE WS-LAST-KEPT-GEN = WS-CUR-CURRENT-GEN - 1
               END-IF
               PERFORM 4210-LIST-ONE-GENERATION
                   VARYING WS-LIST-GEN FROM WS-CUR-OLDEST-GEN BY 1
                   UNTIL WS-LIST-GEN > WS-LAST-KEPT-GEN
               IF WS-CUR-CHANGE-COMPLETED
                   MOVE WS-CUR-CURRENT-GEN TO GEN-K-GENERATION
                   MOVE WS-CUR-SOURCE TO GEN-K-SOURCE
                   MOVE WS-CUR-PRODUCER TO GEN-K-PRODUCER
                   MOVE WS-CUR-BUSINESS-DATE TO GEN-K-BUS-DATE
                   MOVE WS-CUR-PRODUCER-END-TS TO GEN-K-END-TS
                   MOVE WS-CUR-RECORD-COUNT TO GEN-K-RECORDS
                   MOVE "CURRENT" TO GEN-K-NOTE
                   MOVE GEN-KEPT-LINE TO GEN-PRINT-LINE
                   WRITE GEN-PRINT-LINE
               ELSE
                   MOVE SPACES TO GEN-PRINT-LINE
                   STRING " *** " WS-TARGET-NAME DELIMITED BY SPACE
                       " IS PART WRITTEN - RERUN THE CHANGE OR FALL BACK" DELIMITED BY SIZE
                       INTO GEN-PRINT-LINE
                   WRITE GEN-PRINT-LINE
               END-IF
           END-IF.

       4210-LIST-ONE-GENERATION.
           MOVE WS-TARGET-NAME TO GS-TARGET
           MOVE WS-LIST-GEN TO GS-GENERATION
           MOVE 0 TO GS-SEQUENCE
           READ GENERATION-STORE-FILE
           IF WS-GS-OK
               MOVE WS-LIST-GEN TO GEN-K-GENERATION
               MOVE GS-CTL-SOURCE TO GEN-K-SOURCE
               MOVE GS-CTL-PRODUCER TO GEN-K-PRODUCER
               MOVE GS-CTL-BUSINESS-DATE TO GEN-K-BUS-DATE
               MOVE GS-CTL-PRODUCER-END-TS TO GEN-K-END-TS
               MOVE GS-CTL-SAVED-COUNT TO GEN-K-RECORDS
               MOVE "KEPT" TO GEN-K-NOTE
               MOVE GEN-KEPT-LINE TO GEN-PRINT-LINE
               WRITE GEN-PRINT-LINE
           END-IF.

       5000-SAVE-CURRENT-GENERATION.
      *> The master as it stands is copied into the store under its
      *> own generation number - generation 1 for a master never
      *> managed before - and any part copy a stopped run left under
      *> that number is cleared first.
           IF NOT WS-TARGET-MANAGED
               MOVE WS-TARGET-NAME TO WS-CUR-SOURCE
               MOVE 1 TO WS-CUR-CURRENT-GEN
               MOVE 1 TO WS-CUR-OLDEST-GEN
           END-IF
           MOVE WS-CUR-CURRENT-GEN TO WS-SAVE-GEN
           MOVE WS-SAVE-GEN TO WS-DELETE-GEN
           PERFORM 5500-DELETE-GENERATION
           MOVE 0 TO WS-SAVED-COUNT
           PERFORM 6200-OPEN-TARGET-INPUT
           IF WS-TRGT-OK
               PERFORM 5010-SAVE-ONE-RECORD UNTIL WS-TRGT-END
               PERFORM 6220-CLOSE-TARGET
           END-IF
           IF NOT WS-REFUSED
               MOVE WS-TARGET-NAME TO GS-TARGET
               MOVE WS-SAVE-GEN TO GS-GENERATION
               MOVE 0 TO GS-SEQUENCE
               MOVE WS-CURRENT-GENERATION TO GS-CONTROL-DATA
               MOVE WS-RUN-TIMESTAMP TO GS-CTL-SAVED-TS
               MOVE WS-SAVED-COUNT TO GS-CTL-SAVED-COUNT
               WRITE GS-RECORD
               IF NOT WS-GS-OK
                   DISPLAY "GREETGEN: UNABLE TO WRITE GENSTORE, STATUS=" WS-GS-STATUS
                   MOVE "GENERATION STORE WRITE FAILED" TO WS-REFUSE-WORK
                   PERFORM 7200-REFUSE
               END-IF
           END-IF
           IF NOT WS-REFUSED
               SET WS-CUR-CHANGE-STARTED TO TRUE
               PERFORM 5600-REWRITE-MASTER-CONTROL
           END-IF.

       5010-SAVE-ONE-RECORD.
           PERFORM 6210-READ-TARGET
           IF NOT WS-TRGT-END
               ADD 1 TO WS-SAVED-COUNT
               MOVE WS-TARGET-NAME TO GS-TARGET
               MOVE WS-SAVE-GEN TO GS-GENERATION
               MOVE WS-SAVED-COUNT TO GS-SEQUENCE
               MOVE WS-GEN-RECORD TO GS-DATA-RECORD
               WRITE GS-RECORD
               IF NOT WS-GS-OK
                   DISPLAY "GREETGEN: UNABLE TO WRITE GENSTORE, STATUS=" WS-GS-STATUS
                   MOVE "GENERATION STORE WRITE FAILED" TO WS-REFUSE-WORK
                   PERFORM 7200-REFUSE
                   SET WS-TRGT-END TO TRUE
               END-IF
           END-IF.

       5400-PRUNE-GENERATIONS.
      *> Prior generations beyond the keep count go, oldest first.
           COMPUTE WS-KEPT-COUNT = WS-CUR-CURRENT-GEN - WS-CUR-OLDEST-GEN
           PERFORM 5410-PRUNE-OLDEST-GENERATION
               UNTIL WS-KEPT-COUNT NOT > WS-KEEP-GENERATIONS.

       5410-PRUNE-OLDEST-GENERATION.
           MOVE WS-CUR-OLDEST-GEN TO WS-DELETE-GEN
           PERFORM 5500-DELETE-GENERATION
           ADD 1 TO WS-CUR-OLDEST-GEN
           ADD 1 TO WS-PRUNED-COUNT
           SUBTRACT 1 FROM WS-KEPT-COUNT.

       5500-DELETE-GENERATION.
           MOVE WS-TARGET-NAME TO GS-TARGET
           MOVE WS-DELETE-GEN TO GS-GENERATION
           MOVE 0 TO GS-SEQUENCE
           MOVE "N" TO WS-GS-EOF-SW
           START GENERATION-STORE-FILE KEY IS NOT LESS THAN GS-KEY
           IF NOT WS-GS-OK
               SET WS-GS-END TO TRUE
           END-IF
           PERFORM 5510-DELETE-ONE-RECORD UNTIL WS-GS-END.

       5510-DELETE-ONE-RECORD.
           READ GENERATION-STORE-FILE NEXT RECORD
               AT END
                   SET WS-GS-END TO TRUE
               NOT AT END
                   IF GS-TARGET NOT = WS-TARGET-NAME
                       OR GS-GENERATION NOT = WS-DELETE-GEN
                       SET WS-GS-END TO TRUE
                   ELSE
                       DELETE GENERATION-STORE-FILE RECORD
                   END-IF
           END-READ.

       5600-REWRITE-MASTER-CONTROL.
           MOVE WS-TARGET-NAME TO GS-TARGET
           MOVE 0 TO GS-GENERATION
           MOVE 0 TO GS-SEQUENCE
           MOVE WS-CURRENT-GENERATION TO GS-CONTROL-DATA
           IF WS-TARGET-MANAGED
               REWRITE GS-RECORD
           ELSE
               WRITE GS-RECORD
               SET WS-TARGET-MANAGED TO TRUE
           END-IF
           IF NOT WS-GS-OK
               DISPLAY "GREETGEN: UNABLE TO UPDATE GENSTORE CONTROL FOR " WS-TARGET-NAME ", STATUS=" WS-GS-STATUS
               MOVE "GENERATION STORE WRITE FAILED" TO WS-REFUSE-WORK
               PERFORM 7200-REFUSE
           END-IF.

       6100-OPEN-CANDIDATE.
           MOVE "N" TO WS-CAND-EOF-SW
           EVALUATE WS-CANDIDATE-NAME
               WHEN "SUSPNEW"
                   OPEN INPUT NEW-SUSPENSE-FILE
               WHEN "SUSPMNEW"
                   OPEN INPUT MAINTAINED-SUSPENSE-FILE
               WHEN "PENDNEW"
                   OPEN INPUT NEW-PENDING-FILE
               WHEN "PENDUPD"
                   OPEN INPUT UPDATED-PENDING-FILE
               WHEN "AUDLIVE"
                   OPEN INPUT NEW-LIVE-AUDIT-FILE
               WHEN "SNPNEW"
                   OPEN INPUT NEW-SNAPSHOT-FILE
               WHEN "RFWSNEW"
                   OPEN INPUT NEW-ROLL-FORWARD-SNAPSHOT
           END-EVALUATE.

       6110-READ-CANDIDATE.
           MOVE SPACES TO WS-GEN-RECORD
           EVALUATE WS-CANDIDATE-NAME
               WHEN "SUSPNEW"
                   READ NEW-SUSPENSE-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
               WHEN "SUSPMNEW"
                   READ MAINTAINED-SUSPENSE-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
               WHEN "PENDNEW"
                   READ NEW-PENDING-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
               WHEN "PENDUPD"
                   READ UPDATED-PENDING-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
               WHEN "AUDLIVE"
                   READ NEW-LIVE-AUDIT-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
               WHEN "SNPNEW"
                   READ NEW-SNAPSHOT-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
               WHEN "RFWSNEW"
                   READ NEW-ROLL-FORWARD-SNAPSHOT INTO WS-GEN-RECORD
                       AT END
                           SET WS-CAND-END TO TRUE
                   END-READ
           END-EVALUATE.

       6120-CLOSE-CANDIDATE.
           EVALUATE WS-CANDIDATE-NAME
               WHEN "SUSPNEW"
                   CLOSE NEW-SUSPENSE-FILE
               WHEN "SUSPMNEW"
                   CLOSE MAINTAINED-SUSPENSE-FILE
               WHEN "PENDNEW"
                   CLOSE NEW-PENDING-FILE
               WHEN "PENDUPD"
                   CLOSE UPDATED-PENDING-FILE
               WHEN "AUDLIVE"
                   CLOSE NEW-LIVE-AUDIT-FILE
               WHEN "SNPNEW"
                   CLOSE NEW-SNAPSHOT-FILE
               WHEN "RFWSNEW"
                   CLOSE NEW-ROLL-FORWARD-SNAPSHOT
           END-EVALUATE.

       6200-OPEN-TARGET-INPUT.
           MOVE "N" TO WS-TRGT-EOF-SW
           EVALUATE WS-TARGET-NAME
               WHEN "SUSPMST"
                   OPEN INPUT SUSPENSE-MASTER-FILE
               WHEN "PENDMST"
                   OPEN INPUT PENDING-MASTER-FILE
               WHEN "GREETAUD"
                   OPEN INPUT AUDIT-TRAIL-FILE
               WHEN "SNPPRIOR"
                   OPEN INPUT PRIOR-SNAPSHOT-FILE
               WHEN "RFWSNAP"
                   OPEN INPUT OPENING-SNAPSHOT-FILE
           END-EVALUATE.

       6210-READ-TARGET.
           MOVE SPACES TO WS-GEN-RECORD
           EVALUATE WS-TARGET-NAME
               WHEN "SUSPMST"
                   READ SUSPENSE-MASTER-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-TRGT-END TO TRUE
                   END-READ
               WHEN "PENDMST"
                   READ PENDING-MASTER-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-TRGT-END TO TRUE
                   END-READ
               WHEN "GREETAUD"
                   READ AUDIT-TRAIL-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-TRGT-END TO TRUE
                   END-READ
               WHEN "SNPPRIOR"
                   READ PRIOR-SNAPSHOT-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-TRGT-END TO TRUE
                   END-READ
               WHEN "RFWSNAP"
                   READ OPENING-SNAPSHOT-FILE INTO WS-GEN-RECORD
                       AT END
                           SET WS-TRGT-END TO TRUE
                   END-READ
           END-EVALUATE.

       6220-CLOSE-TARGET.
           EVALUATE WS-TARGET-NAME
               WHEN "SUSPMST"
                   CLOSE SUSPENSE-MASTER-FILE
               WHEN "PENDMST"
                   CLOSE PENDING-MASTER-FILE
               WHEN "GREETAUD"
                   CLOSE AUDIT-TRAIL-FILE
               WHEN "SNPPRIOR"
                   CLOSE PRIOR-SNAPSHOT-FILE
               WHEN "RFWSNAP"
                   CLOSE OPENING-SNAPSHOT-FILE
           END-EVALUATE.

       6230-OPEN-TARGET-OUTPUT.
           EVALUATE WS-TARGET-NAME
               WHEN "SUSPMST"
                   OPEN OUTPUT SUSPENSE-MASTER-FILE
               WHEN "PENDMST"
                   OPEN OUTPUT PENDING-MASTER-FILE
               WHEN "GREETAUD"
                   OPEN OUTPUT AUDIT-TRAIL-FILE
               WHEN "SNPPRIOR"
                   OPEN OUTPUT PRIOR-SNAPSHOT-FILE
               WHEN "RFWSNAP"
                   OPEN OUTPUT OPENING-SNAPSHOT-FILE
           END-EVALUATE.

       6240-WRITE-TARGET.
           EVALUATE WS-TARGET-NAME
               WHEN "SUSPMST"
                   WRITE SUSPM-RECORD FROM WS-GEN-RECORD
               WHEN "PENDMST"
                   WRITE PNDM-RECORD FROM WS-GEN-RECORD
               WHEN "GREETAUD"
                   WRITE AUDT-RECORD FROM WS-GEN-RECORD
               WHEN "SNPPRIOR"
                   WRITE SNPP-RECORD FROM WS-GEN-RECORD
               WHEN "RFWSNAP"
                   WRITE RFWS-RECORD FROM WS-GEN-RECORD
           END-EVALUATE.

       6300-OPEN-PRODUCER-REPORT.
           MOVE "N" TO WS-PRPT-EOF-SW
           EVALUATE WS-PRODUCER-REPORT
               WHEN "RCYRPT"
                   OPEN INPUT RECYCLE-REPORT
               WHEN "SUSPEDIT"
                   OPEN INPUT SUSPENSE-EDIT-REPORT
               WHEN "APPRRPT"
                   OPEN INPUT APPROVAL-REPORT
               WHEN "AUDARPT"
                   OPEN INPUT RETENTION-REPORT
               WHEN "DLTRPT"
                   OPEN INPUT DELTA-CONTROL-REPORT
               WHEN "RFWRPT"
                   OPEN INPUT ROLL-FORWARD-REPORT
           END-EVALUATE.

       6310-READ-PRODUCER-REPORT.
           MOVE SPACES TO WS-PRODUCER-LINE
           EVALUATE WS-PRODUCER-REPORT
               WHEN "RCYRPT"
                   READ RECYCLE-REPORT INTO WS-PRODUCER-LINE
                       AT END
                           SET WS-PRPT-END TO TRUE
                   END-READ
               WHEN "SUSPEDIT"
                   READ SUSPENSE-EDIT-REPORT INTO WS-PRODUCER-LINE
                       AT END
                           SET WS-PRPT-END TO TRUE
                   END-READ
               WHEN "APPRRPT"
                   READ APPROVAL-REPORT INTO WS-PRODUCER-LINE
                       AT END
                           SET WS-PRPT-END TO TRUE
                   END-READ
               WHEN "AUDARPT"
                   READ RETENTION-REPORT INTO WS-PRODUCER-LINE
                       AT END
                           SET WS-PRPT-END TO TRUE
                   END-READ
               WHEN "DLTRPT"
                   READ DELTA-CONTROL-REPORT INTO WS-PRODUCER-LINE
                       AT END
                           SET WS-PRPT-END TO TRUE
                   END-READ
               WHEN "RFWRPT"
                   READ ROLL-FORWARD-REPORT INTO WS-PRODUCER-LINE
                       AT END
                           SET WS-PRPT-END TO TRUE
                   END-READ
           END-EVALUATE.

       6320-CLOSE-PRODUCER-REPORT.
           EVALUATE WS-PRODUCER-REPORT
               WHEN "RCYRPT"
                   CLOSE RECYCLE-REPORT
               WHEN "SUSPEDIT"
                   CLOSE SUSPENSE-EDIT-REPORT
               WHEN "APPRRPT"
                   CLOSE APPROVAL-REPORT
               WHEN "AUDARPT"
                   CLOSE RETENTION-REPORT
               WHEN "DLTRPT"
                   CLOSE DELTA-CONTROL-REPORT
               WHEN "RFWRPT"
                   CLOSE ROLL-FORWARD-REPORT
           END-EVALUATE.

       7000-WRITE-CHECK-LINE.
           MOVE WS-CHECK-CAPTION TO GEN-CHK-CAPTION
           IF WS-CHECK-PASSED
               MOVE WS-PASS-LITERAL TO GEN-CHK-RESULT
           ELSE
               MOVE WS-FAIL-LITERAL TO GEN-CHK-RESULT
               MOVE WS-CHECK-CAPTION TO WS-REFUSE-WORK
               PERFORM 7200-REFUSE
           END-IF
           MOVE GEN-CHECK-LINE TO GEN-PRINT-LINE
           WRITE GEN-PRINT-LINE.

       7100-WRITE-COUNT-LINE.
           MOVE GEN-COUNT-LINE TO GEN-PRINT-LINE
           WRITE GEN-PRINT-LINE.

       7200-REFUSE.
      *> The first reason given is the one the register keeps.
           IF WS-REFUSE-MESSAGE = SPACES
               MOVE WS-REFUSE-WORK TO WS-REFUSE-MESSAGE
           END-IF
           SET WS-REFUSED TO TRUE
           MOVE 16 TO RETURN-CODE.

       9000-TERMINATE.
           CLOSE GENERATION-STORE-FILE
           CLOSE GENERATION-REPORT.

       9100-RUN-CONTROL-END.
           IF WS-RCTL-STARTED
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RCTL-OK
                   MOVE WS-BUSINESS-DATE TO RUN-BUS-DATE
                   MOVE WS-GEN-JOB-NAME TO RUN-JOB-NAME
                   READ RUN-CONTROL-FILE
                   IF WS-RCTL-OK
                       SET RUN-JOB-COMPLETED TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-END-TS
                       MOVE RETURN-CODE TO RUN-RETURN-CODE
                       REWRITE RUN-CTL-RECORD
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.
