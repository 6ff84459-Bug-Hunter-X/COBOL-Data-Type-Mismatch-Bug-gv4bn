      *> on CUSTREF is never purged, however long dormant. The archive
      *> is the return path too: GREETJOB reinstates a purged customer
      *> from CUSTARC if the key ever comes back on CUSTGRT, so
      *> purging can never silently restate a balance. The register's
      *> heading carries the run's timestamp and its totals the
      *> number purged, which GREETSNP ties against its purge deltas.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETPRG.

           05  FILLER                  PIC X(6)   VALUE "OVER ".
           05  PRG-H1-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(5)   VALUE " DAYS".
           05  FILLER                  PIC X(5)   VALUE " RUN ".
           05  PRG-H1-RUN-TS           PIC X(14).

       01  PRG-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           END-IF
           OPEN OUTPUT PURGE-REGISTER
           MOVE WS-DORMANT-DAYS TO PRG-H1-DAYS
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRG-H1-RUN-TS
           MOVE PRG-HEADING-1 TO PRG-PRINT-LINE
           WRITE PRG-PRINT-LINE
           MOVE PRG-HEADING-2 TO PRG-PRINT-LINE
