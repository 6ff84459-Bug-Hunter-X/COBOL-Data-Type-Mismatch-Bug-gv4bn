           05  RPT-GT-GROUP-CODE       PIC X(2).
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  RPT-GT-TOTAL            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RPT-GT-GROUP-NAME       PIC X(30).

       01  RPT-CONTROL-TOTAL-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
