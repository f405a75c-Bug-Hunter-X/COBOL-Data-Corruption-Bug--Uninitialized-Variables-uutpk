           05  PARM-VOL-TOL-PCT            PIC 9(3).
           05  PARM-VOL-RUNS               PIC 9(3).
           05  PARM-RUN-MODE               PIC X(1).
           05  PARM-RISK-BAL-LIMIT         PIC 9(9)V99.
           05  PARM-RISK-STAT-PAIRS        PIC X(10).
           05  PARM-RISK-NAME-ADDR         PIC X(1).
           05  PARM-CATCH-UP               PIC X(1).
           05  FILLER                      PIC X(47).

       01  WS-STAT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-STAT-EOF                         VALUE 'Y'.
