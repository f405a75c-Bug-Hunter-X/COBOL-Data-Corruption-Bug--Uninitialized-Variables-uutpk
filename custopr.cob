       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOPR.
      *****************************************************************
      *  CUSTOPR - OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES REPORT  *
      *  ANSWERS AUDIT'S "WHO TOUCHED WHAT" FROM AUDITLOG INSTEAD OF   *
      *  BY GREPPING THE LOG.  EVERY LINE IN THE OPRPARM DATE WINDOW   *
      *  STAMPED BY ONE OF THE DAYTIME MAINTENANCE PROGRAMS - CUSTUPD  *
      *  (CUPD), CUSTSUS (CSUS), CUSTHLD (CHLD) AND THE CUSTAPL BATCH  *
      *  APPLY - IS SORTED OPERATOR, KEY, TIME AND SUMMARIZED PER      *
      *  AUD-USER-ID: CHANGES BY PROGRAM, CHANGES BY AUD-ACTION, AND   *
      *  EVERY KEY TOUCHED.  CUSTCMP'S OWN LINES ARE THE CYCLE, NOT AN *
      *  OPERATOR, AND ARE LEFT OUT.  THE PATTERNS WE ARE MEANT TO BE  *
      *  WATCHING ARE LISTED AS EXCEPTIONS:                            *
      *    - A KEY REPAIRED IN SUSPENSE THROUGH CSUS, THEN CORRECTED   *
      *      ON CURRMSTR THROUGH CUPD, BY THE SAME OPERATOR            *
      *    - ONE KEY CHANGED BY ONE OPERATOR AT LEAST THE OPRPARM      *
      *      REPEAT LIMIT OF TIMES IN ONE DAY                          *
      *    - A CHANGE OUTSIDE THE ONLINE DAY WHILE THE COMPARE CYCLE   *
      *      WAS OPEN - THE WINDOWS COME FROM THE RUN START/END ON     *
      *      EVERY RUNSTATS RECORD PLUS THE CURRENT CYCLCTL RECORD     *
      *    - AN ONLINE (CICS) CHANGE WITH NO USER ID.  CUSTAPL IS A    *
      *      BATCH STEP AND HAS NONE BY DESIGN - ITS LINES REPORT      *
      *      UNDER A BLANK OPERATOR BUT ARE NOT EXCEPTIONS FOR IT.     *
      *  THE LAST LINE OF OPRRPT IS THE 'OPR STATUS:' LINE CUSTEOC     *
      *  READS BACK, AND THE STEP ENDS RC 4 WHEN THERE ARE ANY         *
      *  EXCEPTIONS, RC 8 WHEN AUDITLOG COULD NOT BE READ.             *
      *                                                                *
      *  OPRPARM:  WINDOW START(8) WINDOW END(8) YYYYMMDD, ONLINE DAY  *
      *            START(6) END(6) HHMMSS, REPEAT LIMIT(2).  AN ABSENT *
      *            FILE OR FIELD TAKES THE WHOLE TRAIL, 070000 TO      *
      *            200000, AND 3.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT OPR-SORT-FILE ASSIGN TO "OPRSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-OPR-WORK ASSIGN TO "SRTOPR01".

           SELECT EXCEPTION-WORK-FILE ASSIGN TO "OPREXC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-RUN-KEY
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCL-KEY
               FILE STATUS IS WS-CYCL-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO "OPRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPERATOR-RPT-FILE ASSIGN TO "OPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(280).

       FD  OPR-SORT-FILE.
       01  OPR-SORT-LINE                   PIC X(280).

      * THE AUDIT LINE AS CUSTCMP WRITES IT, SORTED OPERATOR, KEY,
      * TIME SO ONE PASS BREAKS ON BOTH.
       SD  SORT-OPR-WORK.
       01  SORT-OPR-RECORD.
           05  SRT-TIMESTAMP               PIC X(26).
           05  SRT-KEY                     PIC X(10).
           05  FILLER                      PIC X(215).
           05  SRT-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(21).

       FD  EXCEPTION-WORK-FILE.
       01  EXCEPTION-WORK-LINE             PIC X(132).

      * MATCHES RUN-STATS-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "RUNSTATS" DD/PATH 8800-WRITE-RUN-STATS APPENDS TO.
       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD.
           05  STAT-RUN-KEY.
               10  STAT-RUN-DATE            PIC X(08).
               10  STAT-RUN-TIME            PIC X(06).
           05  STAT-CURR-COUNT              PIC 9(09).
           05  STAT-PRIOR-COUNT             PIC 9(09).
           05  STAT-ADD-COUNT               PIC 9(09).
           05  STAT-DEL-COUNT               PIC 9(09).
           05  STAT-CHG-COUNT               PIC 9(09).
           05  STAT-MATCH-COUNT             PIC 9(09).
           05  STAT-CURR-REJECT-COUNT       PIC 9(09).
           05  STAT-PRIOR-REJECT-COUNT      PIC 9(09).
           05  STAT-HASH-TOTAL              PIC S9(11)V99.
           05  STAT-START-TIMESTAMP         PIC X(26).
           05  STAT-END-TIMESTAMP           PIC X(26).
           05  STAT-RESTART-FLAG            PIC X(01).

      * MATCHES CYCLE-CONTROL-RECORD IN CUSTCMP (BUG.COB) - THE
      * RUN-CONTROL INTERLOCK BEHIND THE "CYCLCTL" DD/PATH.
       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05  CYCL-KEY                     PIC X(08).
           05  CYCL-STATE                   PIC X(01).
               88  CYCL-OPEN                        VALUE 'O'.
               88  CYCL-CLOSED                      VALUE 'C'.
           05  CYCL-OPENED-TS               PIC X(26).
           05  CYCL-CLOSED-TS               PIC X(26).
           05  CYCL-PGM                     PIC X(08).

       FD  PARM-FILE.
       01  PARM-RECORD                     PIC X(80).

       FD  OPERATOR-RPT-FILE.
       01  OPERATOR-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      * MATCHES WS-AUDIT-RECORD IN CUSTCMP (BUG.COB).
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-ACTION                  PIC X(7).
           05  AUD-BEFORE-IMAGE            PIC X(100).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
               88  AUD-FROM-CUSTUPD                VALUE 'CUSTUPD'.
               88  AUD-FROM-CUSTSUS                VALUE 'CUSTSUS'.
               88  AUD-FROM-CUSTAPL                VALUE 'CUSTAPL'.
               88  AUD-FROM-CUSTHLD                VALUE 'CUSTHLD'.
               88  AUD-FROM-OPERATOR-PGM           VALUES 'CUSTUPD'
                                                          'CUSTSUS'
                                                          'CUSTAPL'
                                                          'CUSTHLD'.
           05  AUD-USER-ID                 PIC X(08).

       01  WS-AUDT-STATUS                  PIC XX VALUE SPACES.
           88  WS-AUDT-STATUS-OK                   VALUE '00'.

       01  WS-STAT-STATUS                  PIC XX VALUE SPACES.
           88  WS-STAT-STATUS-OK                   VALUE '00'.

       01  WS-CYCL-STATUS                  PIC XX VALUE SPACES.
           88  WS-CYCL-STATUS-OK                   VALUE '00'.

       01  WS-PARM-STATUS                  PIC XX VALUE SPACES.
           88  WS-PARM-STATUS-OK                   VALUE '00'.

       01  WS-PARM-FIELDS.
           05  WS-WINDOW-START             PIC X(08) VALUE '00000000'.
           05  WS-WINDOW-END               PIC X(08) VALUE '99999999'.
           05  WS-ONLINE-START             PIC X(06) VALUE '070000'.
           05  WS-ONLINE-END               PIC X(06) VALUE '200000'.
           05  WS-REPEAT-LIMIT             PIC 9(02) VALUE 3.

       01  WS-PARM-INPUT.
           05  PARM-WINDOW-START           PIC X(08).
           05  PARM-WINDOW-END             PIC X(08).
           05  PARM-ONLINE-START           PIC X(06).
           05  PARM-ONLINE-END             PIC X(06).
           05  PARM-REPEAT-LIMIT           PIC X(02).
           05  FILLER                      PIC X(50).

       01  WS-AUDT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-AUDT-EOF                         VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-SORT-EOF                         VALUE 'Y'.
       01  WS-STAT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-STAT-EOF                         VALUE 'Y'.
       01  WS-EXC-EOF-SW                   PIC X VALUE 'N'.
           88  WS-EXC-EOF                          VALUE 'Y'.
       01  WS-AUDT-MISSING-SW              PIC X VALUE 'N'.
           88  WS-AUDT-MISSING                     VALUE 'Y'.
       01  WS-CYCLE-OPEN-SW                PIC X VALUE 'N'.
           88  WS-IN-CYCLE-WINDOW                  VALUE 'Y'.

      * COMPARE-CYCLE WINDOWS (START AND END, YYYYMMDDHHMMSS) THAT
      * OVERLAP THE REPORT WINDOW.  RUNSTATS ONLY HOLDS RUNS THAT
      * ENDED NORMALLY; A CYCLE STILL OPEN ON CYCLCTL RUNS TO THE END
      * OF TIME.
       01  WS-WINDOW-TABLE.
           05  WS-CYCLE-WINDOW OCCURS 500 TIMES
                   INDEXED BY WS-WIN-IX.
               10  WS-WIN-START            PIC X(14).
               10  WS-WIN-END              PIC X(14).
       01  WS-WINDOWS-USED                 PIC 9(3) VALUE ZERO.
       01  WS-WINDOWS-DROPPED              PIC 9(9) VALUE ZERO.

      * CONTROL-BREAK STATE - OPERATOR, THEN KEY WITHIN OPERATOR,
      * THEN DAY WITHIN KEY.
       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-USER             PIC X(08) VALUE LOW-VALUES.
           05  WS-CURRENT-KEY              PIC X(10) VALUE LOW-VALUES.
           05  WS-CURRENT-DAY              PIC X(08).
           05  WS-DAY-COUNT                PIC 9(5) VALUE ZERO.
           05  WS-DAY-LAST-TS              PIC X(26).
           05  WS-KEY-COUNT                PIC 9(5) VALUE ZERO.
           05  WS-KEY-SUS-SW               PIC X VALUE 'N'.
               88  WS-KEY-SUS-SEEN                 VALUE 'Y'.
           05  WS-KEY-SOD-SW               PIC X VALUE 'N'.
               88  WS-KEY-SOD-RAISED               VALUE 'Y'.
       01  WS-OPERATOR-ACTIVE-SW           PIC X VALUE 'N'.
           88  WS-OPERATOR-ACTIVE                  VALUE 'Y'.

      * PROGRAM SLOTS - THE ORDER OF THE REPORT COLUMNS.
       01  WS-PGM-NAMES.
           05  FILLER                      PIC X(08) VALUE 'CUSTUPD'.
           05  FILLER                      PIC X(08) VALUE 'CUSTSUS'.
           05  FILLER                      PIC X(08) VALUE 'CUSTAPL'.
           05  FILLER                      PIC X(08) VALUE 'CUSTHLD'.
       01  WS-PGM-NAME-TABLE REDEFINES WS-PGM-NAMES.
           05  WS-PGM-NAME                 PIC X(08) OCCURS 4 TIMES.
       01  WS-PGM-IX                       PIC 9(1) VALUE ZERO.
       01  WS-SLOT-IX                      PIC 9(1) VALUE ZERO.

       01  WS-KEY-PGM-TABLE.
           05  WS-KEY-PGM-COUNT            PIC 9(5) OCCURS 4 TIMES.
       01  WS-OPR-PGM-TABLE.
           05  WS-OPR-PGM-COUNT            PIC 9(9) OCCURS 4 TIMES.

       01  WS-ACTION-TABLE.
           05  WS-ACTION-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-ACT-IX.
               10  WS-ACT-NAME             PIC X(07).
               10  WS-ACT-COUNT            PIC 9(9).
       01  WS-ACTIONS-USED                 PIC 9(3) VALUE ZERO.
       01  WS-ACT-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-ACT-FOUND                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-SELECTED-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-OPERATOR-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-OPR-CHANGE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-OPR-KEY-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-EXC-SOD-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-EXC-REPEAT-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-EXC-CYCLE-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-EXC-NO-USER-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-OPERATOR-HEADING.
           05  FILLER                      PIC X(10) VALUE ' OPERATOR '.
           05  WS-OPH-USER-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-OPH-NOTE                 PIC X(40).

       01  WS-KEY-DETAIL.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-KYD-KEY                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-KYD-CHANGES              PIC ZZ,ZZ9.
           05  WS-KYD-PGM OCCURS 4 TIMES.
               10  FILLER                  PIC X(04).
               10  WS-KYD-PGM-COUNT        PIC ZZ,ZZ9.

       01  WS-ACTION-DETAIL.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  FILLER                      PIC X(07) VALUE 'ACTION '.
           05  WS-ACD-NAME                 PIC X(07).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-ACD-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-EXD-USER-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXD-KEY                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXD-DATE                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-EXD-TIME                 PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXD-SOURCE-PGM           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXD-ACTION               PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXD-TEXT                 PIC X(50).

       01  WS-RPT-NUM                      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-READ-PARMS
           PERFORM 0200-LOAD-CYCLE-WINDOWS
           PERFORM 0500-SORT-OPERATOR-LINES
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-LINE
               UNTIL WS-SORT-EOF
           IF WS-OPERATOR-ACTIVE
               PERFORM 2600-CLOSE-KEY-GROUP
               PERFORM 2800-CLOSE-OPERATOR
           END-IF
           PERFORM 8000-LIST-EXCEPTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-READ-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS-OK
               READ PARM-FILE INTO WS-PARM-INPUT
                   NOT AT END
                       IF PARM-WINDOW-START NUMERIC
                           MOVE PARM-WINDOW-START TO WS-WINDOW-START
                       END-IF
                       IF PARM-WINDOW-END NUMERIC
                           MOVE PARM-WINDOW-END TO WS-WINDOW-END
                       END-IF
                       IF PARM-ONLINE-START NUMERIC
                           MOVE PARM-ONLINE-START TO WS-ONLINE-START
                       END-IF
                       IF PARM-ONLINE-END NUMERIC
                           MOVE PARM-ONLINE-END TO WS-ONLINE-END
                       END-IF
                       IF PARM-REPEAT-LIMIT NUMERIC
                           AND PARM-REPEAT-LIMIT > '01'
                           MOVE PARM-REPEAT-LIMIT TO WS-REPEAT-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * A MISSING RUNSTATS OR CYCLCTL JUST MEANS NO CYCLE HAS BEEN
      * RECORDED THERE - THE OFF-HOURS TEST THEN NEVER FIRES.
       0200-LOAD-CYCLE-WINDOWS.
           OPEN INPUT RUN-STATS-FILE
           IF WS-STAT-STATUS-OK
               PERFORM 0210-LOAD-ONE-RUN-WINDOW
                   UNTIL WS-STAT-EOF
               CLOSE RUN-STATS-FILE
           END-IF
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCL-STATUS-OK
               MOVE 'CYCLE' TO CYCL-KEY
               READ CYCLE-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CYCL-STATUS-OK AND CYCL-OPENED-TS NOT = SPACES
                   IF CYCL-OPEN
                       MOVE '99999999999999' TO CYCL-CLOSED-TS
                   END-IF
                   IF CYCL-CLOSED-TS NOT = SPACES
                       MOVE CYCL-OPENED-TS TO STAT-START-TIMESTAMP
                       MOVE CYCL-CLOSED-TS TO STAT-END-TIMESTAMP
                       PERFORM 0220-ADD-CYCLE-WINDOW
                   END-IF
               END-IF
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

       0210-LOAD-ONE-RUN-WINDOW.
           READ RUN-STATS-FILE NEXT RECORD
               AT END
                   SET WS-STAT-EOF TO TRUE
               NOT AT END
                   PERFORM 0220-ADD-CYCLE-WINDOW
           END-READ.

       0220-ADD-CYCLE-WINDOW.
           IF STAT-END-TIMESTAMP(1:8) NOT < WS-WINDOW-START
               AND STAT-START-TIMESTAMP(1:8) NOT > WS-WINDOW-END
               IF WS-WINDOWS-USED < 500
                   ADD 1 TO WS-WINDOWS-USED
                   SET WS-WIN-IX TO WS-WINDOWS-USED
                   MOVE STAT-START-TIMESTAMP(1:14) TO
                       WS-WIN-START(WS-WIN-IX)
                   MOVE STAT-END-TIMESTAMP(1:14) TO
                       WS-WIN-END(WS-WIN-IX)
               ELSE
                   ADD 1 TO WS-WINDOWS-DROPPED
               END-IF
           END-IF.

       0500-SORT-OPERATOR-LINES.
           SORT SORT-OPR-WORK
               ON ASCENDING KEY SRT-USER-ID
                                SRT-KEY
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS 0520-RELEASE-OPERATOR-LINES
               GIVING OPR-SORT-FILE.

       0520-RELEASE-OPERATOR-LINES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDT-STATUS-OK
               PERFORM 0525-RELEASE-ONE-AUDIT-LINE
                   UNTIL WS-AUDT-EOF
               CLOSE AUDIT-LOG-FILE
           ELSE
               SET WS-AUDT-MISSING TO TRUE
           END-IF.

       0525-RELEASE-ONE-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF AUD-TIMESTAMP(1:8) NOT < WS-WINDOW-START
                       AND AUD-TIMESTAMP(1:8) NOT > WS-WINDOW-END
                       AND AUD-FROM-OPERATOR-PGM
                       ADD 1 TO WS-SELECTED-COUNT
                       RELEASE SORT-OPR-RECORD FROM WS-AUDIT-RECORD
                   END-IF
           END-READ.

       1000-INITIALIZE.
           OPEN INPUT OPR-SORT-FILE
           OPEN OUTPUT EXCEPTION-WORK-FILE
           OPEN OUTPUT OPERATOR-RPT-FILE
           MOVE 'CUSTOPR OPERATOR ACTIVITY REPORT' TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING ' WINDOW ' DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' THRU ' DELIMITED BY SIZE
                  WS-WINDOW-END DELIMITED BY SIZE
                  '   ONLINE DAY ' DELIMITED BY SIZE
                  WS-ONLINE-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-ONLINE-END DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           MOVE SPACES TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE.

       2000-PROCESS-AUDIT-LINE.
           READ OPR-SORT-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AUD-USER-ID NOT = WS-CURRENT-USER
                           IF WS-OPERATOR-ACTIVE
                               PERFORM 2600-CLOSE-KEY-GROUP
                               PERFORM 2800-CLOSE-OPERATOR
                           END-IF
                           PERFORM 2050-START-OPERATOR
                           PERFORM 2550-START-KEY-GROUP
                       WHEN AUD-KEY NOT = WS-CURRENT-KEY
                           PERFORM 2600-CLOSE-KEY-GROUP
                           PERFORM 2550-START-KEY-GROUP
                   END-EVALUATE
                   PERFORM 2100-TALLY-LINE
           END-READ.

       2050-START-OPERATOR.
           SET WS-OPERATOR-ACTIVE TO TRUE
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE AUD-USER-ID TO WS-CURRENT-USER
           MOVE ZERO TO WS-OPR-CHANGE-COUNT
           MOVE ZERO TO WS-OPR-KEY-COUNT
           MOVE ZERO TO WS-ACTIONS-USED
           INITIALIZE WS-OPR-PGM-TABLE
           MOVE SPACES TO WS-OPERATOR-HEADING
           MOVE ' OPERATOR ' TO WS-OPERATOR-HEADING(1:10)
           MOVE AUD-USER-ID TO WS-OPH-USER-ID
           IF AUD-USER-ID = SPACES
               MOVE '(NO USER ID - CUSTAPL BATCH OR UNSIGNED)' TO
                   WS-OPH-NOTE
           END-IF
           MOVE WS-OPERATOR-HEADING TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           MOVE SPACES TO OPERATOR-RPT-LINE
           MOVE '   KEY TOUCHED  CHANGES     CUSTUPD' TO
               OPERATOR-RPT-LINE(1:35)
           MOVE '   CUSTSUS   CUSTAPL   CUSTHLD' TO
               OPERATOR-RPT-LINE(36:30)
           WRITE OPERATOR-RPT-LINE.

      * EVERY LINE IS CHARGED TO ITS PROGRAM AND ACTION, THEN TESTED
      * FOR THE PER-LINE EXCEPTIONS.  THE SUSPENSE-THEN-MASTER TEST
      * RELIES ON THE TIME ORDER WITHIN THE KEY: A CUPD LINE AFTER A
      * CSUS LINE BY THE SAME OPERATOR IS RAISED ONCE PER KEY.
       2100-TALLY-LINE.
           ADD 1 TO WS-OPR-CHANGE-COUNT
           ADD 1 TO WS-KEY-COUNT
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > 4
               IF AUD-SOURCE-PGM = WS-PGM-NAME(WS-PGM-IX)
                   MOVE WS-PGM-IX TO WS-SLOT-IX
               END-IF
           END-PERFORM
           ADD 1 TO WS-KEY-PGM-COUNT(WS-SLOT-IX)
           ADD 1 TO WS-OPR-PGM-COUNT(WS-SLOT-IX)
           PERFORM 2150-TALLY-ACTION
           IF AUD-TIMESTAMP(1:8) NOT = WS-CURRENT-DAY
               PERFORM 2300-CLOSE-KEY-DAY
               MOVE AUD-TIMESTAMP(1:8) TO WS-CURRENT-DAY
           END-IF
           ADD 1 TO WS-DAY-COUNT
           MOVE AUD-TIMESTAMP TO WS-DAY-LAST-TS
           IF AUD-FROM-CUSTSUS
               SET WS-KEY-SUS-SEEN TO TRUE
           END-IF
           IF AUD-FROM-CUSTUPD AND WS-KEY-SUS-SEEN
                   AND NOT WS-KEY-SOD-RAISED
                   AND AUD-USER-ID NOT = SPACES
               SET WS-KEY-SOD-RAISED TO TRUE
               ADD 1 TO WS-EXC-SOD-COUNT
               MOVE 'CSUS REPAIR THEN CUPD CORRECTION, SAME USER' TO
                   WS-EXD-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF
           IF AUD-USER-ID = SPACES AND NOT AUD-FROM-CUSTAPL
               ADD 1 TO WS-EXC-NO-USER-COUNT
               MOVE 'ONLINE CHANGE WITH NO USER ID' TO WS-EXD-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF
           IF AUD-TIMESTAMP(9:6) < WS-ONLINE-START
                   OR AUD-TIMESTAMP(9:6) > WS-ONLINE-END
               PERFORM 2400-TEST-CYCLE-WINDOW
               IF WS-IN-CYCLE-WINDOW
                   ADD 1 TO WS-EXC-CYCLE-COUNT
                   MOVE 'OUTSIDE THE ONLINE DAY WHILE CYCLE OPEN' TO
                       WS-EXD-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
           END-IF.

       2150-TALLY-ACTION.
           MOVE 'N' TO WS-ACT-FOUND-SW
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > WS-ACTIONS-USED
                      OR WS-ACT-FOUND
               IF WS-ACT-NAME(WS-ACT-IX) = AUD-ACTION
                   ADD 1 TO WS-ACT-COUNT(WS-ACT-IX)
                   SET WS-ACT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACT-FOUND AND WS-ACTIONS-USED < 20
               ADD 1 TO WS-ACTIONS-USED
               SET WS-ACT-IX TO WS-ACTIONS-USED
               MOVE AUD-ACTION TO WS-ACT-NAME(WS-ACT-IX)
               MOVE 1 TO WS-ACT-COUNT(WS-ACT-IX)
           END-IF.

      * THE DAY JUST FINISHED FOR THIS OPERATOR AND KEY.  THE
      * EXCEPTION CARRIES THE LAST CHANGE OF THE RUN OF CHANGES.
       2300-CLOSE-KEY-DAY.
           IF WS-DAY-COUNT NOT < WS-REPEAT-LIMIT
               ADD 1 TO WS-EXC-REPEAT-COUNT
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               MOVE WS-CURRENT-USER TO WS-EXD-USER-ID
               MOVE WS-CURRENT-KEY TO WS-EXD-KEY
               MOVE WS-DAY-LAST-TS(1:8) TO WS-EXD-DATE
               MOVE WS-DAY-LAST-TS(9:6) TO WS-EXD-TIME
               MOVE WS-DAY-COUNT TO WS-RPT-NUM
               STRING 'CHANGES TO THE KEY IN ONE DAY:' DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                   INTO WS-EXD-TEXT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-WORK-LINE
               WRITE EXCEPTION-WORK-LINE
           END-IF
           MOVE ZERO TO WS-DAY-COUNT.

       2400-TEST-CYCLE-WINDOW.
           MOVE 'N' TO WS-CYCLE-OPEN-SW
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > WS-WINDOWS-USED
                      OR WS-IN-CYCLE-WINDOW
               IF AUD-TIMESTAMP(1:14) NOT < WS-WIN-START(WS-WIN-IX)
                   AND AUD-TIMESTAMP(1:14) NOT >
                       WS-WIN-END(WS-WIN-IX)
                   SET WS-IN-CYCLE-WINDOW TO TRUE
               END-IF
           END-PERFORM.

       2550-START-KEY-GROUP.
           MOVE AUD-KEY TO WS-CURRENT-KEY
           MOVE SPACES TO WS-CURRENT-DAY
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-KEY-COUNT
           MOVE 'N' TO WS-KEY-SUS-SW
           MOVE 'N' TO WS-KEY-SOD-SW
           INITIALIZE WS-KEY-PGM-TABLE.

       2600-CLOSE-KEY-GROUP.
           PERFORM 2300-CLOSE-KEY-DAY
           ADD 1 TO WS-OPR-KEY-COUNT
           MOVE SPACES TO WS-KEY-DETAIL
           MOVE WS-CURRENT-KEY TO WS-KYD-KEY
           MOVE WS-KEY-COUNT TO WS-KYD-CHANGES
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > 4
               MOVE WS-KEY-PGM-COUNT(WS-PGM-IX) TO
                   WS-KYD-PGM-COUNT(WS-PGM-IX)
           END-PERFORM
           MOVE WS-KEY-DETAIL TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE.

       2800-CLOSE-OPERATOR.
           MOVE SPACES TO WS-KEY-DETAIL
           MOVE 'TOTAL' TO WS-KYD-KEY
           MOVE WS-OPR-CHANGE-COUNT TO WS-KYD-CHANGES
           PERFORM VARYING WS-PGM-IX FROM 1 BY 1
                   UNTIL WS-PGM-IX > 4
               MOVE WS-OPR-PGM-COUNT(WS-PGM-IX) TO
                   WS-KYD-PGM-COUNT(WS-PGM-IX)
           END-PERFORM
           MOVE WS-KEY-DETAIL TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > WS-ACTIONS-USED
               MOVE WS-ACT-NAME(WS-ACT-IX) TO WS-ACD-NAME
               MOVE WS-ACT-COUNT(WS-ACT-IX) TO WS-ACD-COUNT
               MOVE WS-ACTION-DETAIL TO OPERATOR-RPT-LINE
               WRITE OPERATOR-RPT-LINE
           END-PERFORM
           MOVE SPACES TO OPERATOR-RPT-LINE
           MOVE WS-OPR-KEY-COUNT TO WS-RPT-NUM
           STRING '   KEYS TOUCHED ' DELIMITED BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           MOVE SPACES TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE.

      * THE CALLER HAS SET WS-EXD-TEXT; THE REST COMES FROM THE LINE
      * IN HAND.
       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE AUD-USER-ID TO WS-EXD-USER-ID
           MOVE AUD-KEY TO WS-EXD-KEY
           MOVE AUD-TIMESTAMP(1:8) TO WS-EXD-DATE
           MOVE AUD-TIMESTAMP(9:6) TO WS-EXD-TIME
           MOVE AUD-SOURCE-PGM TO WS-EXD-SOURCE-PGM
           MOVE AUD-ACTION TO WS-EXD-ACTION
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-WORK-LINE
           WRITE EXCEPTION-WORK-LINE
           MOVE SPACES TO WS-EXCEPTION-DETAIL.

      * EXCEPTIONS WERE WRITTEN TO OPREXC AS THEY WERE FOUND SO THE
      * OPERATOR SECTIONS STAY UNBROKEN - COPY THEM IN AS ONE LIST.
       8000-LIST-EXCEPTIONS.
           CLOSE EXCEPTION-WORK-FILE
           MOVE ' EXCEPTIONS' TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           MOVE SPACES TO OPERATOR-RPT-LINE
           MOVE ' USER-ID   CUST-ID     DATE     TIME    SOURCE' TO
               OPERATOR-RPT-LINE(1:46)
           MOVE 'ACTION    EXCEPTION' TO OPERATOR-RPT-LINE(51:19)
           WRITE OPERATOR-RPT-LINE
           OPEN INPUT EXCEPTION-WORK-FILE
           PERFORM 8100-COPY-ONE-EXCEPTION
               UNTIL WS-EXC-EOF
           CLOSE EXCEPTION-WORK-FILE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '   NONE' TO OPERATOR-RPT-LINE
               WRITE OPERATOR-RPT-LINE
           END-IF.

       8100-COPY-ONE-EXCEPTION.
           READ EXCEPTION-WORK-FILE
               AT END
                   SET WS-EXC-EOF TO TRUE
               NOT AT END
                   MOVE EXCEPTION-WORK-LINE TO OPERATOR-RPT-LINE
                   WRITE OPERATOR-RPT-LINE
           END-READ.

       9000-TERMINATE.
           MOVE SPACES TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-AUDIT-READ-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'AUDIT LINES READ  . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-SELECTED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'OPERATOR CHANGES IN THE WINDOW  . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-OPERATOR-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'OPERATORS REPORTED  . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-WINDOWS-USED TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'COMPARE CYCLE WINDOWS TESTED  . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           IF WS-WINDOWS-DROPPED > ZERO
               MOVE WS-WINDOWS-DROPPED TO WS-RPT-NUM
               MOVE SPACES TO OPERATOR-RPT-LINE
               STRING 'CYCLE WINDOWS NOT TESTED - TABLE FULL  . .'
                       DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                   INTO OPERATOR-RPT-LINE
               WRITE OPERATOR-RPT-LINE
           END-IF

           MOVE WS-EXC-SOD-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'CSUS REPAIR THEN CUPD CORRECTION  . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-EXC-REPEAT-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'KEY CHANGED REPEATEDLY IN ONE DAY  . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-EXC-CYCLE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'OFF-HOURS CHANGES WHILE CYCLE OPEN  . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE WS-EXC-NO-USER-COUNT TO WS-RPT-NUM
           MOVE SPACES TO OPERATOR-RPT-LINE
           STRING 'ONLINE CHANGES WITH NO USER ID  . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE

           MOVE SPACES TO OPERATOR-RPT-LINE
           WRITE OPERATOR-RPT-LINE
           EVALUATE TRUE
               WHEN WS-AUDT-MISSING
                   MOVE 'OPR STATUS: AUDITLOG NOT AVAILABLE' TO
                       OPERATOR-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 'OPR STATUS: EXCEPTIONS FOR REVIEW' TO
                       OPERATOR-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'OPR STATUS: NO EXCEPTIONS' TO OPERATOR-RPT-LINE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           WRITE OPERATOR-RPT-LINE
           CLOSE OPR-SORT-FILE
                 OPERATOR-RPT-FILE.
