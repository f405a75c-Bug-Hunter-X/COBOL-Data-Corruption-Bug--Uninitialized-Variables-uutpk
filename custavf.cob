       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAVF.
      *****************************************************************
      *  CUSTAVF - AUDIT TRAIL CHAIN VERIFICATION                      *
      *  AUDITLOG IS OUR PERMANENT EVIDENCE, AND EVERY PROGRAM THAT    *
      *  APPENDS TO IT (CUSTCMP, CUSTAPL, CUSTUPD, CUSTSUS, CUSTHLD)   *
      *  CHAINS EACH LINE TO THE ONE BEFORE WITH A SEQUENCE NUMBER     *
      *  AND A RUNNING CHECK VALUE (CUSTCMP 5050).  THIS JOB WALKS     *
      *  THE WHOLE TRAIL - THE OPERATIONS JOB CONCATENATES THE         *
      *  AUDTARCH GENERATIONS AHEAD OF THE LIVE AUDITLOG BEHIND THE    *
      *  AUDITIN DD, AS FOR CUSTPIT - AND PROVES EVERY LINK: A LINE    *
      *  EDITED, DROPPED, INSERTED OR REORDERED SHOWS AS A BROKEN      *
      *  LINK OR A SEQUENCE GAP.  EACH CUSTPRG ANCHOR STARTS A NEW     *
      *  GENERATION AND MUST MEET THE LAST LINE OF THE ONE BEFORE IT,  *
      *  AND THE LAST LINE OF ALL MUST MEET THE AUDCHAIN HEAD, WHICH   *
      *  CATCHES LINES CUT OFF THE TAIL.  AVFRPT LISTS LINE COUNTS     *
      *  PER GENERATION, EVERY EXCEPTION AND THE FIRST BROKEN LINK,    *
      *  AND ENDS WITH ONE AVF STATUS LINE THAT CUSTEOC READS BACK THE *
      *  WAY IT READS RECONRPT.  RUN IT IN THE BATCH WINDOW WHILE      *
      *  NOTHING IS APPENDING, AHEAD OF CUSTPIT, CUSTARC AND CUSTEOC.  *
      *  RETURN CODE 0 = CHAIN INTACT, 8 = CHAIN BROKEN OR NO TRAIL.   *
      *  LINES WRITTEN BEFORE THE CHAIN EXISTED CARRY NO LINK AND ARE  *
      *  COUNTED, NOT FAILED, UNTIL THE FIRST CHAINED LINE IS SEEN.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT OPTIONAL AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-ACHN-STATUS.

           SELECT VERIFY-RPT-FILE ASSIGN TO "AVFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-LINE                   PIC X(280).

      * MATCHES AUDIT-CHAIN-RECORD IN CUSTCMP (BUG.COB) - THE CHAIN
      * HEAD BEHIND THE "AUDCHAIN" DD/PATH.
       FD  AUDIT-CHAIN-FILE.
       01  AUDIT-CHAIN-RECORD.
           05  CHN-KEY                      PIC X(08).
           05  CHN-LAST-SEQ                 PIC 9(09).
           05  CHN-LAST-CHECK               PIC 9(12).
           05  CHN-LAST-TS                  PIC X(26).
           05  CHN-LAST-PGM                 PIC X(08).

       FD  VERIFY-RPT-FILE.
       01  VERIFY-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * MATCHES WS-AUDIT-RECORD IN CUSTCMP (BUG.COB), WITH THE ANCHOR
      * LINE CUSTPRG WRITES AT THE HEAD OF EACH NEW GENERATION.
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-ACTION                  PIC X(7).
               88  AUD-ACTION-ANCHOR               VALUE 'ANCHOR'.
           05  AUD-BEFORE-IMAGE            PIC X(100).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

       01  WS-AUDT-STATUS                  PIC XX VALUE SPACES.
           88  WS-AUDT-STATUS-OK                   VALUE '00'.

       01  WS-ACHN-STATUS                  PIC XX VALUE SPACES.
           88  WS-ACHN-STATUS-OK                   VALUE '00'.

       01  WS-AUDT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-AUDT-EOF                         VALUE 'Y'.

       01  WS-TRAIL-OPEN-SW                PIC X VALUE 'N'.
           88  WS-TRAIL-OPENED                     VALUE 'Y'.

       01  WS-CHAIN-STARTED-SW             PIC X VALUE 'N'.
           88  WS-CHAIN-STARTED                    VALUE 'Y'.

       01  WS-GEN-OPEN-SW                  PIC X VALUE 'N'.
           88  WS-GEN-OPEN                         VALUE 'Y'.

       01  WS-HEAD-FOUND-SW                PIC X VALUE 'N'.
           88  WS-HEAD-FOUND                       VALUE 'Y'.

      * THE LAST LINK PROVEN (OR TAKEN UP FROM AN ANCHOR) - WHAT THE
      * NEXT CHAINED LINE MUST HANG FROM.
       01  WS-RUN-LAST-SEQ                 PIC 9(09) VALUE ZERO.
       01  WS-RUN-LAST-CHECK               PIC 9(12) VALUE ZERO.
       01  WS-EXPECTED-SEQ                 PIC 9(09) VALUE ZERO.
       01  WS-GAP-SIZE                     PIC 9(09) VALUE ZERO.
       01  WS-TAKEN-UP-SEQ                 PIC 9(09) VALUE ZERO.

      * SAME WORK FIELDS AS CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK.
       01  WS-CHAIN-MODULUS                PIC 9(12)
                                           VALUE 999999999989.
       01  WS-CHAIN-ACCUM                  PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-WORK                   PIC 9(15) VALUE ZERO.
       01  WS-CHAIN-QUOT                   PIC 9(05) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(03) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-LINE-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-GEN-COUNT                PIC 9(9) VALUE ZERO.
           05  WS-ANCHOR-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-LINE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-PRE-CHAIN-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-CHAINED-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-LINK-OK-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-BROKEN-LINK-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-GAP-COUNT                PIC 9(9) VALUE ZERO.
           05  WS-MISSING-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-ORDER-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-UNCHAINED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-ANCHOR-BREAK-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-EXC-COUNT                PIC 9(9) VALUE ZERO.

      * ONE GENERATION - FROM ONE ANCHOR (OR THE START OF THE TRAIL)
      * TO THE NEXT.
       01  WS-GEN-TOTALS.
           05  WS-GEN-START-TS             PIC X(14) VALUE SPACES.
           05  WS-GEN-LINE-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-GEN-CHAINED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-GEN-PRE-COUNT            PIC 9(9) VALUE ZERO.
           05  WS-GEN-FIRST-SEQ            PIC 9(9) VALUE ZERO.
           05  WS-GEN-LAST-SEQ             PIC 9(9) VALUE ZERO.
           05  WS-GEN-BREAK-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-GEN-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-GEN-RPT-NUM              PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-GEN-RPT-START            PIC X(14).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-GEN-RPT-LINES            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-GEN-RPT-CHAINED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-GEN-RPT-PRE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-GEN-RPT-FIRST            PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-GEN-RPT-LAST             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-GEN-RPT-BREAKS           PIC ZZZ,ZZ9.

      * EXCEPTIONS ARE HELD AND PRINTED AFTER THE GENERATION TABLE.
      * PAST WS-EXC-MAX THEY ARE COUNTED ONLY - THE FIRST ONE IS WHAT
      * THE INVESTIGATION STARTS FROM.
       01  WS-EXC-MAX                      PIC 9(3) VALUE 100.
       01  WS-EXC-IX                       PIC 9(3) VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY                PIC X(132) OCCURS 100 TIMES.

       01  WS-EXC-TEXT                     PIC X(50) VALUE SPACES.

       01  WS-EXC-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-EXC-GEN                  PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXC-LINE                 PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXC-SEQ                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXC-KEY                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXC-TS                   PIC X(14).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-EXC-DESC                 PIC X(50).

       01  WS-FIRST-BREAK-LINE             PIC X(132) VALUE SPACES.

       01  WS-RPT-NUM                      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-ONE-LINE
               UNTIL WS-AUDT-EOF
           IF WS-GEN-OPEN
               PERFORM 3000-CLOSE-GENERATION
           END-IF
           IF WS-TRAIL-OPENED
               CLOSE AUDIT-IN-FILE
               PERFORM 4000-CHECK-CHAIN-HEAD
           END-IF
           PERFORM 8000-REPORT-EXCEPTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT VERIFY-RPT-FILE
           MOVE 'CUSTAVF AUDIT TRAIL CHAIN VERIFICATION REPORT' TO
               VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE ' GENERATIONS' TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE '  GEN  STARTED              LINES     CHAINED'
               TO VERIFY-RPT-LINE
           MOVE 'PRE-CHAIN  FIRST SEQ   LAST SEQ   BREAKS'
               TO VERIFY-RPT-LINE(49:40)
           WRITE VERIFY-RPT-LINE
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDT-STATUS-OK
               SET WS-TRAIL-OPENED TO TRUE
           ELSE
               SET WS-AUDT-EOF TO TRUE
           END-IF.

      * THE ANCHOR TEST COMES FIRST - AN ANCHOR IS NOT AN AUDIT LINE
      * AND IS NEVER ITSELF CHAINED, IT CARRIES THE LINK OF THE LINE
      * THAT WENT TO THE ARCHIVE AHEAD OF IT.
       2000-VERIFY-ONE-LINE.
           READ AUDIT-IN-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-READ-COUNT
                   IF AUD-ACTION-ANCHOR AND AUD-SOURCE-PGM = 'CUSTPRG'
                       PERFORM 2100-TAKE-ANCHOR
                   ELSE
                       IF NOT WS-GEN-OPEN
                           PERFORM 2050-OPEN-GENERATION
                       END-IF
                       IF WS-GEN-START-TS = SPACES
                           MOVE AUD-TIMESTAMP(1:14) TO WS-GEN-START-TS
                       END-IF
                       ADD 1 TO WS-AUDIT-LINE-COUNT
                       ADD 1 TO WS-GEN-LINE-COUNT
                       IF AUD-CHAIN-SEQ NUMERIC
                           AND AUD-CHAIN-CHECK NUMERIC
                           PERFORM 2200-VERIFY-LINK
                       ELSE
                           PERFORM 2300-UNCHAINED-LINE
                       END-IF
                   END-IF
           END-READ.

       2050-OPEN-GENERATION.
           ADD 1 TO WS-GEN-COUNT
           INITIALIZE WS-GEN-TOTALS
           SET WS-GEN-OPEN TO TRUE.

      * AN ANCHOR WHEN NOTHING HAS BEEN CHAINED YET IS WHERE THE
      * CHAIN IS TAKEN UP - THE OLDEST GENERATIONS MAY HAVE GONE OUT
      * OF RETENTION.  AFTER THAT IT MUST MEET THE LAST LINK EXACTLY;
      * ONE THAT DOES NOT MEANS A GENERATION IS MISSING, SHORT OR
      * ALTERED, AND THE WALK CARRIES ON FROM THE ANCHOR'S LINK.
       2100-TAKE-ANCHOR.
           ADD 1 TO WS-ANCHOR-COUNT
           IF WS-GEN-OPEN
               PERFORM 3000-CLOSE-GENERATION
           END-IF
           PERFORM 2050-OPEN-GENERATION
           MOVE AUD-TIMESTAMP(1:14) TO WS-GEN-START-TS
           EVALUATE TRUE
               WHEN AUD-CHAIN-SEQ NOT NUMERIC
                 OR AUD-CHAIN-CHECK NOT NUMERIC
                   ADD 1 TO WS-ANCHOR-BREAK-COUNT
                   MOVE 'ANCHOR CARRIES NO LINK' TO WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
               WHEN NOT WS-CHAIN-STARTED
                   MOVE AUD-CHAIN-SEQ TO WS-RUN-LAST-SEQ
                   MOVE AUD-CHAIN-CHECK TO WS-RUN-LAST-CHECK
                   IF AUD-CHAIN-SEQ > ZERO
                       MOVE AUD-CHAIN-SEQ TO WS-TAKEN-UP-SEQ
                       SET WS-CHAIN-STARTED TO TRUE
                   END-IF
               WHEN AUD-CHAIN-SEQ = WS-RUN-LAST-SEQ
                AND AUD-CHAIN-CHECK = WS-RUN-LAST-CHECK
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ANCHOR-BREAK-COUNT
                   IF AUD-CHAIN-SEQ > WS-RUN-LAST-SEQ
                       ADD 1 TO WS-GAP-COUNT
                       COMPUTE WS-GAP-SIZE =
                           AUD-CHAIN-SEQ - WS-RUN-LAST-SEQ
                       ADD WS-GAP-SIZE TO WS-MISSING-COUNT
                       MOVE 'ANCHOR AHEAD OF TRAIL - LINES MISSING'
                           TO WS-EXC-TEXT
                   ELSE
                       MOVE 'ANCHOR DOES NOT MEET THE LINE BEFORE IT'
                           TO WS-EXC-TEXT
                   END-IF
                   PERFORM 2900-RECORD-EXCEPTION
                   MOVE AUD-CHAIN-SEQ TO WS-RUN-LAST-SEQ
                   MOVE AUD-CHAIN-CHECK TO WS-RUN-LAST-CHECK
           END-EVALUATE.

      * THE NEXT SEQUENCE MUST CHECK OUT AGAINST THE LAST LINK.  A
      * BROKEN LINK OR A GAP IS REPORTED AND THE WALK RE-SEATS ON THE
      * LINE'S OWN LINK, SO ONE BAD LINE IS ONE EXCEPTION AND EVERY
      * LATER BREAK STILL SHOWS.  A LINE THAT STEPS BACKWARD IS
      * REPORTED AND LEFT OUT OF THE WALK.
       2200-VERIFY-LINK.
           ADD 1 TO WS-CHAINED-COUNT
           ADD 1 TO WS-GEN-CHAINED-COUNT
           IF WS-GEN-FIRST-SEQ = ZERO
               MOVE AUD-CHAIN-SEQ TO WS-GEN-FIRST-SEQ
           END-IF
           MOVE AUD-CHAIN-SEQ TO WS-GEN-LAST-SEQ
           COMPUTE WS-EXPECTED-SEQ = WS-RUN-LAST-SEQ + 1
           EVALUATE TRUE
               WHEN AUD-CHAIN-SEQ = WS-EXPECTED-SEQ
                   PERFORM 2250-COMPUTE-CHAIN-CHECK
                   IF WS-CHAIN-ACCUM = AUD-CHAIN-CHECK
                       ADD 1 TO WS-LINK-OK-COUNT
                   ELSE
                       ADD 1 TO WS-BROKEN-LINK-COUNT
                       MOVE 'LINK BROKEN - LINE ALTERED OR REPLACED'
                           TO WS-EXC-TEXT
                       PERFORM 2900-RECORD-EXCEPTION
                   END-IF
               WHEN AUD-CHAIN-SEQ > WS-EXPECTED-SEQ
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-GAP-SIZE =
                       AUD-CHAIN-SEQ - WS-EXPECTED-SEQ
                   ADD WS-GAP-SIZE TO WS-MISSING-COUNT
                   MOVE WS-GAP-SIZE TO WS-RPT-NUM
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'SEQUENCE GAP - LINES MISSING:'
                           DELIMITED BY SIZE
                          WS-RPT-NUM DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE 'SEQUENCE REPEATED OR OUT OF ORDER' TO
                       WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
           END-EVALUATE
           IF AUD-CHAIN-SEQ > WS-RUN-LAST-SEQ
               MOVE AUD-CHAIN-SEQ TO WS-RUN-LAST-SEQ
               MOVE AUD-CHAIN-CHECK TO WS-RUN-LAST-CHECK
           END-IF
           SET WS-CHAIN-STARTED TO TRUE.

      * SAME CHECK VALUE AS CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK, FOLDED
      * FROM THE LAST LINK PROVEN.
       2250-COMPUTE-CHAIN-CHECK.
           MOVE WS-RUN-LAST-CHECK TO WS-CHAIN-ACCUM
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 268
               COMPUTE WS-CHAIN-WORK = WS-CHAIN-ACCUM * 256
                   + FUNCTION ORD(WS-AUDIT-RECORD(WS-CHAIN-IX:1))
               DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOT
                   REMAINDER WS-CHAIN-ACCUM
           END-PERFORM.

       2300-UNCHAINED-LINE.
           IF WS-CHAIN-STARTED
               ADD 1 TO WS-UNCHAINED-COUNT
               MOVE 'LINE CARRIES NO LINK AFTER THE CHAIN STARTED' TO
                   WS-EXC-TEXT
               PERFORM 2900-RECORD-EXCEPTION
           ELSE
               ADD 1 TO WS-PRE-CHAIN-COUNT
               ADD 1 TO WS-GEN-PRE-COUNT
           END-IF.

      * THE LINE IN WS-AUDIT-RECORD IDENTIFIES THE EXCEPTION; THE
      * CALLER HAS SET WS-EXC-TEXT.
       2900-RECORD-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           ADD 1 TO WS-GEN-BREAK-COUNT
           MOVE SPACES TO WS-EXC-DETAIL
           MOVE WS-GEN-COUNT TO WS-EXC-GEN
           MOVE WS-LINE-READ-COUNT TO WS-EXC-LINE
           IF AUD-CHAIN-SEQ NUMERIC
               MOVE AUD-CHAIN-SEQ TO WS-EXC-SEQ
           ELSE
               MOVE ZERO TO WS-EXC-SEQ
           END-IF
           MOVE AUD-KEY TO WS-EXC-KEY
           MOVE AUD-TIMESTAMP(1:14) TO WS-EXC-TS
           MOVE WS-EXC-TEXT TO WS-EXC-DESC
           IF WS-EXC-COUNT = 1
               MOVE WS-EXC-DETAIL TO WS-FIRST-BREAK-LINE
           END-IF
           IF WS-EXC-COUNT NOT > WS-EXC-MAX
               MOVE WS-EXC-DETAIL TO WS-EXC-ENTRY(WS-EXC-COUNT)
           END-IF
           MOVE SPACES TO WS-EXC-TEXT.

       3000-CLOSE-GENERATION.
           MOVE SPACES TO WS-GEN-DETAIL
           MOVE WS-GEN-COUNT TO WS-GEN-RPT-NUM
           MOVE WS-GEN-START-TS TO WS-GEN-RPT-START
           MOVE WS-GEN-LINE-COUNT TO WS-GEN-RPT-LINES
           MOVE WS-GEN-CHAINED-COUNT TO WS-GEN-RPT-CHAINED
           MOVE WS-GEN-PRE-COUNT TO WS-GEN-RPT-PRE
           MOVE WS-GEN-FIRST-SEQ TO WS-GEN-RPT-FIRST
           MOVE WS-GEN-LAST-SEQ TO WS-GEN-RPT-LAST
           MOVE WS-GEN-BREAK-COUNT TO WS-GEN-RPT-BREAKS
           MOVE WS-GEN-DETAIL TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE 'N' TO WS-GEN-OPEN-SW.

      * THE LAST LINK ON THE TRAIL MUST BE THE ONE THE APPENDERS LAST
      * RECORDED ON AUDCHAIN.  A HEAD AHEAD OF THE TRAIL MEANS LINES
      * WERE CUT OFF THE END; ONE BEHIND IT, OR A DIFFERENT CHECK,
      * MEANS LINES WERE ADDED OR THE LAST ONE CHANGED BY SOMETHING
      * THAT DID NOT GO THROUGH AN APPENDER.
       4000-CHECK-CHAIN-HEAD.
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-ACHN-STATUS-OK
               MOVE 'HEAD' TO CHN-KEY
               READ AUDIT-CHAIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HEAD-FOUND TO TRUE
               END-READ
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE 'AUDCHAIN' TO AUD-KEY
           IF WS-HEAD-FOUND
               MOVE CHN-LAST-SEQ TO AUD-CHAIN-SEQ
               MOVE CHN-LAST-TS TO AUD-TIMESTAMP
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-HEAD-FOUND AND WS-RUN-LAST-SEQ = ZERO
                   CONTINUE
               WHEN NOT WS-HEAD-FOUND
                   MOVE 'NO AUDCHAIN HEAD TO PROVE THE TAIL AGAINST'
                       TO WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
               WHEN CHN-LAST-SEQ > WS-RUN-LAST-SEQ
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-GAP-SIZE =
                       CHN-LAST-SEQ - WS-RUN-LAST-SEQ
                   ADD WS-GAP-SIZE TO WS-MISSING-COUNT
                   MOVE WS-GAP-SIZE TO WS-RPT-NUM
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'TRAIL ENDS SHORT OF HEAD - MISSING:'
                           DELIMITED BY SIZE
                          WS-RPT-NUM DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
               WHEN CHN-LAST-SEQ < WS-RUN-LAST-SEQ
                   MOVE 'TRAIL RUNS PAST THE AUDCHAIN HEAD' TO
                       WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
               WHEN CHN-LAST-CHECK NOT = WS-RUN-LAST-CHECK
                   MOVE 'LAST LINE DOES NOT MATCH THE AUDCHAIN HEAD'
                       TO WS-EXC-TEXT
                   PERFORM 2900-RECORD-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-REPORT-EXCEPTIONS.
           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE ' CHAIN EXCEPTIONS' TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE ' GEN       LINE        SEQ  CUST-ID     TIMESTAMP'
               TO VERIFY-RPT-LINE
           MOVE 'EXCEPTION' TO VERIFY-RPT-LINE(58:9)
           WRITE VERIFY-RPT-LINE
           IF WS-EXC-COUNT = ZERO
               MOVE '   NONE - EVERY LINK PROVEN' TO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           END-IF
           PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-COUNT
                      OR WS-EXC-IX > WS-EXC-MAX
               MOVE WS-EXC-ENTRY(WS-EXC-IX) TO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           END-PERFORM
           IF WS-EXC-COUNT > WS-EXC-MAX
               COMPUTE WS-GAP-SIZE = WS-EXC-COUNT - WS-EXC-MAX
               MOVE WS-GAP-SIZE TO WS-RPT-NUM
               MOVE SPACES TO VERIFY-RPT-LINE
               STRING '   MORE EXCEPTIONS NOT LISTED:' DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                   INTO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           MOVE WS-GEN-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'GENERATIONS WALKED  . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-ANCHOR-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'ANCHOR LINES  . . . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-AUDIT-LINE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'AUDIT LINES READ  . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-PRE-CHAIN-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'LINES WRITTEN BEFORE THE CHAIN  . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-CHAINED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'CHAINED LINES . . . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-LINK-OK-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'LINKS PROVEN  . . . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-BROKEN-LINK-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'BROKEN LINKS  . . . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-GAP-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'SEQUENCE GAPS . . . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-MISSING-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'LINES MISSING FROM THE SEQUENCE . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-ORDER-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'LINES REPEATED OR OUT OF ORDER  . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-UNCHAINED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'UNLINKED LINES AFTER CHAIN START  . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-ANCHOR-BREAK-COUNT TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'ANCHORS NOT MEETING THE TRAIL . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           MOVE WS-RUN-LAST-SEQ TO WS-RPT-NUM
           MOVE SPACES TO VERIFY-RPT-LINE
           STRING 'LAST SEQUENCE ON THE TRAIL  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE

           IF WS-HEAD-FOUND
               MOVE CHN-LAST-SEQ TO WS-RPT-NUM
               MOVE SPACES TO VERIFY-RPT-LINE
               STRING 'LAST SEQUENCE ON AUDCHAIN HEAD  . . . . .'
                       DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                   INTO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           END-IF
           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           IF WS-TAKEN-UP-SEQ > ZERO
               MOVE WS-TAKEN-UP-SEQ TO WS-RPT-NUM
               MOVE SPACES TO VERIFY-RPT-LINE
               STRING 'CHAIN TAKEN UP FROM THE OLDEST ANCHOR AT'
                       DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                   INTO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           END-IF
           IF WS-EXC-COUNT = ZERO
               MOVE 'FIRST BROKEN LINK: NONE' TO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           ELSE
               MOVE 'FIRST BROKEN LINK:' TO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
               MOVE WS-FIRST-BREAK-LINE TO VERIFY-RPT-LINE
               WRITE VERIFY-RPT-LINE
           END-IF

           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-TRAIL-OPENED
                   MOVE 'AVF STATUS: AUDIT TRAIL NOT AVAILABLE' TO
                       VERIFY-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXC-COUNT = ZERO
                   MOVE 'AVF STATUS: CHAIN INTACT' TO VERIFY-RPT-LINE
                   MOVE ZERO TO RETURN-CODE
               WHEN OTHER
                   MOVE 'AVF STATUS: CHAIN BROKEN - TRAIL NOT PROVEN'
                       TO VERIFY-RPT-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE VERIFY-RPT-LINE
           CLOSE VERIFY-RPT-FILE.
