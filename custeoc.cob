      *  RECONRPT.  ONE PAGE ON HLTHRPT, ONE VERDICT, AND A SINGLE     *
      *  RETURN CODE THE SCHEDULER GATES THE ONLINE DAY ON:            *
      *  0 = GO, 8 = NO-GO.                                            *
      *  WHEN THE OPERATOR ACTIVITY REPORT (CUSTOPR) HAS BEEN RUN      *
      *  AHEAD OF THIS STEP, ITS OPR STATUS LINE ON OPRRPT IS JUDGED   *
      *  THE SAME WAY - EXCEPTIONS ARE A NO-GO.  IT IS A PERIODIC      *
      *  REPORT, SO A CYCLE WITHOUT AN OPRRPT IS NOTED, NOT FAILED.    *
      *  THE AUDIT TRAIL CHAIN VERIFICATION (CUSTAVF) IS JUDGED LIKE   *
      *  THE RECONCILIATION - ITS AVF STATUS LINE ON AVFRPT MUST SAY   *
      *  CHAIN INTACT, AND A CYCLE WITH NO AVFRPT IS A NO-GO.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

           SELECT OPTIONAL OPER-RPT-FILE ASSIGN TO "OPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

           SELECT OPTIONAL AUDIT-VFY-RPT-FILE ASSIGN TO "AVFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVF-STATUS.

           SELECT OPTIONAL CMP-PARM-FILE ASSIGN TO "CMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPRM-STATUS.
           05  FCTL-FEED-IMAGE              PIC X(150).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE                 PIC X(400).

       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE                  PIC X(132).

       FD  OPER-RPT-FILE.
       01  OPER-RPT-LINE                   PIC X(132).

       FD  AUDIT-VFY-RPT-FILE.
       01  AUDIT-VFY-RPT-LINE              PIC X(132).

       FD  CMP-PARM-FILE.
       01  CMP-PARM-RECORD                 PIC X(80).

               88  CKPT-RUN-COMPLETE               VALUE 'C'.
               88  CKPT-RUN-INCOMPLETE             VALUE 'I'.
           05  CKPT-TIMESTAMP              PIC X(26).
           05  CKPT-REKEY-IN-COUNT         PIC 9(9).
           05  CKPT-REKEY-OUT-COUNT        PIC 9(9).
           05  CKPT-MERGE-COUNT            PIC 9(9).
           05  CKPT-HELD-COUNT             PIC 9(9).
           05  CKPT-HOLD-KEPT-COUNT        PIC 9(9).

      * TONIGHT'S RUN AND THE ONE BEFORE IT, KEPT WHILE THE RUNSTATS
      * PASS ROLLS FORWARD - THE PAIR BEHIND THE DELTA COLUMN.
       01  WS-RCN-STATUS                   PIC XX VALUE SPACES.
           88  WS-RCN-STATUS-OK                    VALUE '00'.

       01  WS-OPR-STATUS                   PIC XX VALUE SPACES.
           88  WS-OPR-STATUS-OK                    VALUE '00'.

       01  WS-AVF-STATUS                   PIC XX VALUE SPACES.
           88  WS-AVF-STATUS-OK                    VALUE '00'.

       01  WS-CPRM-STATUS                  PIC XX VALUE SPACES.
           88  WS-CPRM-STATUS-OK                   VALUE '00'.

           88  WS-CKPT-EOF                         VALUE 'Y'.
       01  WS-RCN-EOF-SW                   PIC X VALUE 'N'.
           88  WS-RCN-EOF                          VALUE 'Y'.
       01  WS-OPR-EOF-SW                   PIC X VALUE 'N'.
           88  WS-OPR-EOF                          VALUE 'Y'.
       01  WS-AVF-EOF-SW                   PIC X VALUE 'N'.
           88  WS-AVF-EOF                          VALUE 'Y'.

       01  WS-RUNS-READ                    PIC 9(9) VALUE ZERO.

           88  WS-RECON-DRIFT                      VALUE 'D'.
           88  WS-RECON-UNKNOWN                    VALUE 'X'.

       01  WS-OPER-OUTCOME                 PIC X(01) VALUE 'X'.
           88  WS-OPER-CLEAN                       VALUE 'G'.
           88  WS-OPER-EXCEPTIONS                  VALUE 'E'.
           88  WS-OPER-NOT-RUN                     VALUE 'X'.

       01  WS-CHAIN-OUTCOME                PIC X(01) VALUE 'X'.
           88  WS-CHAIN-INTACT                     VALUE 'G'.
           88  WS-CHAIN-BROKEN                     VALUE 'B'.
           88  WS-CHAIN-UNKNOWN                    VALUE 'X'.

       01  WS-COUNTERS.
           05  WS-SUSP-TOTAL-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-SUSP-OVERAGE-COUNT       PIC 9(9) VALUE ZERO.
           PERFORM 4000-GATHER-SUSPENSE
           PERFORM 5000-GATHER-FEED-CONTROL
           PERFORM 6000-GATHER-RECON-OUTCOME
           PERFORM 6500-GATHER-OPERATOR-OUTCOME
           PERFORM 6700-GATHER-CHAIN-OUTCOME
           PERFORM 7000-REPORT-COUNTS
           PERFORM 8000-JUDGE-CYCLE
           PERFORM 9000-TERMINATE
                   END-IF
           END-READ.

      * LIKE RECONRPT, CUSTOPR'S OWN VERDICT LINE IS TAKEN AS IS.
       6500-GATHER-OPERATOR-OUTCOME.
           OPEN INPUT OPER-RPT-FILE
           IF NOT WS-OPR-STATUS-OK
               SET WS-OPR-EOF TO TRUE
           END-IF
           PERFORM 6600-SCAN-ONE-OPERATOR-LINE
               UNTIL WS-OPR-EOF
           IF WS-OPR-STATUS-OK OR WS-OPR-STATUS = '10'
               CLOSE OPER-RPT-FILE
           END-IF.

       6600-SCAN-ONE-OPERATOR-LINE.
           READ OPER-RPT-FILE
               AT END
                   SET WS-OPR-EOF TO TRUE
               NOT AT END
                   IF OPER-RPT-LINE(1:11) = 'OPR STATUS:'
                       IF OPER-RPT-LINE(13:14) = 'NO EXCEPTIONS '
                           SET WS-OPER-CLEAN TO TRUE
                       ELSE
                           SET WS-OPER-EXCEPTIONS TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * CUSTAVF OWNS THE CHAIN PROOF - ONLY ITS VERDICT LINE IS READ.
      * ANYTHING BUT CHAIN INTACT (INCLUDING TRAIL NOT AVAILABLE) FAILS.
       6700-GATHER-CHAIN-OUTCOME.
           OPEN INPUT AUDIT-VFY-RPT-FILE
           IF NOT WS-AVF-STATUS-OK
               SET WS-AVF-EOF TO TRUE
           END-IF
           PERFORM 6800-SCAN-ONE-CHAIN-LINE
               UNTIL WS-AVF-EOF
           IF WS-AVF-STATUS-OK OR WS-AVF-STATUS = '10'
               CLOSE AUDIT-VFY-RPT-FILE
           END-IF.

       6800-SCAN-ONE-CHAIN-LINE.
           READ AUDIT-VFY-RPT-FILE
               AT END
                   SET WS-AVF-EOF TO TRUE
               NOT AT END
                   IF AUDIT-VFY-RPT-LINE(1:11) = 'AVF STATUS:'
                       IF AUDIT-VFY-RPT-LINE(13:13) = 'CHAIN INTACT '
                           SET WS-CHAIN-INTACT TO TRUE
                       ELSE
                           SET WS-CHAIN-BROKEN TO TRUE
                       END-IF
                   END-IF
           END-READ.

       7000-REPORT-COUNTS.
           MOVE SPACES TO HEALTH-RPT-LINE
           STRING ' CYCLE OF ' DELIMITED BY SIZE
           END-IF
           PERFORM 8900-WRITE-CHECK-LINE

      * A RE-KEYED OR MERGED KEY LEAVES THE ADD/DELETE COUNTS AND
      * IS TALLIED ON ITS OWN, ONE SIDE PER END OF THE LINK.  A
      * CHANGE THE RISK SCREEN HELD COUNTS ON BOTH SIDES, LIKE A
      * CHANGE.  LINES CUT BEFORE THOSE TALLIES EXISTED CARRY SPACES
      * THERE.
           IF WS-CKPT-SEEN
               IF CKPT-REKEY-IN-COUNT NOT NUMERIC
                   MOVE ZERO TO CKPT-REKEY-IN-COUNT
               END-IF
               IF CKPT-REKEY-OUT-COUNT NOT NUMERIC
                   MOVE ZERO TO CKPT-REKEY-OUT-COUNT
               END-IF
               IF CKPT-MERGE-COUNT NOT NUMERIC
                   MOVE ZERO TO CKPT-MERGE-COUNT
               END-IF
               IF CKPT-HELD-COUNT NOT NUMERIC
                   MOVE ZERO TO CKPT-HELD-COUNT
               END-IF
               COMPUTE WS-BAL-CURR-OUT =
                   CKPT-ADD-COUNT + CKPT-REKEY-IN-COUNT
                       + CKPT-CHG-COUNT + CKPT-HELD-COUNT
                       + CKPT-MATCH-COUNT
               COMPUTE WS-BAL-PRIOR-OUT =
                   CKPT-DEL-COUNT + CKPT-REKEY-OUT-COUNT
                       + CKPT-MERGE-COUNT
                       + CKPT-CHG-COUNT + CKPT-HELD-COUNT
                       + CKPT-MATCH-COUNT
           END-IF
           IF WS-CKPT-SEEN
               AND CKPT-CURR-COUNT = WS-BAL-CURR-OUT
                       WS-CHK-TEXT
                   ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           PERFORM 8900-WRITE-CHECK-LINE

           EVALUATE TRUE
               WHEN WS-OPER-CLEAN
                   MOVE 'PASS' TO WS-CHK-VERDICT
                   MOVE 'NO OPERATOR EXCEPTIONS PER OPRRPT' TO
                       WS-CHK-TEXT
               WHEN WS-OPER-EXCEPTIONS
                   MOVE 'FAIL' TO WS-CHK-VERDICT
                   MOVE 'OPERATOR EXCEPTIONS PER OPRRPT - REVIEW' TO
                       WS-CHK-TEXT
                   ADD 1 TO WS-FAIL-COUNT
               WHEN OTHER
                   MOVE 'NOTE' TO WS-CHK-VERDICT
                   MOVE 'NO OPRRPT THIS CYCLE - OPERATOR CHECK NOT RUN'
                       TO WS-CHK-TEXT
           END-EVALUATE
           PERFORM 8900-WRITE-CHECK-LINE

           EVALUATE TRUE
               WHEN WS-CHAIN-INTACT
                   MOVE 'PASS' TO WS-CHK-VERDICT
                   MOVE 'AUDIT TRAIL CHAIN INTACT PER AVFRPT' TO
                       WS-CHK-TEXT
               WHEN WS-CHAIN-BROKEN
                   MOVE 'FAIL' TO WS-CHK-VERDICT
                   MOVE 'AUDIT TRAIL CHAIN NOT PROVEN PER AVFRPT' TO
                       WS-CHK-TEXT
                   ADD 1 TO WS-FAIL-COUNT
               WHEN OTHER
                   MOVE 'FAIL' TO WS-CHK-VERDICT
                   MOVE 'CHAIN OUTCOME NOT AVAILABLE - RUN CUSTAVF' TO
                       WS-CHK-TEXT
                   ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE
           PERFORM 8900-WRITE-CHECK-LINE.

       8900-WRITE-CHECK-LINE.
