      *  OVERNIGHT COMPARE RUNS.  MAY BE RUN AS OFTEN AS REQUIRED      *
      *  DURING THE DAY.  EVERY APPLIED TRANSACTION IS LOGGED TO THE   *
      *  SAME AUDITLOG TRAIL CUSTCMP WRITES IN 5000-WRITE-AUDIT-LOG,   *
      *  SO THERE IS ONE CHANGE HISTORY, NOT TWO.  NAMEIDX, THE        *
      *  NAME-ORDERED PATH OVER CURRMSTR, IS KEPT IN STEP WITH EVERY   *
      *  APPLIED ADD, CHANGE AND DELETE.  EACH AUDIT LINE IS CHAINED  *
      *  OFF THE AUDCHAIN HEAD EXACTLY AS CUSTCMP CHAINS ITS OWN.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CURM-CUST-ID
               FILE STATUS IS WS-CURM-STATUS.

           SELECT NAME-INDEX-FILE ASSIGN TO "NAMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIX-KEY
               FILE STATUS IS WS-NIX-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-ACHN-STATUS.

           SELECT APPLY-RPT-FILE ASSIGN TO "TRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CURM-CUST-ID                 PIC X(10).
           05  CURM-DATA                    PIC X(100).

      * MATCHES NAME-INDEX-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "NAMEIDX" DD/PATH 7550-MAINTAIN-NAME-INDEX KEEPS.
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-CUST-NAME            PIC X(30).
               10  NIX-CUST-ID              PIC X(10).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(280).

      * MATCHES AUDIT-CHAIN-RECORD IN CUSTCMP (BUG.COB) - THE CHAIN
      * HEAD BEHIND THE "AUDCHAIN" DD/PATH.
       FD  AUDIT-CHAIN-FILE.
       01  AUDIT-CHAIN-RECORD.
           05  CHN-KEY                      PIC X(08).
           05  CHN-LAST-SEQ                 PIC 9(09).
           05  CHN-LAST-CHECK               PIC 9(12).
           05  CHN-LAST-TS                  PIC X(26).
           05  CHN-LAST-PGM                 PIC X(08).

       FD  APPLY-RPT-FILE.
       01  APPLY-RPT-LINE                  PIC X(132).

           88  WS-CURM-STATUS-OK                   VALUE '00'.
           88  WS-CURM-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-NIX-STATUS                   PIC XX VALUE SPACES.
           88  WS-NIX-STATUS-OK                    VALUE '00'.
           88  WS-NIX-STATUS-NOT-FOUND             VALUE '35'.

      * THE NAMEIDX ENTRY A MASTER WRITE RETIRES AND THE ONE IT FILES.
       01  WS-NIX-OLD-KEY.
           05  WS-NIX-OLD-NAME             PIC X(30) VALUE SPACES.
           05  WS-NIX-OLD-ID               PIC X(10) VALUE SPACES.
       01  WS-NIX-NEW-KEY.
           05  WS-NIX-NEW-NAME             PIC X(30) VALUE SPACES.
           05  WS-NIX-NEW-ID               PIC X(10) VALUE SPACES.

       01  WS-AUDT-STATUS                  PIC XX VALUE SPACES.
           88  WS-AUDT-STATUS-OK                   VALUE '00'.
           88  WS-AUDT-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-ACHN-STATUS                  PIC XX VALUE SPACES.
           88  WS-ACHN-STATUS-OK                   VALUE '00'.
           88  WS-ACHN-STATUS-NOT-FOUND            VALUE '35'.
           88  WS-ACHN-STATUS-NO-RECORD            VALUE '23'.

       01  WS-CYCL-STATUS                  PIC XX VALUE SPACES.
           88  WS-CYCL-STATUS-OK                   VALUE '00'.

           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

      * SAME CHAIN HEAD AND WORK FIELDS AS CUSTCMP (BUG.COB).
       01  WS-CHAIN-HEAD.
           05  WS-CHAIN-KEY                PIC X(08) VALUE 'HEAD'.
           05  WS-CHAIN-LAST-SEQ           PIC 9(09) VALUE ZERO.
           05  WS-CHAIN-LAST-CHECK         PIC 9(12) VALUE ZERO.
           05  WS-CHAIN-LAST-TS            PIC X(26) VALUE SPACES.
           05  WS-CHAIN-LAST-PGM           PIC X(08) VALUE SPACES.

       01  WS-CHAIN-NEW-SW                 PIC X VALUE 'N'.
           88  WS-CHAIN-HEAD-NEW                   VALUE 'Y'.

       01  WS-CHAIN-MODULUS                PIC 9(12)
                                           VALUE 999999999989.
       01  WS-CHAIN-ACCUM                  PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-WORK                   PIC 9(15) VALUE ZERO.
       01  WS-CHAIN-QUOT                   PIC 9(05) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(03) VALUE ZERO.

       01  WS-RPT-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           PERFORM 1050-CHECK-CYCLE-INTERLOCK
           OPEN INPUT TRAN-FILE
           PERFORM 1060-OPEN-CURRENT-MASTER-FILE
           PERFORM 1065-OPEN-NAME-INDEX-FILE
           PERFORM 1055-OPEN-AUDIT-LOG-FILE
           PERFORM 1057-OPEN-AUDIT-CHAIN-FILE
           PERFORM 2100-READ-TRANSACTION.

      * A MISSING CYCLCTL MEANS THE INTERLOCK HAS NEVER BEEN CREATED
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      * SAME OPEN AS CUSTCMP'S 1089.  THE HEAD ITSELF IS NOT HELD
      * FROM HERE - CUSTUPD, CUSTHLD AND CUSTSUS MOVE IT ALL DAY
      * WHILE THIS RUNS, SO 5040 READS IT AFRESH FOR EVERY LINE.
       1057-OPEN-AUDIT-CHAIN-FILE.
           OPEN I-O AUDIT-CHAIN-FILE
           IF WS-ACHN-STATUS-NOT-FOUND
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF
           IF NOT WS-ACHN-STATUS-OK
               MOVE SPACES TO APPLY-RPT-LINE
               STRING 'AUDCHAIN OPEN FAILED - STATUS ' DELIMITED BY SIZE
                      WS-ACHN-STATUS DELIMITED BY SIZE
                      ' - APPLY REFUSED' DELIMITED BY SIZE
                   INTO APPLY-RPT-LINE
               PERFORM 5900-STOP-APPLY
           END-IF.

       1060-OPEN-CURRENT-MASTER-FILE.
           OPEN I-O CURRENT-MASTER-FILE
           IF WS-CURM-STATUS-NOT-FOUND
               OPEN I-O CURRENT-MASTER-FILE
           END-IF.

       1065-OPEN-NAME-INDEX-FILE.
           OPEN I-O NAME-INDEX-FILE
           IF WS-NIX-STATUS-NOT-FOUND
               OPEN OUTPUT NAME-INDEX-FILE
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.

       2000-APPLY-TRANSACTION.
           PERFORM 2120-VALIDATE-TRANSACTION
           IF WS-RECORD-INVALID
               PERFORM 2130-REJECT-TRANSACTION
           ELSE
               PERFORM 5040-READ-CHAIN-HEAD
               EVALUATE TRUE
                   WHEN WS-TRAN-ADD
                       PERFORM 3100-APPLY-ADD
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-AREA-1 TO WS-AUDIT-AFTER
                   PERFORM 5000-WRITE-AUDIT-LOG
                   MOVE CUST-NAME OF WS-AREA-1 TO WS-NIX-NEW-NAME
                   MOVE CURM-CUST-ID TO WS-NIX-NEW-ID
                   PERFORM 3400-MAINTAIN-NAME-INDEX
           END-WRITE.

       3200-APPLY-CHANGE.
                   SET WS-REC-CHANGED TO TRUE
                   MOVE WS-AREA-1 TO WS-AUDIT-AFTER
                   PERFORM 5000-WRITE-AUDIT-LOG
                   MOVE WS-AUDIT-BEFORE(11:30) TO WS-NIX-OLD-NAME
                   MOVE CURM-CUST-ID TO WS-NIX-OLD-ID
                   MOVE CUST-NAME OF WS-AREA-1 TO WS-NIX-NEW-NAME
                   MOVE CURM-CUST-ID TO WS-NIX-NEW-ID
                   PERFORM 3400-MAINTAIN-NAME-INDEX
           END-READ.

       3300-APPLY-DELETE.
                   SET WS-REC-DELETED TO TRUE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM 5000-WRITE-AUDIT-LOG
                   MOVE WS-AUDIT-BEFORE(11:30) TO WS-NIX-OLD-NAME
                   MOVE CURM-CUST-ID TO WS-NIX-OLD-ID
                   PERFORM 3400-MAINTAIN-NAME-INDEX
           END-READ.

      * SAME RULE AS CUSTCMP'S 7550-MAINTAIN-NAME-INDEX - THE RETIRED
      * ENTRY GOES ONLY WHEN THE NAME MOVED, THE NEW ONE IS ALWAYS
      * FILED.  BYTES 11-40 OF A MASTER IMAGE ARE ITS CUST-NAME.
       3400-MAINTAIN-NAME-INDEX.
           IF WS-NIX-OLD-KEY NOT = SPACES
               AND WS-NIX-OLD-KEY NOT = WS-NIX-NEW-KEY
               MOVE WS-NIX-OLD-KEY TO NIX-KEY
               DELETE NAME-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-NIX-NEW-KEY NOT = SPACES
               MOVE WS-NIX-NEW-KEY TO NIX-KEY
               WRITE NAME-INDEX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           MOVE SPACES TO WS-NIX-OLD-KEY
           MOVE SPACES TO WS-NIX-NEW-KEY.

      * SAME LINE LAYOUT CUSTCMP'S 5000-WRITE-AUDIT-LOG PRODUCES -
      * AUD-SOURCE-PGM IS WHAT TELLS THE AUDITORS THIS CHANGE CAME
      * THROUGH THE INTRA-DAY APPLY AND NOT THE OVERNIGHT COMPARE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE 'CUSTAPL' TO AUD-SOURCE-PGM
           MOVE SPACES TO AUD-USER-ID
           COMPUTE AUD-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           PERFORM 5050-COMPUTE-CHAIN-CHECK
           MOVE WS-AUDIT-RECORD TO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           IF NOT WS-AUDT-STATUS-OK
               MOVE SPACES TO APPLY-RPT-LINE
               STRING 'AUDITLOG WRITE FAILED - STATUS ' DELIMITED BY
                          SIZE
                      WS-AUDT-STATUS DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      AUD-KEY DELIMITED BY SIZE
                      ' APPLIED UNLOGGED - APPLY STOPPED' DELIMITED BY
                          SIZE
                   INTO APPLY-RPT-LINE
               PERFORM 5900-STOP-APPLY
           END-IF
           PERFORM 5060-ADVANCE-CHAIN-HEAD.

      * READ THE HEAD AFRESH BEFORE EACH MASTER CHANGE.  THE FILE IS
      * OPEN I-O, SO THE READ HOLDS THE HEAD RECORD UNTIL 5060 MOVES
      * IT - THE SAME DISCIPLINE AS THE READ UPDATE IN CUSTUPD'S 4100,
      * AND A CICS TASK CANNOT HANG A LINE OFF THE SAME LINK.  ONLY A
      * MISSING HEAD (23) MEANS NOTHING HAS EVER BEEN CHAINED; ANY
      * OTHER FAILURE STOPS THE APPLY BEFORE THE MASTER IS TOUCHED.
       5040-READ-CHAIN-HEAD.
           MOVE 'N' TO WS-CHAIN-NEW-SW
           MOVE 'HEAD' TO CHN-KEY
           READ AUDIT-CHAIN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ACHN-STATUS-OK
                   MOVE AUDIT-CHAIN-RECORD TO WS-CHAIN-HEAD
               WHEN WS-ACHN-STATUS-NO-RECORD
                   SET WS-CHAIN-HEAD-NEW TO TRUE
                   MOVE 'HEAD' TO WS-CHAIN-KEY
                   MOVE ZERO TO WS-CHAIN-LAST-SEQ
                   MOVE ZERO TO WS-CHAIN-LAST-CHECK
                   MOVE SPACES TO WS-CHAIN-LAST-TS
                   MOVE SPACES TO WS-CHAIN-LAST-PGM
               WHEN OTHER
                   MOVE SPACES TO APPLY-RPT-LINE
                   STRING 'AUDCHAIN READ FAILED - STATUS ' DELIMITED BY
                              SIZE
                          WS-ACHN-STATUS DELIMITED BY SIZE
                          ' - APPLY STOPPED' DELIMITED BY SIZE
                       INTO APPLY-RPT-LINE
                   PERFORM 5900-STOP-APPLY
           END-EVALUATE.

      * SAME CHECK VALUE AS CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK.
       5050-COMPUTE-CHAIN-CHECK.
           MOVE WS-CHAIN-LAST-CHECK TO WS-CHAIN-ACCUM
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 268
               COMPUTE WS-CHAIN-WORK = WS-CHAIN-ACCUM * 256
                   + FUNCTION ORD(WS-AUDIT-RECORD(WS-CHAIN-IX:1))
               DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOT
                   REMAINDER WS-CHAIN-ACCUM
           END-PERFORM
           MOVE WS-CHAIN-ACCUM TO AUD-CHAIN-CHECK.

      * SAME AS CUSTCMP'S 5060 - THE HEAD MOVES AFTER THE WRITE.  A
      * HEAD LEFT BEHIND THE LINE JUST LOGGED WOULD FORK THE CHAIN AT
      * THE NEXT APPEND, SO A FAILED MOVE STOPS THE APPLY.
       5060-ADVANCE-CHAIN-HEAD.
           MOVE AUD-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           MOVE AUD-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
           MOVE AUD-TIMESTAMP TO WS-CHAIN-LAST-TS
           MOVE AUD-SOURCE-PGM TO WS-CHAIN-LAST-PGM
           MOVE 'HEAD' TO WS-CHAIN-KEY
           IF WS-CHAIN-HEAD-NEW
               WRITE AUDIT-CHAIN-RECORD FROM WS-CHAIN-HEAD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE AUDIT-CHAIN-RECORD FROM WS-CHAIN-HEAD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-ACHN-STATUS-OK
               MOVE SPACES TO APPLY-RPT-LINE
               STRING 'AUDCHAIN HEAD NOT MOVED - STATUS ' DELIMITED BY
                          SIZE
                      WS-ACHN-STATUS DELIMITED BY SIZE
                      ' - LAST SEQ ' DELIMITED BY SIZE
                      AUD-CHAIN-SEQ DELIMITED BY SIZE
                      ' - APPLY STOPPED' DELIMITED BY SIZE
                   INTO APPLY-RPT-LINE
               PERFORM 5900-STOP-APPLY
           END-IF
           MOVE 'N' TO WS-CHAIN-NEW-SW.

      * THE CALLER HAS BUILT THE REASON IN APPLY-RPT-LINE.  WHAT WAS
      * APPLIED BEFORE THE STOP STANDS AND IS COUNTED IN THE TOTALS.
       5900-STOP-APPLY.
           WRITE APPLY-RPT-LINE
           PERFORM 9000-TERMINATE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           MOVE SPACES TO APPLY-RPT-LINE

           CLOSE TRAN-FILE
                 CURRENT-MASTER-FILE
                 NAME-INDEX-FILE
                 AUDIT-LOG-FILE
                 AUDIT-CHAIN-FILE
                 APPLY-RPT-FILE.
