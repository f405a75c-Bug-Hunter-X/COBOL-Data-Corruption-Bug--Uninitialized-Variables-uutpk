      *  SIGNED-ON USER.  PF8 PAGES FORWARD, PF7 BACKWARD.  OPERATOR   *
      *  AUTHORITY IS ENFORCED BY TRANSACTION-ATTACH SECURITY ON CSUS  *
      *  - ONLY THE MAINTENANCE GROUP IS PERMITTED TO THE TRANSID.     *
      *  EVERY AUDIT LINE IS CHAINED OFF THE AUDCHAIN HEAD THE SAME    *
      *  WAY CUSTCMP CHAINS ITS OWN.                                   *
      *                                                                *
      *  INPUT LINE:  SOURCE(5: CURR /PRIOR) CUST-ID(10)               *
      *               ACTION(1: BLANK=POSITION C=CORRECT)              *
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

      * MATCHES AUDIT-CHAIN-RECORD IN CUSTCMP (BUG.COB) - THE CHAIN
      * HEAD BEHIND THE "AUDCHAIN" DD/PATH, PLUS THE SAME WORK FIELDS
      * CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK FOLDS A LINE WITH.
       01  WS-CHAIN-HEAD.
           05  WS-CHAIN-KEY                PIC X(08).
           05  WS-CHAIN-LAST-SEQ           PIC 9(09).
           05  WS-CHAIN-LAST-CHECK         PIC 9(12).
           05  WS-CHAIN-LAST-TS            PIC X(26).
           05  WS-CHAIN-LAST-PGM           PIC X(08).

       01  WS-CHAIN-RID                    PIC X(08) VALUE 'HEAD'.
       01  WS-CHN-RESP                     PIC S9(8) COMP.

       01  WS-CHAIN-NEW-SW                 PIC X VALUE 'N'.
           88  WS-CHAIN-HEAD-NEW                   VALUE 'Y'.
       01  WS-CHAIN-FAIL-SW                PIC X VALUE 'N'.
           88  WS-CHAIN-UNAVAILABLE                VALUE 'Y'.

       01  WS-CHAIN-MODULUS                PIC 9(12)
                                           VALUE 999999999989.
       01  WS-CHAIN-ACCUM                  PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-WORK                   PIC 9(15) VALUE ZERO.
       01  WS-CHAIN-QUOT                   PIC 9(05) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(03) VALUE ZERO.

       01  WS-SUSP-INPUT.
           05  INP-SOURCE                  PIC X(05).
      * ENFORCES IN 3000-REPAIR-SUSPENSE, BECAUSE CUSTCMP SORTS
      * RECYCLE INTO THE CURRENT SIDE ONLY AND A PRIOR-CYCLE IMAGE
      * INJECTED THERE WOULD RIDE IN AS TONIGHT'S CURRENT DATA.
      * THE CHAIN HEAD IS TAKEN BEFORE RECYCLE OR SUSPFILE IS TOUCHED
      * SO AN UNREADABLE CHAIN REFUSES THE RELEASE OUTRIGHT.  AN
      * AUDIT LINE THAT WILL NOT WRITE (4400), OR A HEAD THAT CANNOT
      * BE MOVED AFTER IT (4430), BACKS THE WHOLE RELEASE OUT, AS
      * CUSTHLD 3550 DOES, AND THE ENTRY STAYS ON SCREEN.
       4300-RELEASE-ENTRY.
           PERFORM 4410-READ-CHAIN-HEAD
           IF WS-CHAIN-UNAVAILABLE
               EXEC CICS UNLOCK
                   FILE('SUSPFILE')
               END-EXEC
               MOVE 'AUDIT CHAIN UNAVAILABLE - NOT RELEASED' TO
                   WS-REPLY-TEXT
           ELSE
               PERFORM 4310-RELEASE-TO-TARGET
               IF WS-CHAIN-UNAVAILABLE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'AUDIT LINE NOT WRITTEN - RELEASE BACKED OUT'
                       TO WS-REPLY-TEXT
               ELSE
                   MOVE SPACES TO CA-SUSP-KEY
               END-IF
           END-IF
           PERFORM 5300-SEND-REPLY.

       4310-RELEASE-TO-TARGET.
           IF CA-SUSP-SOURCE = 'CURR '
               EXEC CICS WRITE
                   FILE('RECYCLE')
                   MOVE 'REPAIRED - RELEASED TO RECYCLE' TO
                       WS-REPLY-TEXT
               ELSE
                   EXEC CICS UNLOCK
                       FILE('AUDCHAIN')
                   END-EXEC
                   MOVE 'RECYCLE WRITE FAILED - NOT RELEASED' TO
                       WS-REPLY-TEXT
               END-IF
               PERFORM 4400-WRITE-AUDIT-LOG
               MOVE 'PRIOR SUSPENSE RESOLVED - NOT RECYCLED' TO
                   WS-REPLY-TEXT
           END-IF.

      * SAME LINE LAYOUT CUSTCMP, CUSTAPL AND CUSTUPD APPEND, STAMPED
      * WITH THIS PROGRAM AND THE SIGNED-ON USER.  AUD-ACTION WAS SET
      * BY THE CALLER (RECYCLE OR RESOLVD), WHICH ALSO HOLDS THE CHAIN
      * HEAD FROM 4410.
       4400-WRITE-AUDIT-LOG.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           EXEC CICS ASSIGN
               USERID(AUD-USER-ID)
           END-EXEC
           COMPUTE AUD-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           PERFORM 4420-COMPUTE-CHAIN-CHECK
           EXEC CICS WRITE
               FILE('AUDITLOG')
               FROM(WS-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               PERFORM 4430-ADVANCE-CHAIN-HEAD
           ELSE
               EXEC CICS UNLOCK
                   FILE('AUDCHAIN')
               END-EXEC
               SET WS-CHAIN-UNAVAILABLE TO TRUE
           END-IF.

      * READ FOR UPDATE SO THE HEAD STAYS LOCKED FROM HERE UNTIL 4430
      * MOVES IT - TWO TASKS WRITING AT ONCE CANNOT BOTH HANG A LINE
      * OFF THE SAME LINK.  ONLY NOTFND MEANS NOTHING HAS EVER BEEN
      * CHAINED: START AT SEQUENCE ZERO, CHECK ZERO, AS CUSTCMP DOES.
      * ANY OTHER FAILURE (NOTOPEN, DISABLED, IOERR, LOCKED...) LEAVES
      * THE CHAIN UNREADABLE, AND A FRESH HEAD WOULD BREAK IT - THE
      * CALLER READS THE HEAD BEFORE CHANGING ANYTHING AND REFUSES
      * THE CHANGE WHEN IT IS UNAVAILABLE.
       4410-READ-CHAIN-HEAD.
           MOVE 'N' TO WS-CHAIN-NEW-SW
           MOVE 'N' TO WS-CHAIN-FAIL-SW
           EXEC CICS READ
               FILE('AUDCHAIN')
               INTO(WS-CHAIN-HEAD)
               RIDFLD(WS-CHAIN-RID)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-CHN-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CHN-RESP = ZERO
                   CONTINUE
               WHEN WS-CHN-RESP = DFHRESP(NOTFND)
                   SET WS-CHAIN-HEAD-NEW TO TRUE
                   MOVE 'HEAD' TO WS-CHAIN-KEY
                   MOVE ZERO TO WS-CHAIN-LAST-SEQ
                   MOVE ZERO TO WS-CHAIN-LAST-CHECK
                   MOVE SPACES TO WS-CHAIN-LAST-TS
                   MOVE SPACES TO WS-CHAIN-LAST-PGM
               WHEN OTHER
                   SET WS-CHAIN-UNAVAILABLE TO TRUE
           END-EVALUATE.

      * SAME CHECK VALUE AS CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK.
       4420-COMPUTE-CHAIN-CHECK.
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

       4430-ADVANCE-CHAIN-HEAD.
           MOVE AUD-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           MOVE AUD-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
           MOVE AUD-TIMESTAMP TO WS-CHAIN-LAST-TS
           MOVE AUD-SOURCE-PGM TO WS-CHAIN-LAST-PGM
           IF WS-CHAIN-HEAD-NEW
               EXEC CICS WRITE
                   FILE('AUDCHAIN')
                   FROM(WS-CHAIN-HEAD)
                   RIDFLD(WS-CHAIN-RID)
                   KEYLENGTH(8)
                   RESP(WS-CHN-RESP)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                   FILE('AUDCHAIN')
                   FROM(WS-CHAIN-HEAD)
                   RESP(WS-CHN-RESP)
               END-EXEC
           END-IF
           IF WS-CHN-RESP NOT = ZERO
               SET WS-CHAIN-UNAVAILABLE TO TRUE
           END-IF.

       5000-SEND-ENTRY.
           MOVE SUSP-RAW-IMAGE TO WS-REPAIR-CUSTREC
