      *  OPERATOR SO THE TRAIL SHOWS WHICH DOOR EVERY CHANGE CAME      *
      *  THROUGH.  CUST-BALANCE CHANGES ARE REFUSED BY                 *
      *  DESIGN - BALANCES MOVE ONLY THROUGH THE BATCH FEED.           *
      *  A NAME CORRECTION ALSO MOVES THE KEY'S ENTRY ON NAMEIDX, THE  *
      *  NAME-ORDERED PATH THE NAME SEARCH (CSRC) BROWSES.             *
      *  OPERATOR AUTHORITY IS ENFORCED BY TRANSACTION-ATTACH          *
      *  SECURITY ON CUPD - ONLY THE MAINTENANCE GROUP IS PERMITTED    *
      *  TO THE TRANSID.                                               *
      *  EVERY AUDIT LINE IS CHAINED OFF THE AUDCHAIN HEAD THE SAME    *
      *  WAY CUSTCMP CHAINS ITS OWN.                                   *
      *                                                                *
      *  INPUT LINE:  CUST-ID(10) FIELD(1: N=NAME A=ADDR S=STATUS)     *
      *               NEW-VALUE(30)                                    *
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
       01  WS-NIX-FAIL-SW                  PIC X VALUE 'N'.
           88  WS-NAME-INDEX-FAILED                VALUE 'Y'.

       01  WS-CHAIN-MODULUS                PIC 9(12)
                                           VALUE 999999999989.
       01  WS-CHAIN-ACCUM                  PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-WORK                   PIC 9(15) VALUE ZERO.
       01  WS-CHAIN-QUOT                   PIC 9(05) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(03) VALUE ZERO.

      * MATCHES NAME-INDEX-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "NAMEIDX" DD/PATH 7550-MAINTAIN-NAME-INDEX KEEPS.
       01  WS-NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-CUST-NAME           PIC X(30).
               10  NIX-CUST-ID             PIC X(10).

       01  WS-UPDATE-INPUT.
           05  UPD-CUST-ID                 PIC X(10).
           IF WS-RESP NOT = ZERO
               MOVE 'NOT ON CURRENT MASTER' TO WS-REPLY-TEXT
           ELSE
               PERFORM 4100-READ-CHAIN-HEAD
               IF WS-CHAIN-UNAVAILABLE
                   EXEC CICS UNLOCK
                       FILE('CURRMSTR')
                   END-EXEC
                   MOVE 'AUDIT CHAIN UNAVAILABLE - NO CHANGE APPLIED'
                       TO WS-REPLY-TEXT
               ELSE
                   PERFORM 3150-REWRITE-MASTER
               END-IF
           END-IF.

      * THE MASTER AND THE CHAIN HEAD ARE BOTH HELD FOR UPDATE HERE -
      * A FAILED REWRITE LETS THE HEAD GO UNMOVED.  ONCE THE MASTER IS
      * REWRITTEN, AN AUDIT LINE THAT WILL NOT WRITE (4000), A HEAD
      * THAT WILL NOT MOVE (4200) OR A NAME INDEX THAT WILL NOT
      * FOLLOW (3600) BACKS THE WHOLE CHANGE OUT, AS CUSTHLD 3550
      * DOES.
       3150-REWRITE-MASTER.
           MOVE CURM-DATA TO AUD-BEFORE-IMAGE
           MOVE CURM-DATA TO WS-MASTER-CUSTREC
           EVALUATE TRUE
               WHEN UPD-FIELD-NAME
                   MOVE UPD-NEW-VALUE TO
                       CUST-NAME OF WS-MASTER-CUSTREC
               WHEN UPD-FIELD-ADDR
                   MOVE UPD-NEW-VALUE TO
                       CUST-ADDR OF WS-MASTER-CUSTREC
               WHEN UPD-FIELD-STATUS
                   MOVE UPD-NEW-VALUE(1:1) TO
                       CUST-STATUS OF WS-MASTER-CUSTREC
           END-EVALUATE
           PERFORM 3500-GET-TIMESTAMP
           MOVE AUD-TIMESTAMP(1:8) TO
               CUST-LAST-MAINT-DATE OF WS-MASTER-CUSTREC
           MOVE AUD-TIMESTAMP(9:6) TO
               CUST-LAST-MAINT-TIME OF WS-MASTER-CUSTREC
           MOVE WS-MASTER-CUSTREC TO CURM-DATA
           EXEC CICS REWRITE
               FILE('CURRMSTR')
               FROM(WS-CURRENT-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               PERFORM 4000-WRITE-AUDIT-LOG
               IF UPD-FIELD-NAME AND NOT WS-CHAIN-UNAVAILABLE
                   PERFORM 3600-MAINTAIN-NAME-INDEX
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHAIN-UNAVAILABLE
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'AUDIT LINE NOT WRITTEN - CHANGE BACKED OUT'
                           TO WS-REPLY-TEXT
                   WHEN WS-NAME-INDEX-FAILED
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'NAME INDEX NOT UPDATED - CHANGE BACKED OUT'
                           TO WS-REPLY-TEXT
                   WHEN OTHER
                       MOVE 'UPDATED - AUDIT IMAGE WRITTEN' TO
                           WS-REPLY-TEXT
               END-EVALUATE
           ELSE
               EXEC CICS UNLOCK
                   FILE('AUDCHAIN')
               END-EXEC
               MOVE 'REWRITE FAILED - NO CHANGE APPLIED' TO
                   WS-REPLY-TEXT
           END-IF.

      * SAME RULE AS CUSTCMP'S 7550-MAINTAIN-NAME-INDEX - THE ENTRY
      * UNDER THE OLD NAME (BYTES 11-40 OF THE BEFORE IMAGE) GOES
      * ONLY IF THE NAME MOVED, THE ONE UNDER THE NEW NAME IS ALWAYS
      * FILED.  A DUPREC ON THE WRITE MEANS IT WAS ALREADY THERE, AND
      * A NOTFND ON THE DELETE THAT THE OLD ENTRY WAS ALREADY GONE -
      * ANY OTHER RESPONSE LEAVES THE INDEX ADRIFT OF THE MASTER.
       3600-MAINTAIN-NAME-INDEX.
           MOVE 'N' TO WS-NIX-FAIL-SW
           IF AUD-BEFORE-IMAGE(11:30) NOT =
                   CUST-NAME OF WS-MASTER-CUSTREC
               MOVE AUD-BEFORE-IMAGE(11:30) TO NIX-CUST-NAME
               MOVE UPD-CUST-ID TO NIX-CUST-ID
               EXEC CICS DELETE
                   FILE('NAMEIDX')
                   RIDFLD(NIX-KEY)
                   KEYLENGTH(40)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = ZERO
                       AND WS-RESP NOT = DFHRESP(NOTFND)
                   SET WS-NAME-INDEX-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT WS-NAME-INDEX-FAILED
               MOVE CUST-NAME OF WS-MASTER-CUSTREC TO NIX-CUST-NAME
               MOVE UPD-CUST-ID TO NIX-CUST-ID
               EXEC CICS WRITE
                   FILE('NAMEIDX')
                   FROM(WS-NAME-INDEX-RECORD)
                   RIDFLD(NIX-KEY)
                   KEYLENGTH(40)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = ZERO
                       AND WS-RESP NOT = DFHRESP(DUPREC)
                   SET WS-NAME-INDEX-FAILED TO TRUE
               END-IF
           END-IF.

      * SAME LINE LAYOUT CUSTCMP'S 5000-WRITE-AUDIT-LOG AND CUSTAPL
      * PRODUCE, STAMPED WITH THIS PROGRAM AND THE SIGNED-ON USER.
      * AUD-TIMESTAMP WAS FILLED BY 3500-GET-TIMESTAMP BEFORE THE
      * REWRITE IT DESCRIBES, AND 3100 HOLDS THE CHAIN HEAD FROM 4100.
       4000-WRITE-AUDIT-LOG.
           MOVE UPD-CUST-ID TO AUD-KEY
           MOVE 'CHANGED' TO AUD-ACTION
           EXEC CICS ASSIGN
               USERID(AUD-USER-ID)
           END-EXEC
           COMPUTE AUD-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           PERFORM 4150-COMPUTE-CHAIN-CHECK
           EXEC CICS WRITE
               FILE('AUDITLOG')
               FROM(WS-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               PERFORM 4200-ADVANCE-CHAIN-HEAD
           ELSE
               EXEC CICS UNLOCK
                   FILE('AUDCHAIN')
               END-EXEC
               SET WS-CHAIN-UNAVAILABLE TO TRUE
           END-IF.

      * READ FOR UPDATE SO THE HEAD STAYS LOCKED FROM HERE UNTIL 4200
      * MOVES IT - TWO TASKS WRITING AT ONCE CANNOT BOTH HANG A LINE
      * OFF THE SAME LINK.  ONLY NOTFND MEANS NOTHING HAS EVER BEEN
      * CHAINED: START AT SEQUENCE ZERO, CHECK ZERO, AS CUSTCMP DOES.
      * ANY OTHER FAILURE (NOTOPEN, DISABLED, IOERR, LOCKED...) LEAVES
      * THE CHAIN UNREADABLE, AND A FRESH HEAD WOULD BREAK IT - THE
      * CALLER READS THE HEAD BEFORE CHANGING ANYTHING AND REFUSES
      * THE CHANGE WHEN IT IS UNAVAILABLE.
       4100-READ-CHAIN-HEAD.
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
       4150-COMPUTE-CHAIN-CHECK.
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

       4200-ADVANCE-CHAIN-HEAD.
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

       5000-SEND-REPLY.
           EXEC CICS SEND TEXT
