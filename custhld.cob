       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHLD.
      *****************************************************************
      *  CUSTHLD - ONLINE HELD-CHANGE RELEASE/DECLINE (TRANSID CHLD)   *
      *  CUSTCMP PARKS A CHANGED KEY ON HOLDFILE WHEN IT TRIPS THE     *
      *  CMPPARM RISK SCREEN - A BALANCE SWING OVER THE LIMIT, A       *
      *  FORBIDDEN CUST-STATUS CHANGE, OR NAME AND ADDRESS CHANGED     *
      *  TOGETHER - AND LEAVES CURRMSTR AND CHGFEED ALONE.  THIS       *
      *  TRANSACTION SHOWS A HELD CHANGE AND TAKES THE DECISION ON IT  *
      *  UNDER MAKER/CHECKER CONTROL: THE FIRST OPERATOR PROPOSES A    *
      *  RELEASE OR A DECLINE, AND ONLY A DIFFERENT OPERATOR KEYING    *
      *  THE SAME DECISION CARRIES IT OUT.  A CHECKER WHO DISAGREES    *
      *  SENDS THE HOLD BACK TO PENDING.  A RELEASE APPLIES THE HELD   *
      *  AFTER IMAGE TO CURRMSTR AND LEAVES THE HOLD IN STATE R FOR    *
      *  CUSTCMP'S NEXT RUN TO FEED; A DECLINE KEEPS THE MASTER AS IT  *
      *  IS AND NAMES THE SOURCE SYSTEM TO CHASE.  EVERY STEP APPENDS  *
      *  THE USUAL AUDITLOG LINE STAMPED CUSTHLD AND THE SIGNED-ON     *
      *  OPERATOR, SO THE MAKER (RELREQ/DCLREQ) AND THE CHECKER        *
      *  (RELEASE/DECLINE/RETURN) ARE BOTH ON THE TRAIL.  OPERATOR     *
      *  AUTHORITY IS ENFORCED BY TRANSACTION-ATTACH SECURITY ON CHLD  *
      *  - ONLY THE MAINTENANCE GROUP IS PERMITTED TO THE TRANSID.     *
      *  A RELEASE KEEPS NAMEIDX, THE NAME-ORDERED PATH OVER CURRMSTR, *
      *  IN STEP WITH THE MASTER IT REWRITES.                          *
      *  EVERY AUDIT LINE IS CHAINED OFF THE AUDCHAIN HEAD THE SAME    *
      *  WAY CUSTCMP CHAINS ITS OWN.                                   *
      *                                                                *
      *  INPUT LINE:  CUST-ID(10)                                      *
      *               ACTION(1: BLANK=SHOW R=RELEASE D=DECLINE)        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-CUSTREC.
           COPY CUSTREC.

       01  WS-BEFORE-CUSTREC.
           COPY CUSTREC.

       01  WS-AFTER-CUSTREC.
           COPY CUSTREC.

      * MATCHES CURRENT-MASTER-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "CURRMSTR" DD/PATH CUSTCMP MAINTAINS.
       01  WS-CURRENT-MASTER-RECORD.
           05  CURM-CUST-ID                PIC X(10).
           05  CURM-DATA                   PIC X(100).

      * MATCHES HOLD-RECORD IN CUSTCMP (BUG.COB) - THE FILE BEHIND THE
      * "HOLDFILE" DD/PATH 3200-WRITE-HOLD MAINTAINS.
       01  WS-HOLD-RECORD.
           05  HOLD-CUST-ID                PIC X(10).
           05  HOLD-STATE                  PIC X(01).
               88  HOLD-PENDING                    VALUE 'P'.
               88  HOLD-PROPOSED                   VALUE 'M'.
               88  HOLD-RELEASED                   VALUE 'R'.
               88  HOLD-FED                        VALUE 'F'.
               88  HOLD-DECLINED                   VALUE 'D'.
           05  HOLD-RULE-CODE              PIC X(04).
           05  HOLD-RULE-FLAGS.
               10  HOLD-RULE-BAL           PIC X(01).
               10  HOLD-RULE-STATUS        PIC X(01).
               10  HOLD-RULE-NAME-ADDR     PIC X(01).
           05  HOLD-RULE-TEXT              PIC X(40).
           05  HOLD-HELD-DATE              PIC X(08).
           05  HOLD-EXTRACT-DATE           PIC X(08).
           05  HOLD-BEFORE-IMAGE           PIC X(100).
           05  HOLD-AFTER-IMAGE            PIC X(100).
           05  HOLD-PROPOSAL               PIC X(01).
               88  HOLD-PROPOSE-RELEASE            VALUE 'R'.
               88  HOLD-PROPOSE-DECLINE            VALUE 'D'.
           05  HOLD-MAKER-ID               PIC X(08).
           05  HOLD-MAKER-TS               PIC X(14).
           05  HOLD-CHECKER-ID             PIC X(08).
           05  HOLD-DECIDED-TS             PIC X(14).
           05  HOLD-FEED-RUN-DATE          PIC X(08).
           05  HOLD-FEED-SEQ               PIC 9(09).

      * MATCHES WS-AUDIT-RECORD IN CUSTCMP (BUG.COB) - THE LINE LAYOUT
      * 5000-WRITE-AUDIT-LOG APPENDS TO THE "AUDITLOG" DD/PATH.
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-ACTION                  PIC X(7).
           05  AUD-BEFORE-IMAGE            PIC X(100).
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
       01  WS-HEAD-MOVE-SW                 PIC X VALUE 'N'.
           88  WS-HEAD-NOT-MOVED                   VALUE 'Y'.
       01  WS-AUDIT-FAIL-SW                PIC X VALUE 'N'.
           88  WS-AUDIT-NOT-WRITTEN                VALUE 'Y'.
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

       01  WS-DECISION-INPUT.
           05  HLD-CUST-ID                 PIC X(10).
           05  HLD-ACTION                  PIC X(01).
               88  HLD-ACTION-SHOW                 VALUE SPACE.
               88  HLD-ACTION-RELEASE              VALUE 'R'.
               88  HLD-ACTION-DECLINE              VALUE 'D'.

       01  WS-RESP                         PIC S9(8) COMP.

       01  WS-ABS-TIME                     PIC S9(15) COMP-3.

       01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
       01  WS-DECISION-TS                  PIC X(14) VALUE SPACES.

      * MATCHES CYCLE-CONTROL-RECORD IN CUSTCMP (BUG.COB).  A RELEASE
      * REWRITES CURRMSTR AND EVERY DECISION REWRITES HOLDFILE, BOTH
      * OF WHICH CUSTCMP HAS OPEN MID-CYCLE - DECISIONS ARE REFUSED
      * WHILE THE CYCLE IS OPEN, AS IN CUSTUPD.  SHOWING A HOLD IS
      * INQUIRY AND IS NOT GATED.
       01  WS-CYCLE-CONTROL-RECORD.
           05  CYCL-KEY                    PIC X(08).
           05  CYCL-STATE                  PIC X(01).
               88  CYCL-OPEN                       VALUE 'O'.
               88  CYCL-CLOSED                     VALUE 'C'.
           05  CYCL-OPENED-TS              PIC X(26).
           05  CYCL-CLOSED-TS              PIC X(26).
           05  CYCL-PGM                    PIC X(08).

       01  WS-CYCL-RID                     PIC X(08) VALUE 'CYCLE'.
       01  WS-CYCL-RESP                    PIC S9(8) COMP.

       01  WS-CYCLE-OPEN-SW                PIC X VALUE 'N'.
           88  WS-CYCLE-IS-OPEN                    VALUE 'Y'.

       01  WS-SHOW-HOLD-SW                 PIC X VALUE 'N'.
           88  WS-SHOW-HOLD                        VALUE 'Y'.

       01  WS-PROMPT-MSG                   PIC X(53) VALUE
               'ENTER: CUST-ID ACTION(BLANK=SHOW R=RELEASE D=DECLINE)'.

       01  WS-REPLY-MSG.
           05  WS-REPLY-ID                 PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REPLY-TEXT               PIC X(60).

       01  WS-HOLD-MSG.
           05  FILLER                      PIC X(04) VALUE 'ID: '.
           05  WS-MSG-ID                   PIC X(10).
           05  FILLER                      PIC X(07) VALUE ' STATE:'.
           05  WS-MSG-STATE                PIC X(08).
           05  FILLER                      PIC X(07) VALUE ' RULE: '.
           05  WS-MSG-RULE                 PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-MSG-RULE-TEXT            PIC X(40).
           05  FILLER                      PIC X(05) VALUE ' BAL:'.
           05  WS-MSG-OLD-BALANCE          PIC -(9)9.99.
           05  FILLER                      PIC X(03) VALUE ' > '.
           05  WS-MSG-NEW-BALANCE          PIC -(9)9.99.
           05  FILLER                      PIC X(05) VALUE ' STS:'.
           05  WS-MSG-OLD-STATUS           PIC X(01).
           05  FILLER                      PIC X(01) VALUE '>'.
           05  WS-MSG-NEW-STATUS           PIC X(01).
           05  FILLER                      PIC X(05) VALUE ' MKR:'.
           05  WS-MSG-MAKER                PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-HOLD-ID                  PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-PROMPT
           ELSE
               PERFORM 2000-RECEIVE-DECISION
               PERFORM 3000-PROCESS-DECISION
               IF WS-SHOW-HOLD
                   PERFORM 5100-SEND-HOLD
               ELSE
                   PERFORM 5000-SEND-REPLY
               END-IF
           END-IF
           EXEC CICS RETURN
               TRANSID('CHLD')
               COMMAREA(DFHCOMMAREA)
               LENGTH(10)
           END-EXEC.

       1000-SEND-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-MSG)
               LENGTH(53)
               ERASE
           END-EXEC.

       2000-RECEIVE-DECISION.
           MOVE SPACES TO WS-DECISION-INPUT
           EXEC CICS RECEIVE
               INTO(WS-DECISION-INPUT)
               LENGTH(11)
               RESP(WS-RESP)
           END-EXEC
           MOVE HLD-CUST-ID TO CA-HOLD-ID.

      * A NOTFND OR A MISSING FILE LEAVES THE SWITCH CLOSED - THE
      * INTERLOCK ONLY BLOCKS WHEN CUSTCMP HAS POSITIVELY MARKED THE
      * CYCLE OPEN.
       2500-CHECK-CYCLE-INTERLOCK.
           MOVE 'N' TO WS-CYCLE-OPEN-SW
           EXEC CICS READ
               FILE('CYCLCTL')
               INTO(WS-CYCLE-CONTROL-RECORD)
               RIDFLD(WS-CYCL-RID)
               KEYLENGTH(8)
               RESP(WS-CYCL-RESP)
           END-EXEC
           IF WS-CYCL-RESP = ZERO AND CYCL-OPEN
               SET WS-CYCLE-IS-OPEN TO TRUE
           END-IF.

       3000-PROCESS-DECISION.
           MOVE HLD-CUST-ID TO WS-REPLY-ID
           MOVE 'N' TO WS-SHOW-HOLD-SW
           PERFORM 2500-CHECK-CYCLE-INTERLOCK
           EVALUATE TRUE
               WHEN HLD-CUST-ID = SPACES
                   MOVE 'CUST-ID IS REQUIRED' TO WS-REPLY-TEXT

               WHEN NOT HLD-ACTION-SHOW AND NOT HLD-ACTION-RELEASE
                       AND NOT HLD-ACTION-DECLINE
                   MOVE 'ACTION MUST BE BLANK, R OR D' TO WS-REPLY-TEXT

               WHEN HLD-ACTION-SHOW
                   PERFORM 3100-SHOW-HOLD

               WHEN WS-CYCLE-IS-OPEN
                   MOVE 'COMPARE CYCLE IN PROGRESS - DECISIONS REFUSED'
                       TO WS-REPLY-TEXT

               WHEN OTHER
                   PERFORM 3200-DECIDE-HOLD
           END-EVALUATE.

       3100-SHOW-HOLD.
           EXEC CICS READ
               FILE('HOLDFILE')
               INTO(WS-HOLD-RECORD)
               RIDFLD(HLD-CUST-ID)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'NO HELD CHANGE ON FILE FOR THIS KEY' TO
                   WS-REPLY-TEXT
           ELSE
               SET WS-SHOW-HOLD TO TRUE
           END-IF.

      * THE MAKER IS WHOEVER DECIDES A PENDING HOLD FIRST; THE CHECKER
      * MUST BE SOMEONE ELSE.  SAME SIGNED-ON USER AS MAKER AND
      * CHECKER IS REFUSED WHATEVER THE DECISION KEYED.
       3200-DECIDE-HOLD.
           EXEC CICS READ
               FILE('HOLDFILE')
               INTO(WS-HOLD-RECORD)
               RIDFLD(HLD-CUST-ID)
               KEYLENGTH(10)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'NO HELD CHANGE ON FILE FOR THIS KEY' TO
                   WS-REPLY-TEXT
           ELSE
               EXEC CICS ASSIGN
                   USERID(WS-OPERATOR-ID)
               END-EXEC
               PERFORM 3900-GET-TIMESTAMP
               EVALUATE TRUE
                   WHEN HOLD-RELEASED OR HOLD-FED
                       MOVE 'ALREADY RELEASED - NOTHING TO DECIDE' TO
                           WS-REPLY-TEXT
                   WHEN HOLD-DECLINED
                       MOVE 'ALREADY DECLINED - CHASE THE SOURCE SYSTEM'
                           TO WS-REPLY-TEXT
                   WHEN HOLD-PENDING
                       PERFORM 3300-RECORD-PROPOSAL
                   WHEN WS-OPERATOR-ID = HOLD-MAKER-ID
                       MOVE 'OWN PROPOSAL - NEEDS A SECOND OPERATOR'
                           TO WS-REPLY-TEXT
                   WHEN HLD-ACTION NOT = HOLD-PROPOSAL
                       PERFORM 3400-RETURN-TO-PENDING
                   WHEN HLD-ACTION-RELEASE
                       PERFORM 3500-RELEASE-CHANGE
                   WHEN OTHER
                       PERFORM 3600-DECLINE-CHANGE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-AUDIT-NOT-WRITTEN
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE
                         'AUDIT LINE NOT WRITTEN - DECISION BACKED OUT'
                           TO WS-REPLY-TEXT
                   WHEN WS-HEAD-NOT-MOVED
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE
                         'AUDIT CHAIN NOT MOVED - DECISION BACKED OUT'
                           TO WS-REPLY-TEXT
               END-EVALUATE
           END-IF.

      * EVERY DECISION TAKES THE CHAIN HEAD (4100) BEFORE IT CHANGES
      * ANYTHING, SO AN UNREADABLE CHAIN REFUSES THE DECISION WITH
      * HOLDFILE AND CURRMSTR UNTOUCHED.  LOCKS ARE TAKEN HOLDFILE,
      * CURRMSTR, AUDCHAIN - THE ORDER CUSTUPD TAKES CURRMSTR AND
      * AUDCHAIN IN.  AN AUDIT LINE THAT WILL NOT WRITE (4000), OR A
      * HEAD THAT WILL NOT MOVE AFTER IT (4200), BACKS THE WHOLE
      * DECISION OUT IN 3200 - NO DECISION STANDS OFF THE TRAIL.
       3300-RECORD-PROPOSAL.
           PERFORM 4100-READ-CHAIN-HEAD
           IF WS-CHAIN-UNAVAILABLE
               PERFORM 3950-REFUSE-CHAIN-UNAVAILABLE
           ELSE
               MOVE HLD-ACTION TO HOLD-PROPOSAL
               MOVE WS-OPERATOR-ID TO HOLD-MAKER-ID
               MOVE WS-DECISION-TS TO HOLD-MAKER-TS
               SET HOLD-PROPOSED TO TRUE
               EXEC CICS REWRITE
                   FILE('HOLDFILE')
                   FROM(WS-HOLD-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                   IF HOLD-PROPOSE-RELEASE
                       MOVE 'RELREQ' TO AUD-ACTION
                       MOVE
                         'RELEASE PROPOSED - SECOND OPERATOR TO CONFIRM'
                           TO WS-REPLY-TEXT
                   ELSE
                       MOVE 'DCLREQ' TO AUD-ACTION
                       MOVE
                         'DECLINE PROPOSED - SECOND OPERATOR TO CONFIRM'
                           TO WS-REPLY-TEXT
                   END-IF
                   MOVE HOLD-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE HOLD-AFTER-IMAGE TO AUD-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-LOG
               ELSE
                   PERFORM 3960-RELEASE-CHAIN-HEAD
                   MOVE 'HOLD REWRITE FAILED - NOTHING RECORDED' TO
                       WS-REPLY-TEXT
               END-IF
           END-IF.

      * THE CHECKER KEYED THE OPPOSITE OF THE MAKER'S PROPOSAL - NO
      * DECISION STANDS, AND THE HOLD GOES BACK TO PENDING FOR A
      * FRESH PROPOSAL.
       3400-RETURN-TO-PENDING.
           PERFORM 4100-READ-CHAIN-HEAD
           IF WS-CHAIN-UNAVAILABLE
               PERFORM 3950-REFUSE-CHAIN-UNAVAILABLE
           ELSE
               SET HOLD-PENDING TO TRUE
               MOVE SPACES TO HOLD-PROPOSAL
               MOVE SPACES TO HOLD-MAKER-ID
               MOVE SPACES TO HOLD-MAKER-TS
               EXEC CICS REWRITE
                   FILE('HOLDFILE')
                   FROM(WS-HOLD-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                   MOVE 'RETURN' TO AUD-ACTION
                   MOVE HOLD-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE HOLD-AFTER-IMAGE TO AUD-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-LOG
                   MOVE 'CHECKER DISAGREES - HOLD RETURNED TO PENDING'
                       TO WS-REPLY-TEXT
               ELSE
                   PERFORM 3960-RELEASE-CHAIN-HEAD
                   MOVE 'HOLD REWRITE FAILED - NOTHING RECORDED' TO
                       WS-REPLY-TEXT
               END-IF
           END-IF.

      * SAME COLLISION TEST AS CUSTCMP'S 7500-WRITE-CURRENT-MASTER - A
      * MASTER MAINTAINED AFTER THE EXTRACT THAT CARRIED THE HELD
      * CHANGE HOLDS A NEWER VALUE THAN THE HELD IMAGE, AND RELEASING
      * WOULD SILENTLY REVERT IT.  THE HOLD IS LEFT PROPOSED SO THE
      * CHECKER CAN RETURN OR DECLINE IT INSTEAD, AND THE MASTER
      * RECORD READ FOR UPDATE IS LET GO.
       3500-RELEASE-CHANGE.
           EXEC CICS READ
               FILE('CURRMSTR')
               INTO(WS-CURRENT-MASTER-RECORD)
               RIDFLD(HOLD-CUST-ID)
               KEYLENGTH(10)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               MOVE CURM-DATA TO WS-MASTER-CUSTREC
               IF CUST-LAST-MAINT-DATE OF WS-MASTER-CUSTREC NUMERIC
                   AND CUST-LAST-MAINT-DATE OF WS-MASTER-CUSTREC >
                       HOLD-EXTRACT-DATE
                   EXEC CICS UNLOCK
                       FILE('CURRMSTR')
                   END-EXEC
                   MOVE 'MASTER CHANGED SINCE THE HOLD - NOT RELEASED'
                       TO WS-REPLY-TEXT
               ELSE
                   PERFORM 4100-READ-CHAIN-HEAD
                   IF WS-CHAIN-UNAVAILABLE
                       EXEC CICS UNLOCK
                           FILE('CURRMSTR')
                       END-EXEC
                       PERFORM 3950-REFUSE-CHAIN-UNAVAILABLE
                   ELSE
                       MOVE CURM-DATA TO AUD-BEFORE-IMAGE
                       MOVE HOLD-AFTER-IMAGE TO CURM-DATA
                       EXEC CICS REWRITE
                           FILE('CURRMSTR')
                           FROM(WS-CURRENT-MASTER-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       PERFORM 3550-MARK-RELEASED
                   END-IF
               END-IF
           ELSE
               PERFORM 4100-READ-CHAIN-HEAD
               IF WS-CHAIN-UNAVAILABLE
                   PERFORM 3950-REFUSE-CHAIN-UNAVAILABLE
               ELSE
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE HOLD-CUST-ID TO CURM-CUST-ID
                   MOVE HOLD-AFTER-IMAGE TO CURM-DATA
                   EXEC CICS WRITE
                       FILE('CURRMSTR')
                       FROM(WS-CURRENT-MASTER-RECORD)
                       RIDFLD(CURM-CUST-ID)
                       KEYLENGTH(10)
                       RESP(WS-RESP)
                   END-EXEC
                   PERFORM 3550-MARK-RELEASED
               END-IF
           END-IF.

      * WS-RESP COMES IN AS THE RESULT OF THE CURRMSTR WRITE OR
      * REWRITE.  ONCE THE MASTER HOLDS THE RELEASED IMAGE THE HOLD
      * MUST SAY SO, OR CUSTCMP NEVER FEEDS THE CHANGE AND A SECOND
      * CHECKER COULD RELEASE IT AGAIN - A FAILED HOLDFILE REWRITE
      * BACKS THE WHOLE RELEASE OUT AND NOTHING IS AUDITED.  SO DOES
      * A NAME INDEX THAT WILL NOT FOLLOW THE MASTER (3560).
       3550-MARK-RELEASED.
           IF WS-RESP = ZERO
               PERFORM 3560-MAINTAIN-NAME-INDEX
               IF WS-NAME-INDEX-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'NAME INDEX NOT UPDATED - RELEASE BACKED OUT'
                       TO WS-REPLY-TEXT
               ELSE
                   PERFORM 3570-RECORD-RELEASE
               END-IF
           ELSE
               PERFORM 3960-RELEASE-CHAIN-HEAD
               MOVE 'MASTER WRITE FAILED - NOT RELEASED' TO
                   WS-REPLY-TEXT
           END-IF.

      * SAME RULE AS CUSTCMP'S 7550-MAINTAIN-NAME-INDEX - THE ENTRY
      * UNDER THE OLD NAME (BYTES 11-40 OF THE MASTER IMAGE REPLACED,
      * SPACES WHEN THE RELEASE ADDED THE KEY) GOES ONLY IF THE NAME
      * MOVED, THE ONE UNDER THE RELEASED NAME IS ALWAYS FILED.  A
      * NOTFND ON THE DELETE OR A DUPREC ON THE WRITE MEANS THE INDEX
      * ALREADY SAYS SO - ANY OTHER RESPONSE LEAVES IT ADRIFT.
       3560-MAINTAIN-NAME-INDEX.
           MOVE 'N' TO WS-NIX-FAIL-SW
           IF AUD-BEFORE-IMAGE NOT = SPACES
                   AND AUD-BEFORE-IMAGE(11:30) NOT =
                       HOLD-AFTER-IMAGE(11:30)
               MOVE AUD-BEFORE-IMAGE(11:30) TO NIX-CUST-NAME
               MOVE HOLD-CUST-ID TO NIX-CUST-ID
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
               MOVE HOLD-AFTER-IMAGE(11:30) TO NIX-CUST-NAME
               MOVE HOLD-CUST-ID TO NIX-CUST-ID
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

      * THE HOLD IS MARKED RELEASED AND THE RELEASE AUDITED.
       3570-RECORD-RELEASE.
           SET HOLD-RELEASED TO TRUE
           MOVE WS-OPERATOR-ID TO HOLD-CHECKER-ID
           MOVE WS-DECISION-TS TO HOLD-DECIDED-TS
           EXEC CICS REWRITE
               FILE('HOLDFILE')
               FROM(WS-HOLD-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               MOVE 'RELEASE' TO AUD-ACTION
               MOVE HOLD-AFTER-IMAGE TO AUD-AFTER-IMAGE
               PERFORM 4000-WRITE-AUDIT-LOG
               MOVE 'RELEASED - MASTER UPDATED, FEED QUEUED'
                   TO WS-REPLY-TEXT
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'HOLD REWRITE FAILED - RELEASE BACKED OUT' TO
                   WS-REPLY-TEXT
           END-IF.

       3600-DECLINE-CHANGE.
           PERFORM 4100-READ-CHAIN-HEAD
           IF WS-CHAIN-UNAVAILABLE
               PERFORM 3950-REFUSE-CHAIN-UNAVAILABLE
           ELSE
               SET HOLD-DECLINED TO TRUE
               MOVE WS-OPERATOR-ID TO HOLD-CHECKER-ID
               MOVE WS-DECISION-TS TO HOLD-DECIDED-TS
               EXEC CICS REWRITE
                   FILE('HOLDFILE')
                   FROM(WS-HOLD-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                   MOVE 'DECLINE' TO AUD-ACTION
                   MOVE HOLD-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE HOLD-AFTER-IMAGE TO AUD-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-LOG
                   MOVE HOLD-AFTER-IMAGE TO WS-AFTER-CUSTREC
                   MOVE SPACES TO WS-REPLY-TEXT
                   STRING 'DECLINED - MASTER KEPT, CHASE SOURCE SYSTEM '
                              DELIMITED BY SIZE
                          CUST-SOURCE-SYS OF WS-AFTER-CUSTREC
                              DELIMITED BY SIZE
                       INTO WS-REPLY-TEXT
               ELSE
                   PERFORM 3960-RELEASE-CHAIN-HEAD
                   MOVE 'HOLD REWRITE FAILED - NOTHING RECORDED' TO
                       WS-REPLY-TEXT
               END-IF
           END-IF.

      * THE HOLD READ FOR UPDATE IN 3200 IS LET GO UNCHANGED AND THE
      * OPERATOR TOLD WHY - THE CHAIN NEEDS LOOKING AT BEFORE ANY
      * DECISION CAN BE RECORDED.
       3950-REFUSE-CHAIN-UNAVAILABLE.
           EXEC CICS UNLOCK
               FILE('HOLDFILE')
           END-EXEC
           MOVE 'AUDIT CHAIN UNAVAILABLE - NOTHING RECORDED' TO
               WS-REPLY-TEXT.

      * A DECISION THAT FAILED AFTER 4100 LETS THE HEAD GO UNMOVED.
       3960-RELEASE-CHAIN-HEAD.
           EXEC CICS UNLOCK
               FILE('AUDCHAIN')
           END-EXEC.

      * THE TIMESTAMP LAYOUT FOLLOWS CURRENT-DATE: YYYYMMDDHHMMSSHH
      * PLUS THE OFFSET - ASKTIME/FORMATTIME SUPPLY THE SAME PICTURE.
      * FILLED ONCE PER DECISION SO THE HOLD RECORD AND THE AUDIT LINE
      * AGREE TO THE SECOND.
       3900-GET-TIMESTAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(AUD-TIMESTAMP(1:8))
               TIME(AUD-TIMESTAMP(9:6))
           END-EXEC
           MOVE SPACES TO AUD-TIMESTAMP(15:12)
           MOVE AUD-TIMESTAMP(1:14) TO WS-DECISION-TS.

      * SAME LINE LAYOUT CUSTCMP, CUSTAPL, CUSTUPD AND CUSTSUS APPEND,
      * STAMPED WITH THIS PROGRAM AND THE SIGNED-ON OPERATOR.
      * AUD-ACTION AND THE IMAGES WERE SET BY THE CALLER.
       4000-WRITE-AUDIT-LOG.
           MOVE HOLD-CUST-ID TO AUD-KEY
           MOVE 'CUSTHLD' TO AUD-SOURCE-PGM
           MOVE WS-OPERATOR-ID TO AUD-USER-ID
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
               SET WS-AUDIT-NOT-WRITTEN TO TRUE
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
               SET WS-HEAD-NOT-MOVED TO TRUE
           END-IF.

       5000-SEND-REPLY.
           EXEC CICS SEND TEXT
               FROM(WS-REPLY-MSG)
               LENGTH(71)
               ERASE
           END-EXEC.

       5100-SEND-HOLD.
           MOVE HOLD-BEFORE-IMAGE TO WS-BEFORE-CUSTREC
           MOVE HOLD-AFTER-IMAGE TO WS-AFTER-CUSTREC
           MOVE HOLD-CUST-ID TO WS-MSG-ID
           EVALUATE TRUE
               WHEN HOLD-PENDING
                   MOVE 'PENDING' TO WS-MSG-STATE
               WHEN HOLD-PROPOSED AND HOLD-PROPOSE-RELEASE
                   MOVE 'PROP-REL' TO WS-MSG-STATE
               WHEN HOLD-PROPOSED
                   MOVE 'PROP-DCL' TO WS-MSG-STATE
               WHEN HOLD-RELEASED
                   MOVE 'RELEASED' TO WS-MSG-STATE
               WHEN HOLD-FED
                   MOVE 'FED' TO WS-MSG-STATE
               WHEN HOLD-DECLINED
                   MOVE 'DECLINED' TO WS-MSG-STATE
               WHEN OTHER
                   MOVE HOLD-STATE TO WS-MSG-STATE
           END-EVALUATE
           MOVE HOLD-RULE-CODE TO WS-MSG-RULE
           MOVE HOLD-RULE-TEXT TO WS-MSG-RULE-TEXT
           MOVE CUST-BALANCE OF WS-BEFORE-CUSTREC TO WS-MSG-OLD-BALANCE
           MOVE CUST-BALANCE OF WS-AFTER-CUSTREC TO WS-MSG-NEW-BALANCE
           MOVE CUST-STATUS OF WS-BEFORE-CUSTREC TO WS-MSG-OLD-STATUS
           MOVE CUST-STATUS OF WS-AFTER-CUSTREC TO WS-MSG-NEW-STATUS
           MOVE HOLD-MAKER-ID TO WS-MSG-MAKER
           EXEC CICS SEND TEXT
               FROM(WS-HOLD-MSG)
               LENGTH(136)
               ERASE
           END-EXEC.
