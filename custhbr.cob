      *  (THE ESDS TRAIL CUSTCMP AND CUSTAPL APPEND TO).  PF8 PAGES    *
      *  TO THE NEXT NEWER SNAPSHOT, PF7 TO THE NEXT OLDER ONE; THE    *
      *  FIRST DISPLAY AFTER ENTERING AN ID IS THE OLDEST SNAPSHOT.    *
      *  A CUSTOMER RENUMBERED OR MERGED UPSTREAM IS FOLLOWED THROUGH  *
      *  THE KEYXREF CHAIN CUSTCMP KEEPS: THE FIRST DISPLAY STARTS AT  *
      *  THE OLDEST NUMBER THE CUSTOMER WAS RE-KEYED FROM, PF8 PAST    *
      *  THE NEWEST SNAPSHOT CARRIES ON UNDER THE SUCCESSOR KEY AND    *
      *  PF7 PAST THE OLDEST BACK UNDER THE PREDECESSOR KEY.  THE ID   *
      *  SHOWN ON EACH LINE IS THE NUMBER THAT SNAPSHOT WAS TAKEN      *
      *  UNDER.  A KEY PICKED FROM THE NAME SEARCH (CUSTSRC, TRANSID   *
      *  CSRC) ARRIVES BY XCTL ALREADY IN THE COMMAREA AND STARTS AT   *
      *  ITS OLDEST SNAPSHOT AS IF THE OPERATOR HAD KEYED IT.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

      * MATCHES KEY-XREF-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "KEYXREF" DD/PATH 7900-WRITE-KEY-XREF MAINTAINS.
       01  WS-XREF-RECORD.
           05  XREF-KEY.
               10  XREF-LOOKUP-ID          PIC X(10).
               10  XREF-DIRECTION          PIC X(01).
                   88  XREF-PREDECESSOR            VALUE 'P'.
                   88  XREF-SUCCESSOR              VALUE 'S'.
               10  XREF-OTHER-ID           PIC X(10).
           05  XREF-LINK-TYPE              PIC X(01).
               88  XREF-REKEY                      VALUE 'R'.
               88  XREF-MERGE                      VALUE 'M'.
           05  XREF-EFF-DATE               PIC X(08).

       01  WS-XREF-BROWSE-KEY.
           05  XB-LOOKUP-ID                PIC X(10).
           05  XB-DIRECTION                PIC X(01).
           05  XB-OTHER-ID                 PIC X(10).

       01  WS-XREF-END-SW                  PIC X VALUE 'N'.
           88  WS-XREF-END                         VALUE 'Y'.
       01  WS-LINK-FOUND-SW                PIC X VALUE 'N'.
           88  WS-LINK-FOUND                       VALUE 'Y'.
       01  WS-LINK-ID                      PIC X(10) VALUE SPACES.
       01  WS-LINK-DIRECTION               PIC X(01) VALUE SPACE.
       01  WS-LINK-START-ID                PIC X(10) VALUE SPACES.

      * A CHAIN LONGER THAN THIS IS A BROKEN KEYXREF (A LINK THAT
      * LOOPS BACK ON ITSELF), NOT A REAL CUSTOMER - STOP WALKING.
       01  WS-LINK-DEPTH                   PIC 9(3) VALUE ZERO.
       01  WS-LINK-MAX                     PIC 9(3) VALUE 20.

       01  WS-BROWSE-OPEN-SW               PIC X VALUE 'N'.
           88  WS-BROWSE-OPEN                      VALUE 'Y'.

       01  WS-BROWSE-KEY.
           05  BR-CUST-ID                  PIC X(10).
           IF EIBCALEN = 0
               PERFORM 1000-SEND-PROMPT
           ELSE
               EVALUATE TRUE
                   WHEN EIBTRNID = 'CSRC'
                       PERFORM 3000-LOCATE-OLDEST
                   WHEN CA-BROWSE-ID = SPACES
                       PERFORM 2000-RECEIVE-ID
                       PERFORM 3000-LOCATE-OLDEST
                   WHEN EIBAID = WS-AID-PF8
                       PERFORM 3100-LOCATE-NEWER
                   WHEN EIBAID = WS-AID-PF7
                       PERFORM 3200-LOCATE-OLDER
                   WHEN OTHER
                       PERFORM 2000-RECEIVE-ID
                       PERFORM 3000-LOCATE-OLDEST
               END-EVALUATE
               IF WS-SNAPSHOT-FOUND
                   MOVE SNAP-EFF-DATE TO CA-POS-DATE
                   PERFORM 4000-FIND-AUDIT-ENTRY
      * OLDEST SNAPSHOT FOR THE KEY - BROWSE FORWARD FROM THE LOW END
      * OF THE CUSTOMER'S OWN KEY RANGE, EXACTLY AS CUSTINQ'S
      * 4050-LOOKUP-PRIOR-FORWARD POSITIONS ITSELF.
      * THE WALK BACK FIRST MOVES CA-BROWSE-ID TO THE OLDEST NUMBER
      * IN THE RE-KEY CHAIN SO THE OPERATOR PAGES THE WHOLE LIFE
      * FORWARD FROM ITS START.
       3000-LOCATE-OLDEST.
           PERFORM 3300-WALK-TO-FIRST-KEY
           PERFORM 3050-FIND-OLDEST
           IF NOT WS-SNAPSHOT-FOUND
               PERFORM 3600-STEP-TO-SUCCESSOR
           END-IF
           IF NOT WS-SNAPSHOT-FOUND
               PERFORM 5100-SEND-NO-HISTORY
           END-IF.

       3050-FIND-OLDEST.
           MOVE 'N' TO WS-FOUND-SW
           MOVE CA-BROWSE-ID TO BR-CUST-ID
           MOVE LOW-VALUES TO BR-EFF-DATE
               EXEC CICS ENDBR
                   FILE('CUSTHIST')
               END-EXEC
           END-IF.

      * PF8 - REPOSITION ON THE SNAPSHOT LAST SHOWN, THEN STEP ONE
      * FORWARD.  A KEY CHANGE OR END OF FILE MEANS THE OPERATOR IS
      * ALREADY ON THE NEWEST SNAPSHOT FOR THIS NUMBER - CARRY ON
      * UNDER THE SUCCESSOR KEY IF THERE IS ONE.
       3100-LOCATE-NEWER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE CA-BROWSE-ID TO BR-CUST-ID
                   FILE('CUSTHIST')
               END-EXEC
           END-IF
           IF NOT WS-SNAPSHOT-FOUND
               PERFORM 3600-STEP-TO-SUCCESSOR
           END-IF
           IF NOT WS-SNAPSHOT-FOUND
               PERFORM 5200-SEND-NO-MORE
           END-IF.

      * PF7 - REPOSITION ON THE SNAPSHOT LAST SHOWN, THEN STEP ONE
      * BACK.  A KEY CHANGE OR START OF FILE MEANS THE OPERATOR IS
      * ALREADY ON THE OLDEST SNAPSHOT FOR THIS NUMBER - CARRY ON
      * UNDER THE KEY IT WAS RE-KEYED FROM IF THERE IS ONE.
       3200-LOCATE-OLDER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE CA-BROWSE-ID TO BR-CUST-ID
                   FILE('CUSTHIST')
               END-EXEC
           END-IF
           IF NOT WS-SNAPSHOT-FOUND
               PERFORM 3700-STEP-TO-PREDECESSOR
           END-IF
           IF NOT WS-SNAPSHOT-FOUND
               PERFORM 5200-SEND-NO-MORE
           END-IF.

      * NEWEST SNAPSHOT FOR CA-BROWSE-ID.  STARTBR GTEQ ON THE TOP OF
      * THE KEY'S RANGE POSITIONS ON THE NEXT CUSTOMER'S FIRST
      * SNAPSHOT, WHICH THE FIRST READPREV RETURNS AND IS STEPPED
      * OVER, THE SAME WAY 3200 STEPS OVER THE SNAPSHOT LAST SHOWN.
      * NOTHING ABOVE THE RANGE MEANS THE KEY IS LAST ON FILE - THEN
      * START FROM HIGH-VALUES, WHERE THE FIRST READPREV RETURNS THE
      * LAST RECORD ON THE FILE.
       3250-FIND-NEWEST.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-BROWSE-OPEN-SW
           MOVE CA-BROWSE-ID TO BR-CUST-ID
           MOVE HIGH-VALUES TO BR-EFF-DATE
           EXEC CICS STARTBR
               FILE('CUSTHIST')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(18)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               SET WS-BROWSE-OPEN TO TRUE
               EXEC CICS READPREV
                   FILE('CUSTHIST')
                   INTO(WS-SNAPSHOT-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(18)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE HIGH-VALUES TO WS-BROWSE-KEY
               EXEC CICS STARTBR
                   FILE('CUSTHIST')
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(18)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                   SET WS-BROWSE-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-RESP = ZERO
               EXEC CICS READPREV
                   FILE('CUSTHIST')
                   INTO(WS-SNAPSHOT-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   KEYLENGTH(18)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                       AND SNAP-CUST-ID = CA-BROWSE-ID
                   SET WS-SNAPSHOT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR
                   FILE('CUSTHIST')
               END-EXEC
           END-IF.

      * ONLY RE-KEY LINKS ARE WALKED BACK - A MERGE SURVIVOR'S LIFE
      * BEGINS UNDER ITS OWN NUMBER, AND THE ACCOUNTS IT ABSORBED ARE
      * SEPARATE CUSTOMERS WHOSE OWN BROWSE PAGES FORWARD INTO IT.
       3300-WALK-TO-FIRST-KEY.
           MOVE ZERO TO WS-LINK-DEPTH
           PERFORM 3400-FIND-PREDECESSOR
           PERFORM UNTIL NOT WS-LINK-FOUND
                      OR WS-LINK-DEPTH >= WS-LINK-MAX
               MOVE WS-LINK-ID TO CA-BROWSE-ID
               ADD 1 TO WS-LINK-DEPTH
               PERFORM 3400-FIND-PREDECESSOR
           END-PERFORM.

      * KEYXREF IS KEYED LOOKUP ID + DIRECTION + OTHER ID, SO ALL OF
      * A KEY'S PREDECESSOR (OR SUCCESSOR) LINKS SIT TOGETHER AND ONE
      * SHORT BROWSE FROM THE LOW END OF THAT RANGE FINDS THEM.
       3400-FIND-PREDECESSOR.
           MOVE 'P' TO WS-LINK-DIRECTION
           PERFORM 3450-FIND-LINK.

       3410-FIND-SUCCESSOR.
           MOVE 'S' TO WS-LINK-DIRECTION
           PERFORM 3450-FIND-LINK.

       3450-FIND-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW
           MOVE 'N' TO WS-XREF-END-SW
           MOVE SPACES TO WS-LINK-ID
           MOVE CA-BROWSE-ID TO XB-LOOKUP-ID
           MOVE WS-LINK-DIRECTION TO XB-DIRECTION
           MOVE LOW-VALUES TO XB-OTHER-ID
           EXEC CICS STARTBR
               FILE('KEYXREF')
               RIDFLD(WS-XREF-BROWSE-KEY)
               KEYLENGTH(21)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               PERFORM 3460-SCAN-ONE-LINK
                   UNTIL WS-LINK-FOUND OR WS-XREF-END
               EXEC CICS ENDBR
                   FILE('KEYXREF')
               END-EXEC
           END-IF.

       3460-SCAN-ONE-LINK.
           EXEC CICS READNEXT
               FILE('KEYXREF')
               INTO(WS-XREF-RECORD)
               RIDFLD(WS-XREF-BROWSE-KEY)
               KEYLENGTH(21)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               OR XREF-LOOKUP-ID NOT = CA-BROWSE-ID
               OR XREF-DIRECTION NOT = WS-LINK-DIRECTION
               SET WS-XREF-END TO TRUE
           ELSE
               IF XREF-SUCCESSOR OR XREF-REKEY
                   SET WS-LINK-FOUND TO TRUE
                   MOVE XREF-OTHER-ID TO WS-LINK-ID
               END-IF
           END-IF.

      * A SUCCESSOR WITH NO SNAPSHOTS OF ITS OWN YET IS PASSED OVER
      * TO ITS OWN SUCCESSOR.  NOTHING FURTHER ON PUTS CA-BROWSE-ID
      * BACK SO THE NEXT PF7 STILL STARTS FROM THE SNAPSHOT SHOWN.
       3600-STEP-TO-SUCCESSOR.
           MOVE CA-BROWSE-ID TO WS-LINK-START-ID
           MOVE ZERO TO WS-LINK-DEPTH
           PERFORM 3410-FIND-SUCCESSOR
           PERFORM UNTIL NOT WS-LINK-FOUND
                      OR WS-SNAPSHOT-FOUND
                      OR WS-LINK-DEPTH >= WS-LINK-MAX
               MOVE WS-LINK-ID TO CA-BROWSE-ID
               ADD 1 TO WS-LINK-DEPTH
               PERFORM 3050-FIND-OLDEST
               IF NOT WS-SNAPSHOT-FOUND
                   PERFORM 3410-FIND-SUCCESSOR
               END-IF
           END-PERFORM
           IF NOT WS-SNAPSHOT-FOUND
               MOVE WS-LINK-START-ID TO CA-BROWSE-ID
           END-IF.

       3700-STEP-TO-PREDECESSOR.
           MOVE CA-BROWSE-ID TO WS-LINK-START-ID
           MOVE ZERO TO WS-LINK-DEPTH
           PERFORM 3400-FIND-PREDECESSOR
           PERFORM UNTIL NOT WS-LINK-FOUND
                      OR WS-SNAPSHOT-FOUND
                      OR WS-LINK-DEPTH >= WS-LINK-MAX
               MOVE WS-LINK-ID TO CA-BROWSE-ID
               ADD 1 TO WS-LINK-DEPTH
               PERFORM 3250-FIND-NEWEST
               IF NOT WS-SNAPSHOT-FOUND
                   PERFORM 3400-FIND-PREDECESSOR
               END-IF
           END-PERFORM
           IF NOT WS-SNAPSHOT-FOUND
               MOVE WS-LINK-START-ID TO CA-BROWSE-ID
           END-IF.

      * AUDITLOG IS AN ENTRY-SEQUENCED TRAIL, SO BROWSE IT FROM RBA
      * ZERO AND KEEP THE LAST ENTRY WHOSE KEY MATCHES AND WHOSE
      * TIMESTAMP DATE EQUALS THE SNAPSHOT EFFECTIVE DATE - THAT IS
