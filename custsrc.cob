       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSRC.
      *****************************************************************
      *  CUSTSRC - ONLINE CUSTOMER NAME SEARCH (TRANSID CSRC)          *
      *  CUSTINQ, CUSTHBR AND CUPD ALL START FROM A CUST-ID.  THIS     *
      *  PSEUDO-CONVERSATIONAL TRANSACTION FINDS THE ID FROM THE       *
      *  NAME: THE OPERATOR KEYS THE START OF THE CUST-NAME, AND       *
      *  OPTIONALLY ANY PART OF THE CUST-ADDR AND/OR A CUST-SOURCE-SYS *
      *  TO NARROW IT, AND PAGES THROUGH THE MATCHING CURRMSTR         *
      *  RECORDS TEN AT A TIME - ID, NAME, ADDRESS, STATUS AND         *
      *  BALANCE ON EACH LINE.  KEYING I OR H WITH A LINE NUMBER       *
      *  HANDS THAT KEY STRAIGHT TO CUSTINQ (CINQ) OR CUSTHBR (CHBR).  *
      *  THE BROWSE RUNS OVER NAMEIDX, THE NAME-ORDERED PATH EVERY     *
      *  CURRMSTR WRITER KEEPS IN STEP (CUSTCMP 7550, CUSTAPL,         *
      *  CUSTUPD, CUSTHLD, AND THE CUSTPIT NAMEWORK SWAP), SO ONLY     *
      *  THE NAMES THAT START WITH THE KEYED TEXT ARE EVER READ.  THE  *
      *  ADDRESS AND SOURCE FILTERS ARE APPLIED TO THE MASTER RECORD   *
      *  ITSELF, AND NO MORE THAN WS-EXAMINE-LIMIT ENTRIES ARE READ    *
      *  PER SCREEN SO A LOOSE NAME WITH A TIGHT FILTER STILL ANSWERS  *
      *  PROMPTLY - THE OPERATOR PAGES ON TO CONTINUE THE SCAN.        *
      *  INQUIRY ONLY - NOTHING IS UPDATED, SO THE CYCLE INTERLOCK     *
      *  DOES NOT APPLY.                                               *
      *                                                                *
      *  SEARCH LINE: NAME-START(30) ADDR-PART(30) SOURCE-SYS(3)       *
      *  LIST LINE:   N OR BLANK=NEXT PAGE  T=TOP  S=NEW SEARCH        *
      *               I## = CUSTINQ, H## = CUSTHBR FOR LINE ##         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MATCH-CUSTREC.
           COPY CUSTREC.

      * MATCHES CURRENT-MASTER-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "CURRMSTR" DD/PATH CUSTCMP MAINTAINS.
       01  WS-CURRENT-MASTER-RECORD.
           05  CURM-CUST-ID                PIC X(10).
           05  CURM-DATA                   PIC X(100).

      * MATCHES NAME-INDEX-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "NAMEIDX" DD/PATH 7550-MAINTAIN-NAME-INDEX KEEPS.
       01  WS-NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-CUST-NAME           PIC X(30).
               10  NIX-CUST-ID             PIC X(10).

       01  WS-NIX-BROWSE-KEY               PIC X(40).

       01  WS-RESP                         PIC S9(8) COMP.

      * THE CONVERSATION STATE CARRIED FROM SCREEN TO SCREEN: THE
      * CRITERIA, WHERE THE FIRST PAGE AND THE NEXT PAGE START ON
      * NAMEIDX, AND THE KEYS SHOWN ON THE CURRENT PAGE SO A LINE
      * NUMBER CAN BE TURNED BACK INTO A CUST-ID.
       01  WS-SEARCH-AREA.
           05  SRCH-STATE                  PIC X(01).
               88  SRCH-AWAIT-CRITERIA             VALUE 'C'.
               88  SRCH-LIST-SHOWN                 VALUE 'L'.
           05  SRCH-NAME                   PIC X(30).
           05  SRCH-NAME-LEN               PIC 9(02).
           05  SRCH-ADDR                   PIC X(30).
           05  SRCH-ADDR-LEN               PIC 9(02).
           05  SRCH-SOURCE-SYS             PIC X(03).
           05  SRCH-PAGE-NO                PIC 9(03).
           05  SRCH-FIRST-KEY              PIC X(40).
           05  SRCH-NEXT-KEY               PIC X(40).
           05  SRCH-MORE-SW                PIC X(01).
               88  SRCH-MORE                       VALUE 'Y'.
           05  SRCH-LINE-COUNT             PIC 9(02).
           05  SRCH-LINE-IDS.
               10  SRCH-LINE-ID            PIC X(10) OCCURS 10 TIMES.

       01  WS-SEARCH-INPUT.
           05  INP-NAME                    PIC X(30).
           05  INP-ADDR                    PIC X(30).
           05  INP-SOURCE-SYS              PIC X(03).
       01  WS-LIST-INPUT REDEFINES WS-SEARCH-INPUT.
           05  INP-COMMAND                 PIC X(01).
               88  INP-NEXT-PAGE                   VALUES ' ' 'N'.
               88  INP-TOP-PAGE                    VALUE 'T'.
               88  INP-NEW-SEARCH                  VALUE 'S'.
               88  INP-GO-INQUIRY                  VALUE 'I'.
               88  INP-GO-HISTORY                  VALUE 'H'.
           05  INP-LINE-NO-X               PIC X(02).
           05  INP-LINE-NO REDEFINES INP-LINE-NO-X
                                           PIC 9(02).
           05  FILLER                      PIC X(60).

       01  WS-PAGE-SIZE                    PIC 9(02) VALUE 10.
       01  WS-EXAMINE-LIMIT                PIC 9(05) VALUE 200.
       01  WS-EXAMINED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-ADDR-HITS                    PIC 9(03) VALUE ZERO.
       01  WS-LEN                          PIC 9(02) VALUE ZERO.

       01  WS-BROWSE-END-SW                PIC X VALUE 'N'.
           88  WS-BROWSE-END                       VALUE 'Y'.
       01  WS-CANDIDATE-SW                 PIC X VALUE 'N'.
           88  WS-CANDIDATE-OK                     VALUE 'Y'.

      * WHAT CUSTINQ AND CUSTHBR FIND IN THEIR COMMAREAS WHEN A KEY
      * IS HANDED OVER FROM HERE.
       01  WS-XFER-INQ-AREA.
           05  XFER-INQ-ID                 PIC X(10).
       01  WS-XFER-HBR-AREA.
           05  XFER-HBR-ID                 PIC X(10).
           05  XFER-HBR-POS-DATE           PIC X(08).

       01  WS-PROMPT-MSG.
           05  FILLER                      PIC X(46) VALUE
               'ENTER: NAME-START(30) ADDR-PART(30) SOURCE(3) '.
           05  WS-PROMPT-NOTE              PIC X(34) VALUE SPACES.

       01  WS-REPLY-MSG                    PIC X(80) VALUE SPACES.

       01  WS-LIST-SCREEN.
           05  WS-LIST-HEADING.
               10  FILLER                  PIC X(19) VALUE
                   'CSRC NAME SEARCH - '.
               10  WS-HDG-NAME             PIC X(30).
               10  FILLER                  PIC X(06) VALUE ' PAGE '.
               10  WS-HDG-PAGE             PIC ZZ9.
               10  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-LIST-COLUMNS.
               10  FILLER                  PIC X(14) VALUE
                   'NO CUST-ID    '.
               10  FILLER                  PIC X(26) VALUE 'NAME'.
               10  FILLER                  PIC X(23) VALUE 'ADDRESS'.
               10  FILLER                  PIC X(17) VALUE
                   'S       BALANCE  '.
           05  WS-LIST-LINE                PIC X(80) OCCURS 10 TIMES.
           05  WS-LIST-FOOTING.
               10  WS-FTG-NOTE             PIC X(32).
               10  FILLER                  PIC X(48) VALUE
                   ' N=NEXT  T=TOP  S=NEW SEARCH  I##=CINQ  H##=CHBR'.

       01  WS-LIST-DETAIL.
           05  WS-LST-LINE-NO              PIC Z9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LST-ID                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LST-NAME                 PIC X(25).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LST-ADDR                 PIC X(22).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LST-STATUS               PIC X(01).
           05  WS-LST-BALANCE              PIC -(9)9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(254).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-SEARCH-AREA
               SET SRCH-AWAIT-CRITERIA TO TRUE
               PERFORM 1000-SEND-PROMPT
           ELSE
               MOVE DFHCOMMAREA TO WS-SEARCH-AREA
               PERFORM 2000-RECEIVE-INPUT
               IF SRCH-AWAIT-CRITERIA
                   PERFORM 3000-START-SEARCH
               ELSE
                   PERFORM 4000-LIST-COMMAND
               END-IF
           END-IF
           EXEC CICS RETURN
               TRANSID('CSRC')
               COMMAREA(WS-SEARCH-AREA)
               LENGTH(254)
           END-EXEC.

       1000-SEND-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-MSG)
               LENGTH(80)
               ERASE
           END-EXEC.

       2000-RECEIVE-INPUT.
           MOVE SPACES TO WS-SEARCH-INPUT
           EXEC CICS RECEIVE
               INTO(WS-SEARCH-INPUT)
               LENGTH(63)
               RESP(WS-RESP)
           END-EXEC.

      * THE NAME IS MATCHED FROM ITS FIRST CHARACTER AS HELD ON THE
      * MASTER; THE ADDRESS FRAGMENT MAY FALL ANYWHERE IN CUST-ADDR.
      * THE FIRST PAGE STARTS AT THE NAME FRAGMENT PADDED WITH
      * LOW-VALUES, AHEAD OF EVERY NAME THAT BEGINS WITH IT.
       3000-START-SEARCH.
           MOVE INP-NAME TO SRCH-NAME
           MOVE INP-ADDR TO SRCH-ADDR
           MOVE INP-SOURCE-SYS TO SRCH-SOURCE-SYS
      * TRIMMED LENGTHS - THE LAST NON-BLANK, SCANNING BACK.
           MOVE ZERO TO SRCH-NAME-LEN
           PERFORM VARYING WS-LEN FROM 30 BY -1
                   UNTIL WS-LEN = ZERO OR SRCH-NAME-LEN > ZERO
               IF SRCH-NAME(WS-LEN:1) NOT = SPACE
                   MOVE WS-LEN TO SRCH-NAME-LEN
               END-IF
           END-PERFORM
           MOVE ZERO TO SRCH-ADDR-LEN
           PERFORM VARYING WS-LEN FROM 30 BY -1
                   UNTIL WS-LEN = ZERO OR SRCH-ADDR-LEN > ZERO
               IF SRCH-ADDR(WS-LEN:1) NOT = SPACE
                   MOVE WS-LEN TO SRCH-ADDR-LEN
               END-IF
           END-PERFORM
           IF SRCH-NAME-LEN = ZERO
               MOVE 'START OF CUST-NAME IS REQUIRED' TO WS-PROMPT-NOTE
               PERFORM 1000-SEND-PROMPT
           ELSE
               MOVE LOW-VALUES TO SRCH-FIRST-KEY
               MOVE SRCH-NAME(1:SRCH-NAME-LEN) TO
                   SRCH-FIRST-KEY(1:SRCH-NAME-LEN)
               MOVE SRCH-FIRST-KEY TO SRCH-NEXT-KEY
               MOVE 1 TO SRCH-PAGE-NO
               SET SRCH-LIST-SHOWN TO TRUE
               PERFORM 5000-BUILD-PAGE
               PERFORM 6000-SEND-LIST
           END-IF.

      * A LINE NUMBER IS ONLY GOOD FOR THE PAGE LAST SHOWN - THE KEYS
      * BEHIND IT TRAVEL IN THE COMMAREA.  A REFUSED COMMAND LEAVES
      * THAT PAGE CURRENT SO THE OPERATOR CAN SIMPLY KEY AGAIN.
      * A ONE-DIGIT LINE NUMBER (I3) IS TAKEN AS I03.
       4000-LIST-COMMAND.
           IF INP-LINE-NO-X(2:1) = SPACE
               AND INP-LINE-NO-X(1:1) NOT = SPACE
               MOVE INP-LINE-NO-X(1:1) TO INP-LINE-NO-X(2:1)
               MOVE '0' TO INP-LINE-NO-X(1:1)
           END-IF
           EVALUATE TRUE
               WHEN INP-NEW-SEARCH
                   MOVE SPACES TO WS-SEARCH-AREA
                   SET SRCH-AWAIT-CRITERIA TO TRUE
                   PERFORM 1000-SEND-PROMPT

               WHEN INP-TOP-PAGE
                   MOVE SRCH-FIRST-KEY TO SRCH-NEXT-KEY
                   MOVE 1 TO SRCH-PAGE-NO
                   PERFORM 5000-BUILD-PAGE
                   PERFORM 6000-SEND-LIST

               WHEN INP-NEXT-PAGE AND SRCH-MORE
                   ADD 1 TO SRCH-PAGE-NO
                   PERFORM 5000-BUILD-PAGE
                   PERFORM 6000-SEND-LIST

               WHEN INP-NEXT-PAGE
                   MOVE 'NO MORE MATCHES - T=TOP  S=NEW SEARCH' TO
                       WS-REPLY-MSG
                   PERFORM 6100-SEND-REPLY

               WHEN (INP-GO-INQUIRY OR INP-GO-HISTORY)
                       AND INP-LINE-NO-X NUMERIC
                       AND INP-LINE-NO > ZERO
                       AND INP-LINE-NO NOT > SRCH-LINE-COUNT
                   PERFORM 7000-TRANSFER-TO-DISPLAY

               WHEN INP-GO-INQUIRY OR INP-GO-HISTORY
                   MOVE 'LINE NUMBER NOT ON THE PAGE SHOWN' TO
                       WS-REPLY-MSG
                   PERFORM 6100-SEND-REPLY

               WHEN OTHER
                   MOVE 'COMMAND MUST BE N, T, S, I## OR H##' TO
                       WS-REPLY-MSG
                   PERFORM 6100-SEND-REPLY
           END-EVALUATE.

      * BROWSES NAMEIDX FORWARD FROM SRCH-NEXT-KEY.  THE PAGE STOPS
      * WHEN IT IS FULL, WHEN THE NAMES NO LONGER START WITH THE
      * KEYED TEXT, OR WHEN WS-EXAMINE-LIMIT ENTRIES HAVE BEEN TRIED;
      * IN THE FIRST AND LAST CASES THE ENTRY JUST READ, NOT YET
      * TRIED, IS WHERE THE NEXT PAGE STARTS.
       5000-BUILD-PAGE.
           MOVE ZERO TO SRCH-LINE-COUNT
           MOVE SPACES TO SRCH-LINE-IDS
           MOVE 'N' TO SRCH-MORE-SW
           MOVE ZERO TO WS-EXAMINED-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           PERFORM VARYING WS-LEN FROM 1 BY 1
                   UNTIL WS-LEN > WS-PAGE-SIZE
               MOVE SPACES TO WS-LIST-LINE(WS-LEN)
           END-PERFORM
           MOVE SRCH-NEXT-KEY TO WS-NIX-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('NAMEIDX')
               RIDFLD(WS-NIX-BROWSE-KEY)
               KEYLENGTH(40)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               PERFORM 5100-EXAMINE-ONE-ENTRY
                   UNTIL WS-BROWSE-END
               EXEC CICS ENDBR
                   FILE('NAMEIDX')
               END-EXEC
           END-IF.

       5100-EXAMINE-ONE-ENTRY.
           EXEC CICS READNEXT
               FILE('NAMEIDX')
               INTO(WS-NAME-INDEX-RECORD)
               RIDFLD(WS-NIX-BROWSE-KEY)
               KEYLENGTH(40)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = ZERO
                   SET WS-BROWSE-END TO TRUE

               WHEN NIX-CUST-NAME(1:SRCH-NAME-LEN) NOT =
                       SRCH-NAME(1:SRCH-NAME-LEN)
                   SET WS-BROWSE-END TO TRUE

               WHEN SRCH-LINE-COUNT NOT < WS-PAGE-SIZE
                 OR WS-EXAMINED-COUNT NOT < WS-EXAMINE-LIMIT
                   SET SRCH-MORE TO TRUE
                   MOVE NIX-KEY TO SRCH-NEXT-KEY
                   SET WS-BROWSE-END TO TRUE

               WHEN OTHER
                   ADD 1 TO WS-EXAMINED-COUNT
                   PERFORM 5200-TEST-ONE-CANDIDATE
           END-EVALUATE.

      * AN ENTRY WHOSE MASTER IS GONE OR NOW CARRIES ANOTHER NAME IS
      * ONE A RESTARTED BATCH STEP LEFT BEHIND - IT IS PASSED OVER,
      * THE KEY TURNS UP AGAIN UNDER ITS CURRENT NAME.
       5200-TEST-ONE-CANDIDATE.
           EXEC CICS READ
               FILE('CURRMSTR')
               INTO(WS-CURRENT-MASTER-RECORD)
               RIDFLD(NIX-CUST-ID)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               MOVE CURM-DATA TO WS-MATCH-CUSTREC
               SET WS-CANDIDATE-OK TO TRUE
               IF CUST-NAME OF WS-MATCH-CUSTREC NOT = NIX-CUST-NAME
                   MOVE 'N' TO WS-CANDIDATE-SW
               END-IF
               IF SRCH-SOURCE-SYS NOT = SPACES
                   AND CUST-SOURCE-SYS OF WS-MATCH-CUSTREC NOT =
                       SRCH-SOURCE-SYS
                   MOVE 'N' TO WS-CANDIDATE-SW
               END-IF
               IF SRCH-ADDR-LEN > ZERO
                   MOVE ZERO TO WS-ADDR-HITS
                   INSPECT CUST-ADDR OF WS-MATCH-CUSTREC
                       TALLYING WS-ADDR-HITS
                       FOR ALL SRCH-ADDR(1:SRCH-ADDR-LEN)
                   IF WS-ADDR-HITS = ZERO
                       MOVE 'N' TO WS-CANDIDATE-SW
                   END-IF
               END-IF
               IF WS-CANDIDATE-OK
                   PERFORM 5300-ADD-LIST-LINE
               END-IF
           END-IF.

       5300-ADD-LIST-LINE.
           ADD 1 TO SRCH-LINE-COUNT
           MOVE CURM-CUST-ID TO SRCH-LINE-ID(SRCH-LINE-COUNT)
           MOVE SPACES TO WS-LIST-DETAIL
           MOVE SRCH-LINE-COUNT TO WS-LST-LINE-NO
           MOVE CURM-CUST-ID TO WS-LST-ID
           MOVE CUST-NAME OF WS-MATCH-CUSTREC TO WS-LST-NAME
           MOVE CUST-ADDR OF WS-MATCH-CUSTREC TO WS-LST-ADDR
           MOVE CUST-STATUS OF WS-MATCH-CUSTREC TO WS-LST-STATUS
           IF CUST-BALANCE OF WS-MATCH-CUSTREC NUMERIC
               MOVE CUST-BALANCE OF WS-MATCH-CUSTREC TO WS-LST-BALANCE
           END-IF
           MOVE WS-LIST-DETAIL TO WS-LIST-LINE(SRCH-LINE-COUNT).

       6000-SEND-LIST.
           MOVE SRCH-NAME TO WS-HDG-NAME
           MOVE SRCH-PAGE-NO TO WS-HDG-PAGE
           EVALUATE TRUE
               WHEN SRCH-MORE AND SRCH-LINE-COUNT < WS-PAGE-SIZE
                   MOVE 'SCAN LIMIT - N TO SEARCH ON' TO WS-FTG-NOTE
               WHEN SRCH-MORE
                   MOVE 'MORE MATCHES - N FOR NEXT PAGE' TO WS-FTG-NOTE
               WHEN SRCH-LINE-COUNT = ZERO AND SRCH-PAGE-NO = 1
                   MOVE 'NO MATCHING CUSTOMERS' TO WS-FTG-NOTE
               WHEN OTHER
                   MOVE 'END OF MATCHES' TO WS-FTG-NOTE
           END-EVALUATE
           EXEC CICS SEND TEXT
               FROM(WS-LIST-SCREEN)
               LENGTH(1040)
               ERASE
           END-EXEC.

       6100-SEND-REPLY.
           EXEC CICS SEND TEXT
               FROM(WS-REPLY-MSG)
               LENGTH(80)
               ERASE
           END-EXEC.

      * THE TARGET PROGRAM SEES EIBTRNID CSRC AND A KEY ALREADY IN
      * ITS COMMAREA, SKIPS ITS OWN RECEIVE AND SHOWS THE KEY; ITS
      * RETURN THEN NAMES ITS OWN TRANSID, SO THE OPERATOR CARRIES ON
      * IN CINQ OR CHBR.  CONTROL ONLY COMES BACK HERE IF THE
      * TRANSFER ITSELF FAILED.
       7000-TRANSFER-TO-DISPLAY.
           IF INP-GO-INQUIRY
               MOVE SRCH-LINE-ID(INP-LINE-NO) TO XFER-INQ-ID
               EXEC CICS XCTL
                   PROGRAM('CUSTINQ')
                   COMMAREA(WS-XFER-INQ-AREA)
                   LENGTH(10)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE SRCH-LINE-ID(INP-LINE-NO) TO XFER-HBR-ID
               MOVE SPACES TO XFER-HBR-POS-DATE
               EXEC CICS XCTL
                   PROGRAM('CUSTHBR')
                   COMMAREA(WS-XFER-HBR-AREA)
                   LENGTH(18)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           MOVE 'TRANSFER FAILED - KEY THE ID IN CINQ OR CHBR DIRECTLY'
               TO WS-REPLY-MSG
           PERFORM 6100-SEND-REPLY.
