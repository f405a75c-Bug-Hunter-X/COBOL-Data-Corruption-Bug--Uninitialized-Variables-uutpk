       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOS.
      *****************************************************************
      *  CUSTPOS - DAILY PORTFOLIO POSITION REPORT                     *
      *  RUN AFTER CUSTCMP (AFTER CONSOLIDATION IN A PARTITIONED RUN)  *
      *  TO SHOW FINANCE WHAT THE BOOK LOOKED LIKE AFTER THE NIGHT'S   *
      *  CYCLE.  CURRMSTR IS TOTALLED BY CUST-SOURCE-SYS, CUST-TYPE    *
      *  AND CUST-STATUS - CUSTOMER COUNT, TOTAL, DEBIT AND CREDIT     *
      *  BALANCES, ZERO-BALANCE COUNT AND COUNTS IN BALANCE BANDS -    *
      *  AND COMPARED WITH THE PREVIOUS POSITION KEPT ON THE DATED     *
      *  POSITION HISTORY (POSHIST) TO SHOW THE DAY'S MOVEMENT.        *
      *  THE MASTER'S TOTAL BALANCE IS THEN TIED TO THE CUST-BALANCE   *
      *  HASH ON THE CURFILE TRAILER OF THE TRANSMISSION CUSTCMP       *
      *  VERIFIED (THE EXTRACT DATE XMITCTL RECORDS).  THE KNOWN       *
      *  DIFFERENCES - INTRA-DAY COLLISIONS CUSTCMP KEPT AND LISTED    *
      *  ON COLLRPT, KEYS SITTING IN SUSPFILE, AND CHANGES STANDING    *
      *  ON HOLDFILE - ARE LISTED KEY BY KEY AS EXPLAINED ITEMS        *
      *  (MASTER BALANCE LESS EXTRACT BALANCE), SO WHATEVER REMAINS    *
      *  IS UNEXPLAINED.  RETURN CODE 8 MEANS AN UNEXPLAINED           *
      *  REMAINDER OR NO VERIFIED TRAILER TO TIE TO; RETURN CODE 12    *
      *  MEANS CURRMSTR WOULD NOT OPEN AND NOTHING WAS FILED.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-MASTER-FILE ASSIGN TO "CURRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURM-CUST-ID
               FILE STATUS IS WS-CURM-STATUS.

           SELECT OPTIONAL RAW-CURR-FILE ASSIGN TO "CURFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWC-STATUS.

           SELECT OPTIONAL XMIT-CONTROL-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCTL-STATUS.

           SELECT OPTIONAL COLLISION-RPT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT POSITION-HIST-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSH-KEY
               FILE STATUS IS WS-POSH-STATUS.

           SELECT POSITION-RPT-FILE ASSIGN TO "POSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * MATCHES CURRENT-MASTER-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "CURRMSTR" DD/PATH CUSTCMP MAINTAINS.
       FD  CURRENT-MASTER-FILE.
       01  CURRENT-MASTER-RECORD.
           05  CURM-CUST-ID                 PIC X(10).
           05  CURM-DATA                    PIC X(100).

      * THE RAW CURRENT EXTRACT AS TRANSMITTED - HDR, DATA RECORDS,
      * TRL - BEFORE CUSTCMP SORTS IT.  IN CATCH-UP MODE IT CARRIES
      * ONE HDR...TRL GENERATION PER STAGED EXTRACT.
       FD  RAW-CURR-FILE.
       01  RAW-CURR-RECORD                 PIC X(100).

      * THE LAST ACCEPTED EXTRACT DATE PER SIDE, AS CUSTCMP'S
      * 8900-UPDATE-XMIT-CONTROL RECORDED IT - THE CURR-SIDE DATE IS
      * THE VERIFIED TRANSMISSION THE MASTER NOW REFLECTS.
       FD  XMIT-CONTROL-FILE.
       01  XMIT-CONTROL-LINE               PIC X(80).

      * CUSTCMP'S INTRA-DAY COLLISION LIST (7700/7750 IN BUG.COB).
       FD  COLLISION-RPT-FILE.
       01  COLLISION-RPT-LINE              PIC X(132).

      * MATCHES SUSPENSE-RECORD IN CUSTCMP (BUG.COB).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUSP-KEY.
               10  SUSP-SOURCE              PIC X(05).
               10  SUSP-CUST-ID             PIC X(10).
           05  SUSP-CODE                    PIC X(04).
           05  SUSP-REASON                  PIC X(40).
           05  SUSP-FIRST-DATE              PIC X(08).
           05  SUSP-AGE-COUNT               PIC 9(03).
           05  SUSP-RAW-IMAGE               PIC X(100).

      * MATCHES HOLD-RECORD IN CUSTCMP (BUG.COB) - THE RISK HOLDS.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HOLD-CUST-ID                 PIC X(10).
           05  HOLD-STATE                   PIC X(01).
               88  HOLD-PENDING                     VALUE 'P'.
               88  HOLD-PROPOSED                    VALUE 'M'.
               88  HOLD-RELEASED                    VALUE 'R'.
               88  HOLD-FED                         VALUE 'F'.
               88  HOLD-DECLINED                    VALUE 'D'.
           05  HOLD-RULE-CODE               PIC X(04).
           05  HOLD-RULE-FLAGS.
               10  HOLD-RULE-BAL            PIC X(01).
               10  HOLD-RULE-STATUS         PIC X(01).
               10  HOLD-RULE-NAME-ADDR      PIC X(01).
           05  HOLD-RULE-TEXT               PIC X(40).
           05  HOLD-HELD-DATE               PIC X(08).
           05  HOLD-EXTRACT-DATE            PIC X(08).
           05  HOLD-BEFORE-IMAGE            PIC X(100).
           05  HOLD-AFTER-IMAGE             PIC X(100).
           05  HOLD-PROPOSAL                PIC X(01).
               88  HOLD-PROPOSE-RELEASE             VALUE 'R'.
               88  HOLD-PROPOSE-DECLINE             VALUE 'D'.
           05  HOLD-MAKER-ID                PIC X(08).
           05  HOLD-MAKER-TS                PIC X(14).
           05  HOLD-CHECKER-ID              PIC X(08).
           05  HOLD-DECIDED-TS              PIC X(14).
           05  HOLD-FEED-RUN-DATE           PIC X(08).
           05  HOLD-FEED-SEQ                PIC 9(09).

      * ONE ROW PER POSITION DATE AND SOURCE/TYPE/STATUS GROUP.  THE
      * POSITION DATE IS THE VERIFIED EXTRACT DATE THE MASTER
      * REFLECTS, SO A RERUN FOR THE SAME CYCLE REPLACES ITS ROWS.
       FD  POSITION-HIST-FILE.
       01  POSITION-HIST-RECORD.
           05  POSH-KEY.
               10  POSH-DATE                PIC X(08).
               10  POSH-SOURCE-SYS          PIC X(03).
               10  POSH-TYPE                PIC X(01).
               10  POSH-STATUS              PIC X(01).
           05  POSH-CUST-COUNT              PIC 9(09).
           05  POSH-TOTAL-BAL               PIC S9(13)V99.
           05  POSH-DEBIT-BAL               PIC S9(13)V99.
           05  POSH-CREDIT-BAL              PIC S9(13)V99.
           05  POSH-ZERO-COUNT              PIC 9(09).
           05  POSH-BAND-COUNT              PIC 9(09) OCCURS 4 TIMES.
           05  FILLER                       PIC X(20).

       FD  POSITION-RPT-FILE.
       01  POSITION-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREA-1.
           COPY CUSTREC.

       01  WS-CURM-STATUS                  PIC XX VALUE SPACES.
           88  WS-CURM-STATUS-OK                   VALUE '00'.
           88  WS-CURM-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-RAWC-STATUS                  PIC XX VALUE SPACES.
           88  WS-RAWC-STATUS-OK                   VALUE '00'.

       01  WS-XCTL-STATUS                  PIC XX VALUE SPACES.
           88  WS-XCTL-STATUS-OK                   VALUE '00'.

       01  WS-COLL-STATUS                  PIC XX VALUE SPACES.
           88  WS-COLL-STATUS-OK                   VALUE '00'.

       01  WS-SUSP-STATUS                  PIC XX VALUE SPACES.
           88  WS-SUSP-STATUS-OK                   VALUE '00'.
           88  WS-SUSP-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-HOLD-STATUS                  PIC XX VALUE SPACES.
           88  WS-HOLD-STATUS-OK                   VALUE '00'.

       01  WS-POSH-STATUS                  PIC XX VALUE SPACES.
           88  WS-POSH-STATUS-OK                   VALUE '00'.
           88  WS-POSH-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-SWITCHES.
           05  WS-MSTR-EOF-SW              PIC X VALUE 'N'.
               88  WS-MSTR-EOF                     VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF                     VALUE 'Y'.
           05  WS-VERIFIED-GEN-SW          PIC X VALUE 'N'.
               88  WS-IN-VERIFIED-GEN              VALUE 'Y'.
           05  WS-TRAILER-SW               PIC X VALUE 'N'.
               88  WS-TRAILER-FOUND                VALUE 'Y'.
           05  WS-ITEM-FOUND-SW            PIC X VALUE 'N'.
               88  WS-ITEM-FOUND                   VALUE 'Y'.
           05  WS-GRP-FOUND-SW             PIC X VALUE 'N'.
               88  WS-GRP-FOUND                    VALUE 'Y'.
           05  WS-GRP-STOP-SW              PIC X VALUE 'N'.
               88  WS-GRP-STOP                     VALUE 'Y'.

      * SAME HDR/TRL LAYOUT CUSTCMP VERIFIES (WS-XMIT-RECORD IN
      * BUG.COB).  THE HASH COVERS ONLY NUMERIC BALANCES.
       01  WS-XMIT-RECORD.
           05  WS-XMIT-TYPE                PIC X(03).
               88  WS-XMIT-HEADER                  VALUE 'HDR'.
               88  WS-XMIT-TRAILER                 VALUE 'TRL'.
           05  WS-XMIT-REST                PIC X(97).
           05  WS-XMIT-HDR REDEFINES WS-XMIT-REST.
               10  WS-XMIT-HDR-DATE        PIC X(08).
               10  WS-XMIT-HDR-SYSTEM      PIC X(08).
               10  FILLER                  PIC X(81).
           05  WS-XMIT-TRL REDEFINES WS-XMIT-REST.
               10  WS-XMIT-TRL-COUNT       PIC 9(09).
               10  WS-XMIT-TRL-HASH        PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(74).

      * SAME DETAIL LAYOUT CUSTCMP WRITES TO COLLRPT (WS-COLL-DETAIL
      * IN BUG.COB) - KEEP THE TWO IN STEP.
       01  WS-COLL-DETAIL.
           05  FILLER                      PIC X(01).
           05  WS-COLL-KEY                 PIC X(10).
           05  FILLER                      PIC X(02).
           05  WS-COLL-ACTION              PIC X(07).
               88  WS-COLL-BALANCE-KEPT            VALUE 'REWRITE'
                                                         'DELETE'
                                                         'MERGE'
                                                         'REKEY'.
           05  FILLER                      PIC X(02).
           05  WS-COLL-MASTER-MAINT        PIC X(14).
           05  FILLER                      PIC X(02).
           05  WS-COLL-EXTRACT-DT          PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-COLL-TEXT                PIC X(40).

      * SPACES WHEN XMITCTL IS ABSENT - NO TRANSMISSION HAS BEEN
      * VERIFIED, THE POSITION IS DATED BY THE RUN DATE AND NOTHING
      * CAN BE TIED.
       01  WS-EXTRACT-DATE                 PIC X(08) VALUE SPACES.
       01  WS-POSITION-DATE                PIC X(08) VALUE SPACES.
       01  WS-PREV-POSITION-DATE           PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21).

      * THE KNOWN DIFFERENCES, HELD IN CUST-ID ORDER.  THE MASTER AND
      * EXTRACT BALANCES OF EACH KEY ARE PICKED UP ON THE PASSES OF
      * CURRMSTR AND CURFILE; THEIR DIFFERENCE IS WHAT THE KEY PUTS
      * BETWEEN THE MASTER TOTAL AND THE TRAILER HASH.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITEM-KEY             PIC X(10).
               10  WS-ITEM-COLL-ACTION     PIC X(07).
               10  WS-ITEM-SUSP-SOURCE     PIC X(05).
               10  WS-ITEM-SUSP-CODE       PIC X(04).
               10  WS-ITEM-HOLD-STATE      PIC X(01).
               10  WS-ITEM-MASTER-BAL      PIC S9(13)V99.
               10  WS-ITEM-EXTRACT-BAL     PIC S9(13)V99.
       01  WS-ITEM-USED                    PIC 9(5) VALUE ZERO.
       01  WS-ITEM-MAX                     PIC 9(5) VALUE 5000.
       01  WS-ITEM-SUB                     PIC 9(5) VALUE ZERO.
       01  WS-FIND-ITEM-KEY                PIC X(10).
       01  WS-LOW-SUB                      PIC 9(5) VALUE ZERO.
       01  WS-HIGH-SUB                     PIC S9(5) VALUE ZERO.
       01  WS-MID-SUB                      PIC 9(5) VALUE ZERO.
       01  WS-SHIFT-SUB                    PIC 9(5) VALUE ZERO.

      * ONE ENTRY PER SOURCE/TYPE/STATUS GROUP, IN KEY ORDER.  A GROUP
      * ONLY ON THE PREVIOUS POSITION IS CARRIED WITH A ZERO COUNT SO
      * ITS RUN-OFF STILL SHOWS AS MOVEMENT.  BANDS ARE BY ABSOLUTE
      * BALANCE: UNDER 1,000 / UNDER 10,000 / UNDER 100,000 / OVER.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 500 TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-SOURCE-SYS   PIC X(03).
                   15  WS-GRP-TYPE         PIC X(01).
                   15  WS-GRP-STATUS       PIC X(01).
               10  WS-GRP-CUST-COUNT       PIC 9(09).
               10  WS-GRP-TOTAL-BAL        PIC S9(13)V99.
               10  WS-GRP-DEBIT-BAL        PIC S9(13)V99.
               10  WS-GRP-CREDIT-BAL       PIC S9(13)V99.
               10  WS-GRP-ZERO-COUNT       PIC 9(09).
               10  WS-GRP-BAND-COUNT       PIC 9(09) OCCURS 4 TIMES.
               10  WS-GRP-PREV-COUNT       PIC 9(09).
               10  WS-GRP-PREV-BAL         PIC S9(13)V99.
       01  WS-GRP-USED                     PIC 9(3) VALUE ZERO.
       01  WS-GRP-MAX                      PIC 9(3) VALUE 500.
       01  WS-GRP-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-GRP-HIT-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-GRP-SHIFT-SUB                PIC 9(3) VALUE ZERO.
       01  WS-FIND-GROUP-KEY               PIC X(05).
       01  WS-BAND-SUB                     PIC 9(1) VALUE ZERO.

      * SAME SHAPE AS A GROUP ENTRY - THE WHOLE BOOK.
       01  WS-TOTAL-ENTRY.
           05  WS-TOT-KEY                  PIC X(05) VALUE 'ALL'.
           05  WS-TOT-CUST-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-TOT-TOTAL-BAL            PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-DEBIT-BAL            PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-CREDIT-BAL           PIC S9(13)V99 VALUE ZERO.
           05  WS-TOT-ZERO-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-TOT-BAND-COUNT           PIC 9(09) OCCURS 4 TIMES.
           05  WS-TOT-PREV-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-TOT-PREV-BAL             PIC S9(13)V99 VALUE ZERO.

      * THE ENTRY BEING PRINTED - A GROUP OR THE TOTAL IS MOVED HERE.
       01  WS-PRT-ENTRY.
           05  WS-PRT-KEY.
               10  WS-PRT-SOURCE-SYS       PIC X(03).
               10  WS-PRT-TYPE             PIC X(01).
               10  WS-PRT-STATUS           PIC X(01).
           05  WS-PRT-CUST-COUNT           PIC 9(09).
           05  WS-PRT-TOTAL-BAL            PIC S9(13)V99.
           05  WS-PRT-DEBIT-BAL            PIC S9(13)V99.
           05  WS-PRT-CREDIT-BAL           PIC S9(13)V99.
           05  WS-PRT-ZERO-COUNT           PIC 9(09).
           05  WS-PRT-BAND-COUNT           PIC 9(09) OCCURS 4 TIMES.
           05  WS-PRT-PREV-COUNT           PIC 9(09).
           05  WS-PRT-PREV-BAL             PIC S9(13)V99.

       01  WS-CUST-BAL                     PIC S9(11)V99 VALUE ZERO.
       01  WS-ABS-BAL                      PIC 9(11)V99 VALUE ZERO.
       01  WS-MOVE-COUNT                   PIC S9(09) VALUE ZERO.
       01  WS-MOVE-BAL                     PIC S9(13)V99 VALUE ZERO.
       01  WS-ITEM-DIFF                    PIC S9(13)V99 VALUE ZERO.

       01  WS-TIE-FIELDS.
           05  WS-TRL-COUNT                PIC 9(09) VALUE ZERO.
           05  WS-TRL-HASH                 PIC S9(11)V99 VALUE ZERO.
           05  WS-TIE-DIFF                 PIC S9(13)V99 VALUE ZERO.
           05  WS-EXPLAINED-TOTAL          PIC S9(13)V99 VALUE ZERO.
           05  WS-UNEXPLAINED              PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-MSTR-NONNUM-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-GRP-OVERFLOW-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-COLL-LINE-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-SUSP-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-HOLD-STANDING-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ITEM-OVERFLOW-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ITEM-LISTED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-ITEM-NIL-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-POSH-WRITE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-POSH-REPLACED-COUNT      PIC 9(9) VALUE ZERO.

       01  WS-POS-HEADING-1.
           05  FILLER                      PIC X(16)
               VALUE ' SRC  TYP  STAT '.
           05  FILLER                      PIC X(11)
               VALUE '  CUSTOMERS'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '        TOTAL BALANCE'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '       DEBIT BALANCES'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '      CREDIT BALANCES'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE '   ZERO BAL'.

       01  WS-POS-HEADING-2.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE '   UNDER 1K'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE '   1K - 10K'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE ' 10K - 100K'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE '100K + OVER'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE ' CUSTS MOVED'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '     BALANCE MOVEMENT'.

       01  WS-POS-LINE-1.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PL-SOURCE-SYS            PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-PL-TYPE                  PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-PL-STATUS                PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WS-PL-CUST-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-TOTAL-BAL             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-DEBIT-BAL             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-CREDIT-BAL            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-ZERO-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-POS-LINE-2.
           05  FILLER                      PIC X(16) VALUE SPACE.
           05  WS-PL-BAND-1                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-BAND-2                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-BAND-3                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-BAND-4                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-MOVE-COUNT            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-PL-MOVE-BAL              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-ITEM-HEADING.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(10)
               VALUE 'CUST-ID   '.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(07)
               VALUE 'COLLRPT'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(10)
               VALUE 'SUSPFILE  '.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(04)
               VALUE 'HOLD'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '       MASTER BALANCE'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '      EXTRACT BALANCE'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE '           DIFFERENCE'.

       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-XL-KEY                   PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-XL-COLL-ACTION           PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-XL-SUSP-SOURCE           PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-XL-SUSP-CODE             PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-XL-HOLD-STATE            PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-XL-MASTER-BAL            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-XL-EXTRACT-BAL           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-XL-DIFF                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-NUM                      PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-AMT                      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-ONE-MASTER
               UNTIL WS-MSTR-EOF
           PERFORM 3000-KEEP-POSITION-HISTORY
           PERFORM 4000-REPORT-POSITION
           PERFORM 5000-REPORT-EXPLAINED-ITEMS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * THE EXPLAINED KEYS ARE TABLED FIRST SO THE ONE PASS OF CURFILE
      * AND THE ONE PASS OF CURRMSTR CAN EACH PICK UP THEIR SIDE OF
      * EVERY KEY.
       1000-INITIALIZE.
           INITIALIZE WS-TOTAL-ENTRY
           MOVE 'ALL' TO WS-TOT-KEY
           OPEN OUTPUT POSITION-RPT-FILE
           MOVE 'CUSTPOS DAILY PORTFOLIO POSITION REPORT' TO
               POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           PERFORM 1050-OPEN-CURRENT-MASTER
           PERFORM 1100-READ-EXTRACT-DATE
           PERFORM 1200-LOAD-COLLISION-KEYS
           PERFORM 1300-LOAD-SUSPENSE-KEYS
           PERFORM 1350-LOAD-HOLD-KEYS
           PERFORM 1400-READ-VERIFIED-TRAILER.

      * A MASTER THAT WILL NOT OPEN IS NOT AN EMPTY BOOK - CARRYING ON
      * WOULD REPLACE A RERUN DATE'S GOOD POSHIST ROWS WITH NOTHING.
       1050-OPEN-CURRENT-MASTER.
           OPEN INPUT CURRENT-MASTER-FILE
           IF NOT WS-CURM-STATUS-OK
               MOVE SPACES TO POSITION-RPT-LINE
               STRING 'CURRMSTR OPEN FAILED - STATUS ' DELIMITED BY SIZE
                      WS-CURM-STATUS DELIMITED BY SIZE
                      ' - POSITION NOT TAKEN' DELIMITED BY SIZE
                   INTO POSITION-RPT-LINE
               WRITE POSITION-RPT-LINE
               CLOSE POSITION-RPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE OPTIONAL OPEN REPORTS STATUS '05' WHEN XMITCTL HAS NEVER
      * BEEN WRITTEN, BUT THE FILE IS OPEN EITHER WAY - CLOSE
      * UNCONDITIONALLY.
       1100-READ-EXTRACT-DATE.
           OPEN INPUT XMIT-CONTROL-FILE
           IF WS-XCTL-STATUS-OK
               READ XMIT-CONTROL-FILE
                   NOT AT END
                       MOVE XMIT-CONTROL-LINE(1:8) TO WS-EXTRACT-DATE
               END-READ
           END-IF
           CLOSE XMIT-CONTROL-FILE
           IF WS-EXTRACT-DATE NUMERIC
               MOVE WS-EXTRACT-DATE TO WS-POSITION-DATE
           ELSE
               MOVE SPACES TO WS-EXTRACT-DATE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-POSITION-DATE
           END-IF.

      * ONLY THE COLLISIONS WHERE CUSTCMP KEPT THE MASTER COPY OVER
      * THE EXTRACT MOVE A BALANCE - AN ERASED-KEY LINE DOES NOT, AND
      * THE SUMMARY LINES ARE NOT KEYS.  A CATCH-UP OR PARTITIONED RUN
      * LEAVES SEVERAL CYCLES' OR STREAMS' LINES ON THE FILE; EACH KEY
      * IS TABLED ONCE.
       1200-LOAD-COLLISION-KEYS.
           OPEN INPUT COLLISION-RPT-FILE
           IF WS-COLL-STATUS-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 1210-LOAD-ONE-COLLISION
                   UNTIL WS-SCAN-EOF
           END-IF
           CLOSE COLLISION-RPT-FILE.

       1210-LOAD-ONE-COLLISION.
           READ COLLISION-RPT-FILE INTO WS-COLL-DETAIL
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF WS-COLL-BALANCE-KEPT
                       AND WS-COLL-KEY NOT = SPACES
                       ADD 1 TO WS-COLL-LINE-COUNT
                       MOVE WS-COLL-KEY TO WS-FIND-ITEM-KEY
                       PERFORM 8120-ADD-ITEM
                       IF WS-ITEM-SUB > ZERO
                           MOVE WS-COLL-ACTION
                               TO WS-ITEM-COLL-ACTION(WS-ITEM-SUB)
                       END-IF
                   END-IF
           END-READ.

      * EVERY KEY IN SUSPENSE, EITHER SIDE - A KEY WHOSE RECORD NEVER
      * REACHED THE MASTER TONIGHT SHOWS AS EXTRACT BALANCE WITH NO
      * MASTER BALANCE; ONE FROM AN EARLIER CYCLE THAT NEITHER SIDE
      * CARRIES NETS TO NOTHING.
       1300-LOAD-SUSPENSE-KEYS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 1310-LOAD-ONE-SUSPENSE
                   UNTIL WS-SCAN-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       1310-LOAD-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-READ-COUNT
                   MOVE SUSP-CUST-ID TO WS-FIND-ITEM-KEY
                   PERFORM 8120-ADD-ITEM
                   IF WS-ITEM-SUB > ZERO
                       IF WS-ITEM-SUSP-SOURCE(WS-ITEM-SUB) = SPACES
                           MOVE SUSP-SOURCE
                               TO WS-ITEM-SUSP-SOURCE(WS-ITEM-SUB)
                           MOVE SUSP-CODE
                               TO WS-ITEM-SUSP-CODE(WS-ITEM-SUB)
                       END-IF
                   END-IF
           END-READ.

      * A HELD CHANGE LEAVES CURRMSTR AT THE BEFORE-IMAGE WHILE THE
      * TRAILER HASH COUNTS THE AFTER-IMAGE THE SOURCE SENT - PENDING
      * AND PROPOSED HOLDS, AND DECLINED ONES THE SOURCE KEEPS
      * RE-SENDING, ALL KEEP THE TWO APART.  RELEASED AND FED HOLDS
      * ARE ALREADY ON THE MASTER.
       1350-LOAD-HOLD-KEYS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 1360-LOAD-ONE-HOLD
                   UNTIL WS-SCAN-EOF
               CLOSE HOLD-FILE
           END-IF.

       1360-LOAD-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF HOLD-PENDING OR HOLD-PROPOSED OR HOLD-DECLINED
                       ADD 1 TO WS-HOLD-STANDING-COUNT
                       MOVE HOLD-CUST-ID TO WS-FIND-ITEM-KEY
                       PERFORM 8120-ADD-ITEM
                       IF WS-ITEM-SUB > ZERO
                           MOVE HOLD-STATE
                               TO WS-ITEM-HOLD-STATE(WS-ITEM-SUB)
                       END-IF
                   END-IF
           END-READ.

      * THE TRAILER TIED TO IS THE ONE CLOSING THE HDR...TRL
      * GENERATION DATED WITH THE EXTRACT DATE CUSTCMP ACCEPTED - IN
      * CATCH-UP MODE THE LAST STAGED EXTRACT, WHICH IS THE ONE THE
      * MASTER NOW REFLECTS.  THE SAME GENERATION'S DATA RECORDS GIVE
      * EACH EXPLAINED KEY ITS EXTRACT BALANCE.
       1400-READ-VERIFIED-TRAILER.
           IF WS-EXTRACT-DATE NOT = SPACES
               OPEN INPUT RAW-CURR-FILE
               IF WS-RAWC-STATUS-OK
                   MOVE 'N' TO WS-SCAN-EOF-SW
                   PERFORM 1410-READ-ONE-EXTRACT
                       UNTIL WS-SCAN-EOF
               END-IF
               CLOSE RAW-CURR-FILE
           END-IF.

       1410-READ-ONE-EXTRACT.
           READ RAW-CURR-FILE INTO WS-XMIT-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-XMIT-HEADER
                           MOVE 'N' TO WS-VERIFIED-GEN-SW
                           IF WS-XMIT-HDR-DATE = WS-EXTRACT-DATE
                               SET WS-IN-VERIFIED-GEN TO TRUE
                           END-IF
                       WHEN WS-XMIT-TRAILER
                           IF WS-IN-VERIFIED-GEN
                               SET WS-TRAILER-FOUND TO TRUE
                               MOVE WS-XMIT-TRL-COUNT TO WS-TRL-COUNT
                               MOVE WS-XMIT-TRL-HASH TO WS-TRL-HASH
                           END-IF
                           MOVE 'N' TO WS-VERIFIED-GEN-SW
                       WHEN OTHER
                           IF WS-IN-VERIFIED-GEN
                               PERFORM 1420-TAKE-EXTRACT-BALANCE
                           END-IF
                   END-EVALUATE
           END-READ.

      * A DUPLICATED KEY CONTRIBUTES EVERY COPY - THE TRAILER HASH
      * COUNTED THEM ALL.
       1420-TAKE-EXTRACT-BALANCE.
           MOVE WS-XMIT-RECORD TO WS-AREA-1
           IF CUST-BALANCE OF WS-AREA-1 NUMERIC
               MOVE CUST-ID OF WS-AREA-1 TO WS-FIND-ITEM-KEY
               PERFORM 8110-FIND-ITEM
               IF WS-ITEM-FOUND
                   ADD CUST-BALANCE OF WS-AREA-1
                       TO WS-ITEM-EXTRACT-BAL(WS-ITEM-SUB)
               END-IF
           END-IF.

       2000-READ-ONE-MASTER.
           READ CURRENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MSTR-EOF TO TRUE
           END-READ
           IF NOT WS-MSTR-EOF
               IF WS-CURM-STATUS-OK
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE CURM-DATA TO WS-AREA-1
                   PERFORM 2100-ACCUMULATE-MASTER
               ELSE
                   SET WS-MSTR-EOF TO TRUE
               END-IF
           END-IF.

      * A POSITIVE CUST-BALANCE IS A DEBIT BALANCE (THE CUSTOMER OWES)
      * AND A NEGATIVE ONE A CREDIT BALANCE, SO DEBIT PLUS CREDIT IS
      * THE TOTAL.
       2100-ACCUMULATE-MASTER.
           IF CUST-BALANCE OF WS-AREA-1 NUMERIC
               MOVE CUST-BALANCE OF WS-AREA-1 TO WS-CUST-BAL
           ELSE
               ADD 1 TO WS-MSTR-NONNUM-COUNT
               MOVE ZERO TO WS-CUST-BAL
           END-IF
           MOVE CURM-CUST-ID TO WS-FIND-ITEM-KEY
           PERFORM 8110-FIND-ITEM
           IF WS-ITEM-FOUND
               ADD WS-CUST-BAL TO WS-ITEM-MASTER-BAL(WS-ITEM-SUB)
           END-IF
           IF WS-CUST-BAL < ZERO
               COMPUTE WS-ABS-BAL = ZERO - WS-CUST-BAL
           ELSE
               MOVE WS-CUST-BAL TO WS-ABS-BAL
           END-IF
           EVALUATE TRUE
               WHEN WS-ABS-BAL = ZERO
                   MOVE ZERO TO WS-BAND-SUB
               WHEN WS-ABS-BAL < 1000
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-ABS-BAL < 10000
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-ABS-BAL < 100000
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-TOT-CUST-COUNT
           ADD WS-CUST-BAL TO WS-TOT-TOTAL-BAL
           IF WS-CUST-BAL > ZERO
               ADD WS-CUST-BAL TO WS-TOT-DEBIT-BAL
           ELSE
               ADD WS-CUST-BAL TO WS-TOT-CREDIT-BAL
           END-IF
           IF WS-BAND-SUB = ZERO
               ADD 1 TO WS-TOT-ZERO-COUNT
           ELSE
               ADD 1 TO WS-TOT-BAND-COUNT(WS-BAND-SUB)
           END-IF
           STRING CUST-SOURCE-SYS OF WS-AREA-1 DELIMITED BY SIZE
                  CUST-TYPE OF WS-AREA-1 DELIMITED BY SIZE
                  CUST-STATUS OF WS-AREA-1 DELIMITED BY SIZE
               INTO WS-FIND-GROUP-KEY
           PERFORM 8220-ADD-GROUP
           IF WS-GRP-HIT-SUB = ZERO
               ADD 1 TO WS-GRP-OVERFLOW-COUNT
           ELSE
               PERFORM 2200-ACCUMULATE-GROUP
           END-IF.

       2200-ACCUMULATE-GROUP.
           MOVE WS-GRP-HIT-SUB TO WS-GRP-SUB
           ADD 1 TO WS-GRP-CUST-COUNT(WS-GRP-SUB)
           ADD WS-CUST-BAL TO WS-GRP-TOTAL-BAL(WS-GRP-SUB)
           IF WS-CUST-BAL > ZERO
               ADD WS-CUST-BAL TO WS-GRP-DEBIT-BAL(WS-GRP-SUB)
           ELSE
               ADD WS-CUST-BAL TO WS-GRP-CREDIT-BAL(WS-GRP-SUB)
           END-IF
           IF WS-BAND-SUB = ZERO
               ADD 1 TO WS-GRP-ZERO-COUNT(WS-GRP-SUB)
           ELSE
               ADD 1 TO WS-GRP-BAND-COUNT(WS-GRP-SUB WS-BAND-SUB)
           END-IF.

      * ONE PASS OF POSHIST DROPS ANY ROWS AN EARLIER RUN FOR THE SAME
      * POSITION DATE LEFT (A RERUN REPLACES THEM) AND FINDS THE
      * LATEST EARLIER DATE - THE PREVIOUS POSITION, WHATEVER DAYS
      * THE SCHEDULE SKIPPED.  THAT DATE'S ROWS ARE TAKEN INTO THE
      * GROUP TABLE AND TONIGHT'S ROWS WRITTEN.
       3000-KEEP-POSITION-HISTORY.
           OPEN I-O POSITION-HIST-FILE
           IF WS-POSH-STATUS-NOT-FOUND
               OPEN OUTPUT POSITION-HIST-FILE
               CLOSE POSITION-HIST-FILE
               OPEN I-O POSITION-HIST-FILE
           END-IF
           MOVE LOW-VALUES TO POSH-KEY
           MOVE 'N' TO WS-SCAN-EOF-SW
           START POSITION-HIST-FILE KEY NOT < POSH-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3100-SCAN-ONE-HISTORY-ROW
               UNTIL WS-SCAN-EOF
           IF WS-PREV-POSITION-DATE NOT = SPACES
               PERFORM 3200-LOAD-PREVIOUS-POSITION
           END-IF
           PERFORM 3300-WRITE-ONE-HISTORY-ROW
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-USED
           CLOSE POSITION-HIST-FILE.

       3100-SCAN-ONE-HISTORY-ROW.
           READ POSITION-HIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF POSH-DATE = WS-POSITION-DATE
                       DELETE POSITION-HIST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-POSH-REPLACED-COUNT
                       END-DELETE
                   ELSE
                       IF POSH-DATE < WS-POSITION-DATE
                           IF WS-PREV-POSITION-DATE = SPACES
                               OR POSH-DATE > WS-PREV-POSITION-DATE
                               MOVE POSH-DATE TO WS-PREV-POSITION-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3200-LOAD-PREVIOUS-POSITION.
           MOVE LOW-VALUES TO POSH-KEY
           MOVE WS-PREV-POSITION-DATE TO POSH-DATE
           MOVE 'N' TO WS-SCAN-EOF-SW
           START POSITION-HIST-FILE KEY NOT < POSH-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3210-LOAD-ONE-PREVIOUS-ROW
               UNTIL WS-SCAN-EOF.

       3210-LOAD-ONE-PREVIOUS-ROW.
           READ POSITION-HIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF POSH-DATE NOT = WS-PREV-POSITION-DATE
                       SET WS-SCAN-EOF TO TRUE
                   ELSE
                       ADD POSH-CUST-COUNT TO WS-TOT-PREV-COUNT
                       ADD POSH-TOTAL-BAL TO WS-TOT-PREV-BAL
                       MOVE POSH-KEY(9:5) TO WS-FIND-GROUP-KEY
                       PERFORM 8220-ADD-GROUP
                       IF WS-GRP-HIT-SUB > ZERO
                           ADD POSH-CUST-COUNT
                               TO WS-GRP-PREV-COUNT(WS-GRP-HIT-SUB)
                           ADD POSH-TOTAL-BAL
                               TO WS-GRP-PREV-BAL(WS-GRP-HIT-SUB)
                       END-IF
                   END-IF
           END-READ.

      * A GROUP CARRIED ONLY FROM THE PREVIOUS POSITION HAS NO
      * CUSTOMERS TONIGHT AND GETS NO ROW.
       3300-WRITE-ONE-HISTORY-ROW.
           IF WS-GRP-CUST-COUNT(WS-GRP-SUB) > ZERO
               MOVE SPACES TO POSITION-HIST-RECORD
               MOVE WS-POSITION-DATE TO POSH-DATE
               MOVE WS-GRP-SOURCE-SYS(WS-GRP-SUB) TO POSH-SOURCE-SYS
               MOVE WS-GRP-TYPE(WS-GRP-SUB) TO POSH-TYPE
               MOVE WS-GRP-STATUS(WS-GRP-SUB) TO POSH-STATUS
               MOVE WS-GRP-CUST-COUNT(WS-GRP-SUB) TO POSH-CUST-COUNT
               MOVE WS-GRP-TOTAL-BAL(WS-GRP-SUB) TO POSH-TOTAL-BAL
               MOVE WS-GRP-DEBIT-BAL(WS-GRP-SUB) TO POSH-DEBIT-BAL
               MOVE WS-GRP-CREDIT-BAL(WS-GRP-SUB) TO POSH-CREDIT-BAL
               MOVE WS-GRP-ZERO-COUNT(WS-GRP-SUB) TO POSH-ZERO-COUNT
               PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > 4
                   MOVE WS-GRP-BAND-COUNT(WS-GRP-SUB WS-BAND-SUB)
                       TO POSH-BAND-COUNT(WS-BAND-SUB)
               END-PERFORM
               WRITE POSITION-HIST-RECORD
                   INVALID KEY
                       REWRITE POSITION-HIST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-POSH-WRITE-COUNT
           END-IF.

       4000-REPORT-POSITION.
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'POSITION DATE - VERIFIED EXTRACT  . . . .' DELIMITED
                   BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-POSITION-DATE DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           IF WS-EXTRACT-DATE = SPACES
               MOVE '(RUN DATE - NO VERIFIED EXTRACT)'
                   TO POSITION-RPT-LINE(54:32)
           END-IF
           WRITE POSITION-RPT-LINE

           MOVE SPACES TO POSITION-RPT-LINE
           IF WS-PREV-POSITION-DATE = SPACES
               STRING 'PREVIOUS POSITION DATE  . . . . . . . . .'
                       DELIMITED BY SIZE
                      '  NONE ON POSHIST - NO MOVEMENT SHOWN'
                       DELIMITED BY SIZE
                   INTO POSITION-RPT-LINE
           ELSE
               STRING 'PREVIOUS POSITION DATE  . . . . . . . . .'
                       DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-PREV-POSITION-DATE DELIMITED BY SIZE
                   INTO POSITION-RPT-LINE
           END-IF
           WRITE POSITION-RPT-LINE

           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE WS-POS-HEADING-1 TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE WS-POS-HEADING-2 TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           PERFORM 4100-REPORT-ONE-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-USED

           MOVE WS-TOTAL-ENTRY TO WS-PRT-ENTRY
           PERFORM 4200-PRINT-POSITION-ENTRY.

       4100-REPORT-ONE-GROUP.
           MOVE WS-GRP-ENTRY(WS-GRP-SUB) TO WS-PRT-ENTRY
           PERFORM 4200-PRINT-POSITION-ENTRY.

      * TWO LINES PER ENTRY - THE POSITION, THEN THE BANDS AND THE
      * MOVEMENT SINCE THE PREVIOUS POSITION.
       4200-PRINT-POSITION-ENTRY.
           MOVE SPACES TO WS-POS-LINE-1
           MOVE WS-PRT-SOURCE-SYS TO WS-PL-SOURCE-SYS
           MOVE WS-PRT-TYPE TO WS-PL-TYPE
           MOVE WS-PRT-STATUS TO WS-PL-STATUS
           MOVE WS-PRT-CUST-COUNT TO WS-PL-CUST-COUNT
           MOVE WS-PRT-TOTAL-BAL TO WS-PL-TOTAL-BAL
           MOVE WS-PRT-DEBIT-BAL TO WS-PL-DEBIT-BAL
           MOVE WS-PRT-CREDIT-BAL TO WS-PL-CREDIT-BAL
           MOVE WS-PRT-ZERO-COUNT TO WS-PL-ZERO-COUNT
           MOVE WS-POS-LINE-1 TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE SPACES TO WS-POS-LINE-2
           MOVE WS-PRT-BAND-COUNT(1) TO WS-PL-BAND-1
           MOVE WS-PRT-BAND-COUNT(2) TO WS-PL-BAND-2
           MOVE WS-PRT-BAND-COUNT(3) TO WS-PL-BAND-3
           MOVE WS-PRT-BAND-COUNT(4) TO WS-PL-BAND-4
           IF WS-PREV-POSITION-DATE NOT = SPACES
               COMPUTE WS-MOVE-COUNT =
                   WS-PRT-CUST-COUNT - WS-PRT-PREV-COUNT
               COMPUTE WS-MOVE-BAL =
                   WS-PRT-TOTAL-BAL - WS-PRT-PREV-BAL
               MOVE WS-MOVE-COUNT TO WS-PL-MOVE-COUNT
               MOVE WS-MOVE-BAL TO WS-PL-MOVE-BAL
           END-IF
           MOVE WS-POS-LINE-2 TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE.

      * THE MASTER'S TOTAL AGAINST THE VERIFIED TRAILER HASH.  EVERY
      * TABLED KEY WHOSE MASTER AND EXTRACT BALANCES DIFFER IS LISTED
      * AND ITS DIFFERENCE TAKEN OUT; WHAT IS LEFT IS UNEXPLAINED.
       5000-REPORT-EXPLAINED-ITEMS.
           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE 'EXPLAINED ITEMS - MASTER BALANCE LESS EXTRACT BALANCE'
               TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           MOVE WS-ITEM-HEADING TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           PERFORM 5100-REPORT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-USED
           COMPUTE WS-TIE-DIFF = WS-TOT-TOTAL-BAL - WS-TRL-HASH
           COMPUTE WS-UNEXPLAINED = WS-TIE-DIFF - WS-EXPLAINED-TOTAL.

       5100-REPORT-ONE-ITEM.
           COMPUTE WS-ITEM-DIFF = WS-ITEM-MASTER-BAL(WS-ITEM-SUB)
                                - WS-ITEM-EXTRACT-BAL(WS-ITEM-SUB)
           IF WS-ITEM-DIFF = ZERO
               ADD 1 TO WS-ITEM-NIL-COUNT
           ELSE
               ADD 1 TO WS-ITEM-LISTED-COUNT
               ADD WS-ITEM-DIFF TO WS-EXPLAINED-TOTAL
               MOVE SPACES TO WS-ITEM-LINE
               MOVE WS-ITEM-KEY(WS-ITEM-SUB) TO WS-XL-KEY
               MOVE WS-ITEM-COLL-ACTION(WS-ITEM-SUB)
                   TO WS-XL-COLL-ACTION
               MOVE WS-ITEM-SUSP-SOURCE(WS-ITEM-SUB)
                   TO WS-XL-SUSP-SOURCE
               MOVE WS-ITEM-SUSP-CODE(WS-ITEM-SUB) TO WS-XL-SUSP-CODE
               MOVE WS-ITEM-HOLD-STATE(WS-ITEM-SUB)
                   TO WS-XL-HOLD-STATE
               MOVE WS-ITEM-MASTER-BAL(WS-ITEM-SUB) TO WS-XL-MASTER-BAL
               MOVE WS-ITEM-EXTRACT-BAL(WS-ITEM-SUB)
                   TO WS-XL-EXTRACT-BAL
               MOVE WS-ITEM-DIFF TO WS-XL-DIFF
               MOVE WS-ITEM-LINE TO POSITION-RPT-LINE
               WRITE POSITION-RPT-LINE
           END-IF.

      * BINARY SEARCH OF THE EXPLAINED-KEY TABLE.  NOT FOUND LEAVES
      * WS-ITEM-SUB AT THE SLOT THE KEY WOULD BE INSERTED AT.
       8110-FIND-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE 1 TO WS-LOW-SUB
           MOVE WS-ITEM-USED TO WS-HIGH-SUB
           PERFORM 8115-PROBE-ITEM
               UNTIL WS-LOW-SUB > WS-HIGH-SUB OR WS-ITEM-FOUND
           IF NOT WS-ITEM-FOUND
               MOVE WS-LOW-SUB TO WS-ITEM-SUB
           END-IF.

       8115-PROBE-ITEM.
           COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
           EVALUATE TRUE
               WHEN WS-ITEM-KEY(WS-MID-SUB) = WS-FIND-ITEM-KEY
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE WS-MID-SUB TO WS-ITEM-SUB
               WHEN WS-ITEM-KEY(WS-MID-SUB) < WS-FIND-ITEM-KEY
                   COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
               WHEN OTHER
                   COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
           END-EVALUATE.

      * FINDS OR FILES WS-FIND-ITEM-KEY, LEAVING ITS SLOT IN
      * WS-ITEM-SUB - ZERO WHEN THE TABLE IS FULL, IN WHICH CASE THE
      * KEY'S DIFFERENCE FALLS INTO THE UNEXPLAINED REMAINDER.
       8120-ADD-ITEM.
           PERFORM 8110-FIND-ITEM
           IF NOT WS-ITEM-FOUND
               IF WS-ITEM-USED < WS-ITEM-MAX
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-ITEM-USED BY -1
                           UNTIL WS-SHIFT-SUB < WS-ITEM-SUB
                       MOVE WS-ITEM-ENTRY(WS-SHIFT-SUB)
                           TO WS-ITEM-ENTRY(WS-SHIFT-SUB + 1)
                   END-PERFORM
                   MOVE SPACES TO WS-ITEM-ENTRY(WS-ITEM-SUB)
                   MOVE WS-FIND-ITEM-KEY TO WS-ITEM-KEY(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITEM-MASTER-BAL(WS-ITEM-SUB)
                   MOVE ZERO TO WS-ITEM-EXTRACT-BAL(WS-ITEM-SUB)
                   ADD 1 TO WS-ITEM-USED
               ELSE
                   ADD 1 TO WS-ITEM-OVERFLOW-COUNT
                   MOVE ZERO TO WS-ITEM-SUB
               END-IF
           END-IF.

      * THE GROUP TABLE IS SMALL - A STRAIGHT SCAN IN KEY ORDER STOPS
      * AT THE FIRST KEY NOT LOWER THAN THE ONE WANTED.
       8210-FIND-GROUP.
           MOVE 'N' TO WS-GRP-FOUND-SW
           MOVE 'N' TO WS-GRP-STOP-SW
           COMPUTE WS-GRP-HIT-SUB = WS-GRP-USED + 1
           PERFORM VARYING WS-GRP-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SHIFT-SUB > WS-GRP-USED
                      OR WS-GRP-STOP
               IF WS-GRP-KEY(WS-GRP-SHIFT-SUB) NOT < WS-FIND-GROUP-KEY
                   SET WS-GRP-STOP TO TRUE
                   MOVE WS-GRP-SHIFT-SUB TO WS-GRP-HIT-SUB
                   IF WS-GRP-KEY(WS-GRP-SHIFT-SUB) = WS-FIND-GROUP-KEY
                       SET WS-GRP-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * FINDS OR FILES WS-FIND-GROUP-KEY, LEAVING ITS SLOT IN
      * WS-GRP-HIT-SUB - ZERO WHEN THE TABLE IS FULL.
       8220-ADD-GROUP.
           PERFORM 8210-FIND-GROUP
           IF NOT WS-GRP-FOUND
               IF WS-GRP-USED < WS-GRP-MAX
                   PERFORM VARYING WS-GRP-SHIFT-SUB FROM WS-GRP-USED
                           BY -1
                           UNTIL WS-GRP-SHIFT-SUB < WS-GRP-HIT-SUB
                       MOVE WS-GRP-ENTRY(WS-GRP-SHIFT-SUB)
                           TO WS-GRP-ENTRY(WS-GRP-SHIFT-SUB + 1)
                   END-PERFORM
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-HIT-SUB)
                   MOVE WS-FIND-GROUP-KEY TO WS-GRP-KEY(WS-GRP-HIT-SUB)
                   ADD 1 TO WS-GRP-USED
               ELSE
                   MOVE ZERO TO WS-GRP-HIT-SUB
               END-IF
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-MASTER-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'MASTER RECORDS READ . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-MSTR-NONNUM-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'MASTER BALANCES NOT NUMERIC . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-GRP-OVERFLOW-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'MASTER RECORDS IN UNTABLED GROUPS . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-POSH-WRITE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'POSITION HISTORY ROWS WRITTEN . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-POSH-REPLACED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'POSITION HISTORY ROWS REPLACED (RERUN)  .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-COLL-LINE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'COLLRPT COLLISION LINES READ  . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-SUSP-READ-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'SUSPFILE RECORDS READ . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-HOLD-STANDING-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'HOLDFILE CHANGES STANDING . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-ITEM-NIL-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'EXPLAINED KEYS WITH NO BALANCE EFFECT . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-ITEM-OVERFLOW-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'EXPLAINED KEYS NOT TABLED - TABLE FULL  .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-TOT-TOTAL-BAL TO WS-RPT-AMT
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'MASTER TOTAL BALANCE  . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-TRL-HASH TO WS-RPT-AMT
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'CURFILE TRAILER HASH TOTAL  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-TRL-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'CURFILE TRAILER RECORD COUNT  . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-TIE-DIFF TO WS-RPT-AMT
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'MASTER LESS TRAILER HASH  . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-ITEM-LISTED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'EXPLAINED ITEMS LISTED  . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-EXPLAINED-TOTAL TO WS-RPT-AMT
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'EXPLAINED BALANCE DIFFERENCE  . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE WS-UNEXPLAINED TO WS-RPT-AMT
           MOVE SPACES TO POSITION-RPT-LINE
           STRING 'UNEXPLAINED REMAINDER . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-AMT DELIMITED BY SIZE
               INTO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE

           MOVE SPACES TO POSITION-RPT-LINE
           WRITE POSITION-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-FOUND
                   MOVE 'POSITION STATUS: NO VERIFIED TRAILER TO TIE'
                       TO POSITION-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNEXPLAINED NOT = ZERO
                   MOVE 'POSITION STATUS: UNEXPLAINED DIFFERENCE'
                       TO POSITION-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GRP-OVERFLOW-COUNT > ZERO
                   MOVE 'POSITION STATUS: GROUP TABLE FULL - INCOMPLETE'
                       TO POSITION-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'POSITION STATUS: MASTER TIED TO TRAILER' TO
                       POSITION-RPT-LINE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           WRITE POSITION-RPT-LINE

           CLOSE CURRENT-MASTER-FILE
                 POSITION-RPT-FILE.
