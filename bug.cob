      *  THE PRIOR SIDE; RUN MODE M (CMPPARM COLUMN 10) UNLOADS        *
      *  CURRMSTR IN KEY ORDER INSTEAD, CUTTING THE PRIOR EXTRACT      *
      *  PULL AND ITS SORT OUT OF THE BATCH WINDOW.                    *
      *  OLD-TO-NEW KEY PAIRS ON XREFIN (RE-KEY OR MERGE INTO A        *
      *  SURVIVOR) TURN THE DELETE/ADD THE RENUMBERING WOULD OTHERWISE *
      *  PRODUCE INTO REKEYED OR MERGED, CARRY CURRMSTR TO THE NEW     *
      *  KEY AND RECORD THE LINK ON KEYXREF FOR THE ONLINE BROWSES.    *
      *  A CHANGED KEY THAT TRIPS THE CMPPARM RISK SCREEN (BALANCE     *
      *  MOVEMENT, FORBIDDEN STATUS CHANGE, NAME AND ADDRESS CHANGED   *
      *  TOGETHER) IS PARKED ON HOLDFILE INSTEAD OF REACHING CURRMSTR  *
      *  AND CHGFEED; CUSTHLD (CHLD) RELEASES OR DECLINES IT UNDER     *
      *  MAKER/CHECKER CONTROL AND THE NEXT RUN FEEDS WHAT WAS         *
      *  RELEASED.                                                     *
      *  EVERY CURRMSTR WRITE, REWRITE AND DELETE ALSO MAINTAINS       *
      *  NAMEIDX, THE NAME-ORDERED PATH THE ONLINE NAME SEARCH         *
      *  (CUSTSRC, TRANSID CSRC) BROWSES.                              *
      *  CATCH-UP MODE (CMPPARM COLUMN 33) TAKES SEVERAL HELD CURFILE  *
      *  GENERATIONS, EACH WITH ITS OWN HEADER AND TRAILER, AND RUNS   *
      *  THEM OLDEST FIRST AS SEPARATE CYCLES IN ONE JOB - EACH WITH   *
      *  ITS OWN SNAPSHOT DATE, FEED RUN DATE AND SEQUENCE, XMITCTL    *
      *  ADVANCE, RUNSTATS RECORD AND BALRPT SECTION - WHILE CYCLCTL   *
      *  STAYS OPEN FROM THE FIRST CYCLE TO THE LAST.                  *
      *  A PARTITIONED RUN (CMPSTRM CARD) SPLITS THE COMPARE INTO      *
      *  STREAMS OVER THE CUST-ID RANGES ON CMPPART, RUN SIDE BY SIDE, *
      *  EACH WITH ITS OWN CMPCKPT, CHGFEED AND AUDITLOG.  A FINAL     *
      *  CONSOLIDATION STEP (0700) PROVES EVERY STREAM COMPLETE, THEN  *
      *  NUMBERS THE FEED ONCE ACROSS THEM, CHAINS THEIR AUDIT LINES   *
      *  ONTO THE TRAIL AND WRITES THE ONE BALRPT, RUNSTATS RECORD AND *
      *  RUN-COMPLETE LINE FOR THE CYCLE BEFORE CLOSING IT.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT BALANCE-RPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT FIELD-DIFF-RPT ASSIGN TO "DIFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
               RECORD KEY IS CYCL-KEY
               FILE STATUS IS WS-CYCL-STATUS.

           SELECT OPTIONAL KEY-XREF-INPUT ASSIGN TO "XREFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRIN-STATUS.

           SELECT KEY-XREF-FILE ASSIGN TO "KEYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT NAME-INDEX-FILE ASSIGN TO "NAMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIX-KEY
               FILE STATUS IS WS-NIX-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-ACHN-STATUS.

           SELECT OPTIONAL ERASURE-REG-FILE ASSIGN TO "ERASEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERG-CUST-ID
               FILE STATUS IS WS-ERG-STATUS.

           SELECT OPTIONAL STREAM-CARD-FILE ASSIGN TO "CMPSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRD-STATUS.

           SELECT OPTIONAL PARTITION-FILE ASSIGN TO "CMPPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

      * CONSOLIDATION INPUTS - EACH IS EVERY STREAM'S OWN CMPCKPT,
      * CHGFEED OR AUDITLOG CONCATENATED UNDER ONE DD, IN STREAM
      * ORDER, THE WAY CUSTAVF TAKES AUDITIN.
           SELECT OPTIONAL STREAM-CKPT-FILE ASSIGN TO "STRMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCKP-STATUS.

           SELECT OPTIONAL STREAM-FEED-FILE ASSIGN TO "STRMFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFED-STATUS.

           SELECT OPTIONAL STREAM-AUDIT-FILE ASSIGN TO "STRMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-STATUS.

      * SCRATCH FOR A RESTARTING STREAM - ITS CHGFEED AND AUDITLOG ARE
      * CUT BACK TO THE CHECKPOINT THROUGH HERE (1170, 1180).
           SELECT STREAM-WORK-FILE ASSIGN TO "STRMWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-CURR-FILE.
       01  REPORT-LINE                     PIC X(132).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE                 PIC X(400).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(280).
           05  CYCL-CLOSED-TS               PIC X(26).
           05  CYCL-PGM                     PIC X(08).

      * OLD-TO-NEW CUST-ID PAIRS THE UPSTREAM SYSTEM SENDS WHEN IT
      * RENUMBERS A CUSTOMER (LINK TYPE R) OR FOLDS ONE ACCOUNT INTO A
      * SURVIVING ONE (LINK TYPE M).  OPTIONAL - MOST NIGHTS THERE ARE
      * NONE, AND A MISSING FILE MEANS NO LINKS.
       FD  KEY-XREF-INPUT.
       01  KEY-XREF-INPUT-RECORD.
           05  XRIN-OLD-ID                  PIC X(10).
           05  XRIN-NEW-ID                  PIC X(10).
           05  XRIN-LINK-TYPE               PIC X(01).
               88  XRIN-REKEY                       VALUE 'R'.
               88  XRIN-MERGE                       VALUE 'M'.
           05  FILLER                       PIC X(59).

      * THE PERMANENT KEY CHAIN.  EVERY LINK THE COMPARE APPLIES IS
      * HELD TWICE - UNDER THE NEW KEY POINTING BACK TO ITS
      * PREDECESSOR AND UNDER THE OLD KEY POINTING FORWARD TO ITS
      * SUCCESSOR - SO CUSTHBR, CUSTINQ AND CUSTARC CAN WALK THE
      * CUSTOMER'S LIFE IN EITHER DIRECTION FROM WHICHEVER NUMBER THE
      * CALLER QUOTES.  A SURVIVOR OF SEVERAL MERGES HAS ONE
      * PREDECESSOR RECORD PER ABSORBED KEY.
       FD  KEY-XREF-FILE.
       01  KEY-XREF-RECORD.
           05  XREF-KEY.
               10  XREF-LOOKUP-ID           PIC X(10).
               10  XREF-DIRECTION           PIC X(01).
                   88  XREF-PREDECESSOR             VALUE 'P'.
                   88  XREF-SUCCESSOR               VALUE 'S'.
               10  XREF-OTHER-ID            PIC X(10).
           05  XREF-LINK-TYPE               PIC X(01).
               88  XREF-REKEY                       VALUE 'R'.
               88  XREF-MERGE                       VALUE 'M'.
           05  XREF-EFF-DATE                PIC X(08).

      * ONE RECORD PER KEY WHOSE CHANGE THE RISK SCREEN STOPPED - THE
      * IMAGES EITHER SIDE OF THE CHANGE, THE RULES IT TRIPPED, AND
      * THE MAKER/CHECKER DECISION CUSTHLD RECORDS AGAINST IT.  A
      * RELEASED CHANGE WAITS HERE (STATE R) UNTIL 8100 FEEDS IT; A
      * DECLINED ONE (STATE D) STAYS SO THE SAME IMAGE RE-SENT BY THE
      * SOURCE SYSTEM IS HELD BACK AGAIN, NOT APPLIED.
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

      * CURRMSTR IN CUST-NAME ORDER - ONE ENTRY PER MASTER KEY UNDER
      * THE NAME ON ITS MASTER RECORD, THE KEY ITSELF CARRYING ALL THE
      * DATA.  CUST-ID IN THE KEY KEEPS NAMESAKES APART.
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-CUST-NAME            PIC X(30).
               10  NIX-CUST-ID              PIC X(10).

      * THE HEAD OF THE AUDITLOG CHAIN - ONE RECORD, KEY 'HEAD',
      * HOLDING THE SEQUENCE AND CHECK VALUE OF THE LAST LINE ANY
      * PROGRAM APPENDED.  EVERY APPENDER (THIS JOB, CUSTAPL, CUSTUPD,
      * CUSTSUS, CUSTHLD) CHAINS ITS NEXT LINE OFF IT AND ADVANCES IT;
      * CUSTAVF CHECKS THE END OF THE TRAIL AGAINST IT, WHICH IS WHAT
      * CATCHES LINES CUT OFF THE TAIL.
       FD  AUDIT-CHAIN-FILE.
       01  AUDIT-CHAIN-RECORD.
           05  CHN-KEY                      PIC X(08).
           05  CHN-LAST-SEQ                 PIC 9(09).
           05  CHN-LAST-CHECK               PIC 9(12).
           05  CHN-LAST-TS                  PIC X(26).
           05  CHN-LAST-PGM                 PIC X(08).

      * MATCHES ERASURE-REG-RECORD IN CUSTERS - ONE RECORD PER KEY
      * WHOSE NAME AND ADDRESS HAVE BEEN ERASED.  READ ONLY HERE.
       FD  ERASURE-REG-FILE.
       01  ERASURE-REG-RECORD.
           05  ERG-CUST-ID                  PIC X(10).
           05  ERG-REQUEST-ID               PIC X(10).
           05  ERG-CASE-REF                 PIC X(20).
           05  ERG-ERASED-TS                PIC X(26).

       FD  STREAM-CARD-FILE.
       01  STREAM-CARD-RECORD               PIC X(80).

       FD  PARTITION-FILE.
       01  PARTITION-RECORD                 PIC X(80).

       FD  STREAM-CKPT-FILE.
       01  STREAM-CKPT-LINE                 PIC X(400).

       FD  STREAM-FEED-FILE.
       01  STREAM-FEED-LINE                 PIC X(150).

       FD  STREAM-AUDIT-FILE.
       01  STREAM-AUDIT-LINE                PIC X(280).

       FD  STREAM-WORK-FILE.
       01  STREAM-WORK-LINE                 PIC X(280).

       WORKING-STORAGE SECTION.
       01  WS-AREA-1.
           COPY CUSTREC.
      * FILE IS ABSENT OR A FIELD IS NOT VALID.  THE VOLUME TOLERANCE
      * FIELDS ARE READ BY CUSTVOL FROM THE SAME LINE - KEEP THE TWO
      * LAYOUTS IN STEP.
      * RISK SCREEN, COLUMNS 11-32: BALANCE MOVEMENT LIMIT (11 DIGITS,
      * 2 IMPLIED DECIMALS - ZERO SWITCHES THE RULE OFF), UP TO FIVE
      * FORBIDDEN FROM/TO CUST-STATUS PAIRS (A PAIR THAT CAN NEVER
      * OCCUR, E.G. '**', SWITCHES THE RULE OFF), AND Y/N FOR THE
      * NAME-AND-ADDRESS-TOGETHER RULE.
      * COLUMN 33: Y RUNS IN CATCH-UP MODE (0400-VERIFY-GENERATIONS).
       01  WS-PARM-FIELDS.
           05  WS-SUSP-AGE-LIMIT           PIC 9(3) VALUE 3.
           05  WS-RUN-MODE                 PIC X(1) VALUE 'E'.
               88  WS-EXTRACT-PRIOR-MODE           VALUE 'E'.
               88  WS-MASTER-PRIOR-MODE            VALUE 'M'.
           05  WS-RISK-BAL-LIMIT           PIC 9(9)V99 VALUE 1000000.
           05  WS-RISK-STAT-PAIRS          PIC X(10) VALUE 'CA'.
           05  WS-RISK-STAT-TABLE REDEFINES WS-RISK-STAT-PAIRS.
               10  WS-RISK-STAT-PAIR       OCCURS 5 TIMES.
                   15  WS-RISK-FROM-STATUS PIC X(01).
                   15  WS-RISK-TO-STATUS   PIC X(01).
           05  WS-RISK-NAME-ADDR-SW        PIC X(1) VALUE 'Y'.
               88  WS-RISK-NAME-ADDR-ON            VALUE 'Y'.
           05  WS-CATCH-UP-SW              PIC X(1) VALUE 'N'.
               88  WS-CATCH-UP-MODE                VALUE 'Y'.

       01  WS-PARM-INPUT.
           05  PARM-SUSP-AGE-LIMIT         PIC 9(3).
           05  PARM-VOL-TOL-PCT            PIC 9(3).
           05  PARM-VOL-RUNS               PIC 9(3).
           05  PARM-RUN-MODE               PIC X(1).
           05  PARM-RISK-BAL-LIMIT         PIC 9(9)V99.
           05  PARM-RISK-STAT-PAIRS        PIC X(10).
           05  PARM-RISK-NAME-ADDR         PIC X(1).
           05  PARM-CATCH-UP               PIC X(1).
           05  FILLER                      PIC X(47).

       01  WS-STAT-STATUS                  PIC XX VALUE SPACES.
           88  WS-STAT-STATUS-OK                   VALUE '00'.
           88  WS-STAT-STATUS-NOT-FOUND            VALUE '35'.

      * THE LAST RUNSTATS KEY THIS JOB WROTE - CATCH-UP CYCLES CAN
      * START INSIDE THE SAME SECOND, AND EACH NEEDS A RECORD OF ITS
      * OWN THAT SORTS AFTER THE ONE BEFORE.
       01  WS-STAT-LAST-KEY.
           05  WS-STAT-LAST-DATE           PIC X(08) VALUE LOW-VALUES.
           05  WS-STAT-LAST-TIME           PIC 9(06) VALUE ZERO.

       01  WS-XCTL-STATUS                  PIC XX VALUE SPACES.
           88  WS-XCTL-STATUS-OK                   VALUE '00'.

           88  WS-VER-HDR-SEEN                     VALUE 'Y'.
       01  WS-VER-TRL-SEEN-SW              PIC X VALUE 'N'.
           88  WS-VER-TRL-SEEN                     VALUE 'Y'.
       01  WS-VER-EXTRA-HDR-SW             PIC X VALUE 'N'.
           88  WS-VER-EXTRA-HDR                    VALUE 'Y'.
       01  WS-VER-REC-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-VER-HASH-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-VER-HDR-DATE                 PIC X(08).
       01  WS-VER-TRL-HASH                 PIC S9(11)V99 VALUE ZERO.
       01  WS-VER-LAST-DATE                PIC X(08).

      * CATCH-UP MODE - ONE ENTRY PER HDR/TRL PAIR ON CURFILE, WHERE
      * IN THE FILE IT LIES (HEADER AND TRAILER LINE NUMBERS) AND WHAT
      * IT ADDS UP TO, PUT IN EXTRACT DATE ORDER BY 0420.  AN ENTRY
      * DATED AT OR BEFORE THE LAST ACCEPTED DATE ON XMITCTL WAS RUN
      * BY AN EARLIER CYCLE AND IS SKIPPED - THAT IS WHAT LETS THE
      * SAME STAGED SET BE RESUBMITTED AFTER AN ABEND.  WS-GEN-FIRST
      * IS THE FIRST ENTRY STILL TO RUN.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY                OCCURS 10 TIMES.
               10  WS-GEN-DATE             PIC X(08).
               10  WS-GEN-SYSTEM           PIC X(08).
               10  WS-GEN-FIRST-LINE       PIC 9(09).
               10  WS-GEN-LAST-LINE        PIC 9(09).
               10  WS-GEN-REC-COUNT        PIC 9(09).
               10  WS-GEN-HASH-TOTAL       PIC S9(11)V99.
               10  WS-GEN-TRL-COUNT        PIC 9(09).
               10  WS-GEN-TRL-HASH         PIC S9(11)V99.
               10  WS-GEN-TRL-SW           PIC X(01).
                   88  WS-GEN-TRL-SEEN             VALUE 'Y'.
               10  WS-GEN-SKIP-SW          PIC X(01).
                   88  WS-GEN-SKIPPED              VALUE 'Y'.
       01  WS-GEN-SWAP                     PIC X(80).
       01  WS-GEN-MAX                      PIC 9(02) VALUE 10.
       01  WS-GEN-COUNT                    PIC 9(02) VALUE ZERO.
       01  WS-GEN-FIRST                    PIC 9(02) VALUE ZERO.
       01  WS-GEN-IX                       PIC 9(02) VALUE ZERO.
       01  WS-GEN-JX                       PIC 9(02) VALUE ZERO.
       01  WS-GEN-LINE-NO                  PIC 9(09) VALUE ZERO.
       01  WS-GEN-STRAY-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-GEN-OPEN-SW                  PIC X VALUE 'N'.
           88  WS-GEN-OPEN                         VALUE 'Y'.
       01  WS-GEN-FULL-SW                  PIC X VALUE 'N'.
           88  WS-GEN-FULL                         VALUE 'Y'.
       01  WS-GEN-TO-RUN                   PIC 9(02) VALUE ZERO.
       01  WS-GEN-BANNER                   PIC X(80) VALUE SPACES.
       01  WS-GEN-CHECK-FROM               PIC 9(02) VALUE ZERO.
       01  WS-GEN-CHECK-IX                 PIC 9(02) VALUE ZERO.
       01  WS-SNAP-EOF-SW                  PIC X VALUE 'N'.
           88  WS-SNAP-EOF                         VALUE 'Y'.

      * CYCLES RUN BY THIS JOB - STAYS ZERO OUTSIDE CATCH-UP MODE.
       01  WS-CYCLE-NO                     PIC 9(02) VALUE ZERO.

      * THE CURFILE LINES 0525 RELEASES AS THE CURRENT SIDE (AND, IN
      * CATCH-UP RUN MODE E, 0555 AS THE PRIOR SIDE) - EVERYTHING
      * BETWEEN THE GENERATION'S HEADER AND TRAILER.  THE DEFAULTS
      * TAKE THE WHOLE FILE.
       01  WS-REL-LINE-NO                  PIC 9(09) VALUE ZERO.
       01  WS-REL-FIRST-LINE               PIC 9(09) VALUE ZERO.
       01  WS-REL-LAST-LINE                PIC 9(09) VALUE 999999999.
       01  WS-REL-PRIOR-FIRST-LINE         PIC 9(09) VALUE ZERO.
       01  WS-REL-PRIOR-LAST-LINE          PIC 9(09) VALUE 999999999.

       01  WS-REL-EOF-SW                   PIC X VALUE 'N'.
           88  WS-REL-EOF                          VALUE 'Y'.

      * PARTITIONED RUN.  CMPSTRM HOLDS ONE CARD PER JOB STEP: COLUMN
      * 1 S RUNS THE STREAM NUMBERED IN COLUMNS 2-3, C RUNS THE
      * CONSOLIDATION.  NO CARD, OR A BLANK ONE, IS THE ORDINARY
      * SINGLE-STREAM RUN AND NONE OF THIS IS LOOKED AT.
       01  WS-SCRD-STATUS                  PIC XX VALUE SPACES.
           88  WS-SCRD-STATUS-OK                   VALUE '00'.
       01  WS-STREAM-CARD.
           05  STRM-ROLE                   PIC X(01).
           05  STRM-NUMBER                 PIC X(02).
           05  FILLER                      PIC X(77).
       01  WS-PART-ROLE-SW                 PIC X VALUE SPACE.
           88  WS-STREAM-RUN                       VALUE 'S'.
           88  WS-CONSOLIDATE-RUN                  VALUE 'C'.
           88  WS-PARTITIONED-RUN                  VALUE 'S' 'C'.
       01  WS-STREAM-NO                    PIC 9(02) VALUE ZERO.

      * CMPPART - ONE LINE PER STREAM, NUMBERED FROM 01 IN COLUMNS
      * 1-2, WITH THE HIGHEST CUST-ID THE STREAM TAKES IN 3-12.  EACH
      * STREAM STARTS JUST PAST THE ONE BEFORE IT, AND THE LAST LINE
      * LEAVES ITS KEY BLANK TO TAKE EVERYTHING TO THE END - SO THE
      * RANGES CAN NEITHER OVERLAP NOR LEAVE A KEY UNCOVERED.
       01  WS-PART-STATUS                  PIC XX VALUE SPACES.
           88  WS-PART-STATUS-OK                   VALUE '00'.
       01  WS-PART-INPUT.
           05  PART-IN-NUMBER              PIC X(02).
           05  PART-IN-HIGH-KEY            PIC X(10).
           05  FILLER                      PIC X(68).
       01  WS-PART-EOF-SW                  PIC X VALUE 'N'.
           88  WS-PART-EOF                         VALUE 'Y'.
       01  WS-PART-OPEN-END-SW             PIC X VALUE 'N'.
           88  WS-PART-OPEN-ENDED                  VALUE 'Y'.
       01  WS-PART-MAX                     PIC 9(02) VALUE 20.
       01  WS-PART-COUNT                   PIC 9(02) VALUE ZERO.
       01  WS-PART-IX                      PIC 9(02) VALUE ZERO.
       01  WS-PART-MESSAGE                 PIC X(60) VALUE SPACES.
       01  WS-PART-BANNER                  PIC X(80) VALUE SPACES.
       01  WS-PART-LOW-KEY                 PIC X(10) VALUE LOW-VALUES.
       01  WS-PART-IN-NO                   PIC 9(02) VALUE ZERO.
       01  WS-PART-RANGE-TEXT              PIC X(50) VALUE SPACES.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY               OCCURS 20 TIMES.
               10  WS-PART-HIGH-KEY        PIC X(10).
               10  WS-PART-CKPT-SW         PIC X(01).
                   88  WS-PART-CKPT-SEEN           VALUE 'Y'.
               10  WS-PART-CKPT-LINE       PIC X(400).
               10  WS-PART-FEED-LAST       PIC 9(09).
               10  WS-PART-FEED-SW         PIC X(01).
                   88  WS-PART-FEED-BROKEN         VALUE 'Y'.
               10  WS-PART-AUD-LAST        PIC 9(09).
               10  WS-PART-AUD-SW          PIC X(01).
                   88  WS-PART-AUD-BROKEN          VALUE 'Y'.

      * 0190 ANSWERS WHETHER WS-RANGE-TEST-KEY IS THIS STREAM'S - IT
      * ALWAYS IS OUTSIDE A STREAM RUN.
       01  WS-RANGE-TEST-KEY               PIC X(10).
       01  WS-KEY-RANGE-SW                 PIC X VALUE 'Y'.
           88  WS-KEY-IN-RANGE                     VALUE 'Y'.

      * CONSOLIDATION (0700).  A STREAM'S CHGFEED AND AUDITLOG LINES
      * ARE NUMBERED 1 UP WITHIN THE STREAM - THE FEED ON THE RUN
      * DATE/SEQUENCE TAIL 6000 PUTS ON EVERY LINE, THE AUDIT LINE IN
      * AUD-CHAIN-SEQ - AND EACH LINE BELONGS TO THE STREAM WHOSE
      * RANGE HOLDS ITS KEY.  A GAP OR A REPEAT MEANS A STREAM'S FILE
      * IS SHORT, DOUBLED OR NOT THE ONE ITS CHECKPOINT DESCRIBES.
       01  WS-SCKP-STATUS                  PIC XX VALUE SPACES.
           88  WS-SCKP-STATUS-OK                   VALUE '00'.
       01  WS-SFED-STATUS                  PIC XX VALUE SPACES.
           88  WS-SFED-STATUS-OK                   VALUE '00'.
       01  WS-SAUD-STATUS                  PIC XX VALUE SPACES.
           88  WS-SAUD-STATUS-OK                   VALUE '00'.
       01  WS-SWRK-STATUS                  PIC XX VALUE SPACES.
           88  WS-SWRK-STATUS-OK                   VALUE '00'.
       01  WS-RESEAT-LAST-SEQ              PIC 9(09) VALUE ZERO.
       01  WS-RESTART-AUDIT-SEQ            PIC 9(09) VALUE ZERO.
       01  WS-CONS-EOF-SW                  PIC X VALUE 'N'.
           88  WS-CONS-EOF                         VALUE 'Y'.
       01  WS-CONS-FAIL-SW                 PIC X VALUE 'N'.
           88  WS-CONS-FAILED                      VALUE 'Y'.
       01  WS-CONS-STRAY-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-CONS-UNTAGGED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-CONS-STATE                   PIC X(40).
       01  WS-CONS-HOLD-KEY                PIC X(10) VALUE LOW-VALUES.

      * HOW FAR AN EARLIER ATTEMPT AT THIS CYCLE'S CONSOLIDATION GOT,
      * FROM THE LAST PROGRESS LINE ON CMPCKPT (0705).  F - FEEDS
      * BEGUN ON FROM WS-CONS-FEED-BASE, A - AUDIT LINES BEING CHAINED
      * ON FROM WS-CONS-ANCHOR-SEQ, G - SUSPENSE AGING BEGUN.
       01  WS-CONS-STEP                    PIC X VALUE SPACE.
           88  WS-CONS-NOT-STARTED                 VALUE SPACE.
           88  WS-CONS-FEEDING                     VALUE 'F'.
           88  WS-CONS-CHAINING                    VALUE 'A'.
           88  WS-CONS-AGING                       VALUE 'G'.
       01  WS-CONS-RERUN-SW                PIC X VALUE 'N'.
           88  WS-CONS-RERUN                       VALUE 'Y'.
       01  WS-CONS-FEED-BASE               PIC 9(09) VALUE ZERO.
       01  WS-CONS-ANCHOR-SEQ              PIC 9(09) VALUE ZERO.
       01  WS-CONS-SKIP-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-CONS-NUM-1                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONS-NUM-2                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONS-NUM-3                   PIC ZZZ,ZZZ,ZZ9.

      * 0795 LOOKS FOR THE ",RUNDATE,SEQUENCE" TAIL OF A FEED LINE
      * FROM THE RIGHT, SO NO NAME OR ADDRESS TEXT CAN BE TAKEN FOR
      * IT.  WS-FEED-TAG-POS IS WHERE THE NINE SEQUENCE DIGITS START,
      * ZERO WHEN THE LINE HAS NO TAIL FOR THIS RUN DATE.
       01  WS-FEED-SCAN-LINE               PIC X(150).
       01  WS-FEED-SCAN-POS                PIC 9(03) VALUE ZERO.
       01  WS-FEED-TAG-POS                 PIC 9(03) VALUE ZERO.
       01  WS-FEED-TAG-SEQ                 PIC 9(09) VALUE ZERO.
       01  WS-FEED-SCAN-NEXT               PIC X(01).
           88  WS-FEED-SCAN-AT-END                 VALUE ',' SPACE.

       01  WS-LAST-CURR-DATE               PIC X(08) VALUE LOW-VALUES.
       01  WS-LAST-PRIOR-DATE              PIC X(08) VALUE LOW-VALUES.
       01  WS-CURR-EXTRACT-DATE            PIC X(08) VALUE SPACES.
           88  WS-REC-DELETED                      VALUE 'DELETED'.
           88  WS-REC-CHANGED                      VALUE 'CHANGED'.
           88  WS-REC-MATCHED                      VALUE 'MATCHED'.
           88  WS-REC-REKEYED                      VALUE 'REKEYED'.
           88  WS-REC-MERGED                       VALUE 'MERGED'.
           88  WS-REC-HELD                         VALUE 'HELD'.

       01  WS-COUNTERS.
           05  WS-CURR-COUNT               PIC 9(9) VALUE ZERO.
           05  WS-CURR-REJECT-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-REJECT-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-CURR-DUP-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REKEY-IN-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REKEY-OUT-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-MERGE-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(9) VALUE ZERO.
           05  WS-HOLD-KEPT-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-RELEASE-FED-COUNT        PIC 9(9) VALUE ZERO.

      * KEY OF THE LAST CURRENT-SIDE RECORD ACCEPTED BY 2105 - A
      * RECYCLED REPAIR AND THE SAME KEY ARRIVING IN TONIGHT'S RAW
           05  WS-RPT-KEY                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-RPT-STATUS               PIC X(7).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-RPT-LINK-TEXT            PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-RPT-LINK-ID              PIC X(10).

       01  WS-EXTR-STATUS                  PIC XX VALUE SPACES.
           88  WS-EXTR-STATUS-OK                   VALUE '00'.
       01  WS-CKPT-STATUS                  PIC XX VALUE SPACES.
           88  WS-CKPT-STATUS-OK                   VALUE '00'.
           88  WS-CKPT-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-RESTART-SW                   PIC X VALUE 'N'.
           88  WS-RESTART-RUN                      VALUE 'Y'.
       01  WS-RESTART-START-SW             PIC X VALUE 'N'.
           88  WS-RESTART-FROM-START               VALUE 'Y'.

       01  WS-RESTART-KEY                  PIC X(10) VALUE LOW-VALUES.

               88  CKPT-RUN-COMPLETE               VALUE 'C'.
               88  CKPT-RUN-INCOMPLETE             VALUE 'I'.
           05  CKPT-TIMESTAMP              PIC X(26).
           05  CKPT-REKEY-IN-COUNT         PIC 9(9).
           05  CKPT-REKEY-OUT-COUNT        PIC 9(9).
           05  CKPT-MERGE-COUNT            PIC 9(9).
           05  CKPT-HELD-COUNT             PIC 9(9).
           05  CKPT-HOLD-KEPT-COUNT        PIC 9(9).
           05  CKPT-ERASED-FLAG-COUNT      PIC 9(9).
           05  CKPT-CYCLE-DATE             PIC X(8).
           05  CKPT-STREAM-NO              PIC 9(2).
           05  CKPT-AUDIT-SEQ              PIC 9(9).
           05  CKPT-RELEASE-FED-COUNT      PIC 9(9).
      * SET ONLY ON THE PROGRESS LINES 0706 WRITES AS CONSOLIDATION
      * PASSES EACH STEP THAT MUST NOT BE REPEATED - BLANK ON EVERY
      * LINE 4100 AND 4200 WRITE.
           05  CKPT-CONS-STEP              PIC X(01).
               88  CKPT-CONS-STARTED               VALUES 'F' 'A' 'G'.
           05  CKPT-CONS-FEED-BASE         PIC 9(9).
           05  CKPT-CONS-ANCHOR-SEQ        PIC 9(9).
      * 'S' ONLY ON THE LINE 4150 WRITES AS EACH CYCLE STARTS, BEFORE
      * A RECORD IS COMPARED - A RESTART FROM IT STARTS FROM THE TOP
      * OF THE INPUT WITH THE CYCLE'S OWN FEED NUMBERING.
           05  CKPT-START-SW               PIC X(01).
               88  CKPT-CYCLE-START                VALUE 'S'.

      * SET WHILE 1200-REPOSITION-FILES REPLAYS PAST RECORDS ALREADY
      * REFLECTED IN THE CHECKPOINT'S CARRIED-FORWARD REJECT COUNTS, SO
      * AUD-SOURCE-PGM AND AUD-USER-ID FOLLOW THE IMAGES SO OLDER
      * TRAIL LINES STILL PARSE - THEY NAME THE PROGRAM THAT MADE THE
      * CHANGE AND, ON THE ONLINE PATHS, THE SIGNED-ON OPERATOR.
      * AUD-CHAIN-SEQ AND AUD-CHAIN-CHECK TAKE THE LAST 21 BYTES OF
      * THE LINE THE SAME WAY: THE LINE'S PLACE IN THE TRAIL AND A
      * CHECK VALUE FOLDED FROM THE PREVIOUS LINE'S CHECK AND BYTES
      * 1-268 OF THIS ONE (5050).  LINES WRITTEN BEFORE THE CHAIN
      * CARRY SPACES THERE.
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

      * THE CHAIN HEAD AS READ OFF AUDCHAIN AND ADVANCED BY EVERY
      * LINE 5000 WRITES, PLUS THE WORK FIELDS 5050 FOLDS THE LINE
      * WITH.  THE MODULUS IS THE LARGEST 12-DIGIT PRIME, SO THE
      * CHECK ALWAYS FITS AUD-CHAIN-CHECK.
       01  WS-CHAIN-HEAD.
           05  WS-CHAIN-KEY                PIC X(08) VALUE 'HEAD'.
           05  WS-CHAIN-LAST-SEQ           PIC 9(09) VALUE ZERO.
           05  WS-CHAIN-LAST-CHECK         PIC 9(12) VALUE ZERO.
           05  WS-CHAIN-LAST-TS            PIC X(26) VALUE SPACES.
           05  WS-CHAIN-LAST-PGM           PIC X(08) VALUE SPACES.

       01  WS-CHAIN-MODULUS                PIC 9(12)
                                           VALUE 999999999989.
       01  WS-CHAIN-ACCUM                  PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-WORK                   PIC 9(15) VALUE ZERO.
       01  WS-CHAIN-QUOT                   PIC 9(05) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(03) VALUE ZERO.

       01  WS-EXTRACT-BALANCE              PIC -(9)9.99.

      * THE IMAGE 6000-WRITE-EXTRACT-FEED SENDS - THE CURRENT SIDE FOR
      * ADDS, CHANGES AND THE NEW KEY OF A RE-KEY, THE PRIOR SIDE FOR
      * A KEY MERGED AWAY.  REKEYED AND MERGED LINES CARRY THE LINKED
      * KEY AS ONE EXTRA FIELD PAST THE FEED SEQUENCE.
       01  WS-FEED-AREA.
           COPY CUSTREC.
       01  WS-FEED-LINK-TEXT               PIC X(11) VALUE SPACES.

      * PER-FIELD TALLIES FOR THE CHANGED KEYS - 2000-PROCESS-CONTROL-
      * BREAK ALREADY KNOWS WHICH FIELDS DIFFER TO DECIDE CHANGED VS
      * MATCHED; 3500-WRITE-FIELD-DIFFS KEEPS THAT KNOWLEDGE INSTEAD
      * NUMBERING WHERE THE ABENDED SEGMENT STOPPED INSTEAD OF
      * REUSING FEED-CONTROL KEYS ALREADY ON FILE.
       01  WS-FEED-SEQ                     PIC 9(9) VALUE ZERO.
       01  WS-FCTL-EOF-SW                  PIC X VALUE 'N'.
           88  WS-FCTL-EOF                         VALUE 'Y'.

       01  WS-COLL-COUNT                   PIC 9(9) VALUE ZERO.

           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-COLL-TEXT                PIC X(40).

       01  WS-XRIN-STATUS                  PIC XX VALUE SPACES.
           88  WS-XRIN-STATUS-OK                   VALUE '00'.

       01  WS-XREF-STATUS                  PIC XX VALUE SPACES.
           88  WS-XREF-STATUS-OK                   VALUE '00'.
           88  WS-XREF-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-XRIN-EOF-SW                  PIC X VALUE 'N'.
           88  WS-XRIN-EOF                         VALUE 'Y'.

      * TONIGHT'S XREFIN LINKS, LOADED ONCE BY 0200-LOAD-KEY-XREF AND
      * SEARCHED BY 3050-APPLY-KEY-XREF FOR EVERY ADD AND DELETE.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY               OCCURS 2000 TIMES.
               10  WS-XREF-OLD-ID          PIC X(10).
               10  WS-XREF-NEW-ID          PIC X(10).
               10  WS-XREF-TYPE            PIC X(01).
       01  WS-XREF-MAX                     PIC 9(5) VALUE 2000.
       01  WS-XREF-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-XREF-IX                      PIC 9(5) VALUE ZERO.
       01  WS-XREF-REJECT-COUNT            PIC 9(9) VALUE ZERO.

      * SET BY 3050 WHEN THE KEY IN HAND IS ONE END OF A LINK - WHICH
      * END, THE KEY AT THE OTHER END, AND BOTH KEYS OF THE PAIR AS
      * 7900-WRITE-KEY-XREF FILES THEM.
       01  WS-XREF-HIT-SW                  PIC X VALUE 'N'.
           88  WS-XREF-HIT                         VALUE 'Y'.
       01  WS-XREF-SIDE                    PIC X VALUE SPACE.
           88  WS-XREF-NEW-KEY-SIDE                VALUE 'N'.
           88  WS-XREF-OLD-KEY-SIDE                VALUE 'O'.
       01  WS-XREF-OTHER-ID                PIC X(10) VALUE SPACES.
       01  WS-XREF-HIT-TYPE                PIC X(01) VALUE SPACE.
       01  WS-XREF-LINK-OLD-ID             PIC X(10) VALUE SPACES.
       01  WS-XREF-LINK-NEW-ID             PIC X(10) VALUE SPACES.

       01  WS-HOLD-STATUS                  PIC XX VALUE SPACES.
           88  WS-HOLD-STATUS-OK                   VALUE '00'.
           88  WS-HOLD-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-NIX-STATUS                   PIC XX VALUE SPACES.
           88  WS-NIX-STATUS-OK                    VALUE '00'.
           88  WS-NIX-STATUS-NOT-FOUND             VALUE '35'.

       01  WS-AUDT-STATUS                  PIC XX VALUE SPACES.
           88  WS-AUDT-STATUS-OK                   VALUE '00'.
           88  WS-AUDT-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-AUDT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-AUDT-EOF                         VALUE 'Y'.

       01  WS-ACHN-STATUS                  PIC XX VALUE SPACES.
           88  WS-ACHN-STATUS-OK                   VALUE '00'.
           88  WS-ACHN-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-ERG-STATUS                   PIC XX VALUE SPACES.
           88  WS-ERG-STATUS-OK                    VALUE '00'.
           88  WS-ERG-STATUS-NOT-FOUND             VALUE '35'.

      * SET WHEN ERASEREG IS THERE TO BE READ - A BOX WHERE CUSTERS
      * HAS NEVER RUN HAS NO REGISTER AND NOTHING TO MASK.
       01  WS-ERASURES-SW                  PIC X VALUE 'N'.
           88  WS-ERASURES-ON-FILE                 VALUE 'Y'.

      * THE ERASURE MASK - THE SAME VALUES CUSTERS WRITES, KEEP THEM
      * IN STEP.
       01  WS-ERASED-NAME                  PIC X(30) VALUE 'ERASED'.
       01  WS-ERASED-ADDR                  PIC X(30) VALUE 'ERASED'.

      * ERASED KEYS AN EXTRACT SENT WITH THE NAME OR ADDRESS STILL IN
      * IT - MASKED ON THE WAY IN AND LISTED ON COLLRPT.
       01  WS-ERASED-FLAG-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-ERASED-SENT-SW               PIC X VALUE 'N'.
           88  WS-ERASED-SENT                      VALUE 'Y'.

      * THE NAMEIDX ENTRY A MASTER WRITE RETIRES AND THE ONE IT FILES,
      * SET BY THE CALLER OF 7550 - SPACES ON EITHER SIDE FOR A PLAIN
      * ADD OR DELETE.
       01  WS-NIX-OLD-KEY.
           05  WS-NIX-OLD-NAME             PIC X(30) VALUE SPACES.
           05  WS-NIX-OLD-ID               PIC X(10) VALUE SPACES.
       01  WS-NIX-NEW-KEY.
           05  WS-NIX-NEW-NAME             PIC X(30) VALUE SPACES.
           05  WS-NIX-NEW-ID               PIC X(10) VALUE SPACES.

       01  WS-HOLD-FOUND-SW                PIC X VALUE 'N'.
           88  WS-HOLD-FOUND                       VALUE 'Y'.
       01  WS-HOLD-EOF-SW                  PIC X VALUE 'N'.
           88  WS-HOLD-EOF                         VALUE 'Y'.

      * WHAT 3100-SCREEN-CHANGE DECIDED FOR THE KEY IN HAND - PARK A
      * NEW HOLD, REPLACE THE AFTER IMAGE OF ONE STILL OPEN, LEAVE AN
      * OPEN OR DECLINED HOLD STANDING AS IT IS, OR (A MATCHED KEY
      * WITH A HOLD OPEN) LEAVE THE MASTER ALONE.
       01  WS-HOLD-ACTION                  PIC X VALUE SPACE.
           88  WS-HOLD-NONE                        VALUE SPACE.
           88  WS-HOLD-NEW                         VALUE 'N'.
           88  WS-HOLD-REFRESH                     VALUE 'R'.
           88  WS-HOLD-STANDING                    VALUE 'S'.
           88  WS-HOLD-KEEP-MASTER                 VALUE 'K'.

       01  WS-RISK-TRIPPED-SW              PIC X VALUE 'N'.
           88  WS-RISK-TRIPPED                     VALUE 'Y'.
       01  WS-RISK-FLAGS.
           05  WS-RISK-BAL-FLAG            PIC X VALUE 'N'.
               88  WS-RISK-BAL-HIT                 VALUE 'Y'.
           05  WS-RISK-STAT-FLAG           PIC X VALUE 'N'.
               88  WS-RISK-STAT-HIT                VALUE 'Y'.
           05  WS-RISK-NAME-ADDR-FLAG      PIC X VALUE 'N'.
               88  WS-RISK-NAME-ADDR-HIT           VALUE 'Y'.
       01  WS-RISK-RULE-CODE               PIC X(04) VALUE SPACES.
       01  WS-RISK-RULE-TEXT               PIC X(40) VALUE SPACES.
       01  WS-RISK-BAL-MOVE                PIC S9(11)V99 VALUE ZERO.
       01  WS-RISK-IX                      PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
      * 1100-CHECK-RESTART RUNS BEFORE THE SORT STEP BECAUSE RUN MODE
      * M MUST KNOW WHETHER THIS IS A RESTART - A RESTARTED RUN MUST
      * 0300-VERIFY-TRANSMISSIONS RUNS BEFORE 1100-CHECK-RESTART SO A
      * REFUSED TRANSMISSION STOPS THE RUN WITH CMPCKPT, CURRMSTR AND
      * EVERY FEED UNTOUCHED - NOTHING TO BACK OUT, NOTHING POLLUTED.
      * IN CATCH-UP MODE EVERY GENERATION STILL TO RUN IS ONE PASS OF
      * 0460, WHICH IS THE SAME SORT/COMPARE/TERMINATE A SINGLE-CYCLE
      * RUN MAKES - ONLY THE CYCLCTL OPEN AND CLOSE ARE LEFT TO THE
      * FIRST AND LAST OF THEM.
       0000-MAIN-CONTROL.
           PERFORM 0100-READ-PARMS
           PERFORM 0150-LOAD-PARTITIONS
           PERFORM 0200-LOAD-KEY-XREF
           PERFORM 0300-VERIFY-TRANSMISSIONS
           IF WS-XMIT-FAILED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CONSOLIDATE-RUN
               PERFORM 0700-CONSOLIDATE-STREAMS
               STOP RUN
           END-IF
           PERFORM 1100-CHECK-RESTART
           IF WS-STREAM-RUN AND WS-RESTART-RUN
               PERFORM 0170-CHECK-STREAM-RESTART
           END-IF
           IF WS-CATCH-UP-MODE
               PERFORM 0450-CHECK-RESTART-GENERATION
               PERFORM 0455-CHECK-CATCH-UP-DATES
               PERFORM 0460-RUN-ONE-GENERATION
                   VARYING WS-GEN-IX FROM WS-GEN-FIRST BY 1
                   UNTIL WS-GEN-IX > WS-GEN-COUNT
           ELSE
               PERFORM 0500-SORT-INPUT-FILES
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-CONTROL-BREAK
                   UNTIL WS-CURR-EOF AND WS-PRIOR-EOF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

      * CMPPARM IS OPTIONAL - A MISSING FILE OR A NON-NUMERIC FIELD
                       IF PARM-RUN-MODE = 'E' OR PARM-RUN-MODE = 'M'
                           MOVE PARM-RUN-MODE TO WS-RUN-MODE
                       END-IF
                       IF PARM-RISK-BAL-LIMIT NUMERIC
                           MOVE PARM-RISK-BAL-LIMIT
                               TO WS-RISK-BAL-LIMIT
                       END-IF
                       IF PARM-RISK-STAT-PAIRS NOT = SPACES
                           MOVE PARM-RISK-STAT-PAIRS
                               TO WS-RISK-STAT-PAIRS
                       END-IF
                       IF PARM-RISK-NAME-ADDR = 'Y'
                          OR PARM-RISK-NAME-ADDR = 'N'
                           MOVE PARM-RISK-NAME-ADDR
                               TO WS-RISK-NAME-ADDR-SW
                       END-IF
                       IF PARM-CATCH-UP = 'Y'
                           MOVE PARM-CATCH-UP TO WS-CATCH-UP-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * CMPSTRM AND CMPPART ARE OPTIONAL LIKE CMPPARM.  WITHOUT A
      * STREAM CARD THE RUN IS THE ORDINARY SINGLE COMPARE AND THE
      * PARTITION TABLE IS NEVER READ.  A STREAM OR CONSOLIDATION CARD
      * MUST FIND A TABLE THAT COVERS EVERY KEY EXACTLY ONCE, OR THE
      * STEP IS REFUSED BEFORE IT TOUCHES ANYTHING.
       0150-LOAD-PARTITIONS.
           MOVE SPACES TO WS-STREAM-CARD
           OPEN INPUT STREAM-CARD-FILE
           IF WS-SCRD-STATUS-OK
               READ STREAM-CARD-FILE INTO WS-STREAM-CARD
                   AT END
                       MOVE SPACES TO WS-STREAM-CARD
               END-READ
               CLOSE STREAM-CARD-FILE
           END-IF
           IF STRM-ROLE = 'S' OR STRM-ROLE = 'C'
               MOVE STRM-ROLE TO WS-PART-ROLE-SW
               PERFORM 0155-BUILD-PARTITION-TABLE
           END-IF.

      * A CATCH-UP RUN WORKS THROUGH ITS GENERATIONS ONE AFTER
      * ANOTHER ON ONE CYCLE AND CANNOT ALSO BE SPLIT ACROSS STREAMS -
      * STAGED GENERATIONS ARE CAUGHT UP SINGLE-STREAM FIRST.
       0155-BUILD-PARTITION-TABLE.
           IF WS-CATCH-UP-MODE
               MOVE 'CATCH-UP MODE CANNOT RUN PARTITIONED'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           IF WS-STREAM-RUN AND STRM-NUMBER NUMERIC
               MOVE STRM-NUMBER TO WS-STREAM-NO
           END-IF
           MOVE ZERO TO WS-PART-COUNT
           MOVE 'N' TO WS-PART-EOF-SW
           MOVE 'N' TO WS-PART-OPEN-END-SW
           OPEN INPUT PARTITION-FILE
           IF NOT WS-PART-STATUS-OK
               MOVE 'NO PARTITION TABLE ON CMPPART' TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           PERFORM 0160-LOAD-ONE-PARTITION
               UNTIL WS-PART-EOF
           CLOSE PARTITION-FILE
           IF NOT WS-PART-OPEN-ENDED
               MOVE 'LAST CMPPART LINE MUST LEAVE ITS KEY BLANK'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           IF WS-STREAM-RUN
               IF WS-STREAM-NO = ZERO
                  OR WS-STREAM-NO > WS-PART-COUNT
                   MOVE 'CMPSTRM NAMES A STREAM NOT ON CMPPART'
                       TO WS-PART-MESSAGE
                   PERFORM 0180-REFUSE-PARTITIONED-RUN
               END-IF
               IF WS-STREAM-NO > 1
                   MOVE WS-PART-HIGH-KEY(WS-STREAM-NO - 1)
                       TO WS-PART-LOW-KEY
               END-IF
               PERFORM 0165-BUILD-STREAM-BANNER
           ELSE
               MOVE SPACES TO WS-PART-BANNER
               STRING 'CONSOLIDATED FROM ' DELIMITED BY SIZE
                      WS-PART-COUNT        DELIMITED BY SIZE
                      ' STREAMS'           DELIMITED BY SIZE
                   INTO WS-PART-BANNER
           END-IF.

      * ONE CMPPART LINE.  BLANK LINES ARE PASSED OVER.
       0160-LOAD-ONE-PARTITION.
           READ PARTITION-FILE INTO WS-PART-INPUT
               AT END
                   SET WS-PART-EOF TO TRUE
               NOT AT END
                   IF WS-PART-INPUT NOT = SPACES
                       PERFORM 0162-CHECK-ONE-PARTITION
                   END-IF
           END-READ.

       0162-CHECK-ONE-PARTITION.
           IF WS-PART-OPEN-ENDED
               MOVE 'CMPPART LINE FOUND AFTER THE OPEN-ENDED STREAM'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           IF WS-PART-COUNT NOT < WS-PART-MAX
               MOVE 'CMPPART HOLDS MORE STREAMS THAN THE TABLE LIMIT'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           ADD 1 TO WS-PART-COUNT
           MOVE ZERO TO WS-PART-IN-NO
           IF PART-IN-NUMBER NUMERIC
               MOVE PART-IN-NUMBER TO WS-PART-IN-NO
           END-IF
           IF WS-PART-IN-NO NOT = WS-PART-COUNT
               MOVE 'CMPPART STREAMS MUST BE NUMBERED 01 UPWARD'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           IF PART-IN-HIGH-KEY = SPACES
               SET WS-PART-OPEN-ENDED TO TRUE
               MOVE HIGH-VALUES TO WS-PART-HIGH-KEY(WS-PART-COUNT)
           ELSE
               IF WS-PART-COUNT > 1
                   IF PART-IN-HIGH-KEY NOT >
                           WS-PART-HIGH-KEY(WS-PART-COUNT - 1)
                       MOVE 'CMPPART HIGH KEYS MUST ASCEND'
                           TO WS-PART-MESSAGE
                       PERFORM 0180-REFUSE-PARTITIONED-RUN
                   END-IF
               END-IF
               MOVE PART-IN-HIGH-KEY
                   TO WS-PART-HIGH-KEY(WS-PART-COUNT)
           END-IF
           MOVE 'N' TO WS-PART-CKPT-SW(WS-PART-COUNT)
           MOVE SPACES TO WS-PART-CKPT-LINE(WS-PART-COUNT)
           MOVE ZERO TO WS-PART-FEED-LAST(WS-PART-COUNT)
           MOVE 'N' TO WS-PART-FEED-SW(WS-PART-COUNT)
           MOVE ZERO TO WS-PART-AUD-LAST(WS-PART-COUNT)
           MOVE 'N' TO WS-PART-AUD-SW(WS-PART-COUNT).

      * THE STREAM'S RANGE, PRINTED UNDER THE TITLE OF CMPRPT AND
      * BALRPT.  THE LOW BOUND IS THE STREAM BEFORE'S HIGH KEY AND IS
      * NOT PART OF THIS STREAM.
       0165-BUILD-STREAM-BANNER.
           MOVE SPACES TO WS-PART-RANGE-TEXT
           EVALUATE TRUE
               WHEN WS-PART-COUNT = 1
                   MOVE ' - EVERY CUST-ID' TO WS-PART-RANGE-TEXT
               WHEN WS-STREAM-NO = 1
                   STRING ' - CUST-ID THROUGH '   DELIMITED BY SIZE
                          WS-PART-HIGH-KEY(WS-STREAM-NO)
                                                 DELIMITED BY SIZE
                       INTO WS-PART-RANGE-TEXT
               WHEN WS-STREAM-NO = WS-PART-COUNT
                   STRING ' - CUST-ID ABOVE '     DELIMITED BY SIZE
                          WS-PART-LOW-KEY        DELIMITED BY SIZE
                       INTO WS-PART-RANGE-TEXT
               WHEN OTHER
                   STRING ' - CUST-ID ABOVE '     DELIMITED BY SIZE
                          WS-PART-LOW-KEY        DELIMITED BY SIZE
                          ' THROUGH '            DELIMITED BY SIZE
                          WS-PART-HIGH-KEY(WS-STREAM-NO)
                                                 DELIMITED BY SIZE
                       INTO WS-PART-RANGE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PART-BANNER
           STRING 'STREAM '                      DELIMITED BY SIZE
                  WS-STREAM-NO                   DELIMITED BY SIZE
                  ' OF '                         DELIMITED BY SIZE
                  WS-PART-COUNT                  DELIMITED BY SIZE
                  WS-PART-RANGE-TEXT             DELIMITED BY SIZE
               INTO WS-PART-BANNER.

      * A STREAM RESTARTS ONLY FROM ITS OWN CHECKPOINT.  A CMPCKPT
      * LEFT BY ANOTHER STREAM, OR BY A SINGLE-STREAM RUN, MEANS THE
      * STEP'S FILES ARE CROSSED - RESTARTING FROM IT WOULD SKIP KEYS
      * THIS STREAM HAS NEVER SEEN.
       0170-CHECK-STREAM-RESTART.
           IF CKPT-STREAM-NO NOT NUMERIC
               MOVE 'CMPCKPT IS NOT A STREAM CHECKPOINT'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           IF CKPT-STREAM-NO NOT = WS-STREAM-NO
               MOVE 'CMPCKPT BELONGS TO ANOTHER STREAM'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF.

      * SAME SHAPE AS 1095 - THE REASON GOES ON CMPRPT AND THE STEP
      * ENDS RC 12.
       0180-REFUSE-PARTITIONED-RUN.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'PARTITIONED RUN REFUSED - ' DELIMITED BY SIZE
                  WS-PART-MESSAGE              DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * OUTSIDE A STREAM RUN EVERY KEY IS IN RANGE.
       0190-TEST-STREAM-RANGE.
           SET WS-KEY-IN-RANGE TO TRUE
           IF WS-STREAM-RUN
               IF WS-STREAM-NO > 1
                  AND WS-RANGE-TEST-KEY NOT > WS-PART-LOW-KEY
                   MOVE 'N' TO WS-KEY-RANGE-SW
               END-IF
               IF WS-RANGE-TEST-KEY > WS-PART-HIGH-KEY(WS-STREAM-NO)
                   MOVE 'N' TO WS-KEY-RANGE-SW
               END-IF
           END-IF.

      * THE STREAM WHOSE RANGE HOLDS WS-RANGE-TEST-KEY, IN
      * WS-PART-IX.  THE LAST STREAM'S HIGH KEY IS HIGH-VALUES, SO
      * THE SEARCH ALWAYS LANDS.
       0195-FIND-KEY-STREAM.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX NOT < WS-PART-COUNT
                      OR WS-RANGE-TEST-KEY
                             NOT > WS-PART-HIGH-KEY(WS-PART-IX)
               CONTINUE
           END-PERFORM.

      * XREFIN IS OPTIONAL LIKE CMPPARM - THE OPEN REPORTS '05' WHEN
      * NO FILE WAS STAGED, WHICH LOADS NOTHING.  A LINE WITH A BLANK
      * KEY, THE SAME KEY ON BOTH ENDS OR AN UNKNOWN LINK TYPE IS
      * COUNTED AND IGNORED, AS IS ANYTHING PAST THE TABLE LIMIT - THE
      * PAIR THEN FALLS BACK TO AN ORDINARY DELETE AND ADD, AND THE
      * REJECT COUNT ON BALRPT SAYS WHY.
       0200-LOAD-KEY-XREF.
           MOVE ZERO TO WS-XREF-COUNT
           MOVE ZERO TO WS-XREF-REJECT-COUNT
           MOVE 'N' TO WS-XRIN-EOF-SW
           OPEN INPUT KEY-XREF-INPUT
           IF WS-XRIN-STATUS-OK
               PERFORM 0210-LOAD-ONE-XREF
                   UNTIL WS-XRIN-EOF
           END-IF
           CLOSE KEY-XREF-INPUT.

       0210-LOAD-ONE-XREF.
           READ KEY-XREF-INPUT
               AT END
                   SET WS-XRIN-EOF TO TRUE
               NOT AT END
                   IF XRIN-OLD-ID = SPACES
                      OR XRIN-NEW-ID = SPACES
                      OR XRIN-OLD-ID = XRIN-NEW-ID
                      OR (NOT XRIN-REKEY AND NOT XRIN-MERGE)
                      OR WS-XREF-COUNT >= WS-XREF-MAX
                       ADD 1 TO WS-XREF-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XRIN-OLD-ID TO WS-XREF-OLD-ID(WS-XREF-COUNT)
                       MOVE XRIN-NEW-ID TO WS-XREF-NEW-ID(WS-XREF-COUNT)
                       MOVE XRIN-LINK-TYPE
                           TO WS-XREF-TYPE(WS-XREF-COUNT)
                   END-IF
           END-READ.

      * CATCH A BAD TRANSMISSION AT THE DOOR: CONFIRM EACH RAW EXTRACT
      * CARRIES A HEADER AND TRAILER, THAT THE TRAILER COUNT AND
      * CUST-BALANCE HASH MATCH WHAT ARRIVED, AND THAT THE EXTRACT
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
           PERFORM 0310-READ-XMIT-CONTROL
           IF WS-CATCH-UP-MODE
               PERFORM 0400-VERIFY-GENERATIONS
           ELSE
               MOVE 'CURR ' TO WS-VER-SIDE
               MOVE WS-LAST-CURR-DATE TO WS-VER-LAST-DATE
               PERFORM 0320-VERIFY-CURR-SIDE
               MOVE WS-VER-HDR-DATE TO WS-CURR-EXTRACT-DATE
           END-IF
      * ONLY THE OLDEST GENERATION OF A CATCH-UP SET COMPARES AGAINST
      * PRIFILE - EACH LATER ONE TAKES THE GENERATION BEFORE IT - SO
      * PRIFILE IS LEFT ALONE ONCE THAT FIRST CYCLE HAS BEEN RUN.
           IF WS-EXTRACT-PRIOR-MODE
               IF WS-CATCH-UP-MODE AND WS-GEN-FIRST > 1
                   MOVE SPACES TO XMIT-CONTROL-RPT-LINE
                   MOVE ' PRIOR  TAKEN FROM THE GENERATION BEFORE'
                       TO XMIT-CONTROL-RPT-LINE
                   WRITE XMIT-CONTROL-RPT-LINE
               ELSE
                   MOVE 'PRIOR' TO WS-VER-SIDE
                   MOVE WS-LAST-PRIOR-DATE TO WS-VER-LAST-DATE
                   PERFORM 0330-VERIFY-PRIOR-SIDE
                   MOVE WS-VER-HDR-DATE TO WS-PRIOR-EXTRACT-DATE
               END-IF
           END-IF
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
       0340-TALLY-ONE-XMIT-RECORD.
           EVALUATE TRUE
               WHEN WS-XMIT-HEADER
                   IF WS-VER-HDR-SEEN
                       SET WS-VER-EXTRA-HDR TO TRUE
                   END-IF
                   SET WS-VER-HDR-SEEN TO TRUE
                   MOVE WS-XMIT-HDR-DATE TO WS-VER-HDR-DATE
                   MOVE WS-XMIT-HDR-SYSTEM TO WS-VER-HDR-SYSTEM
           MOVE 'N' TO WS-VER-EOF-SW
           MOVE 'N' TO WS-VER-HDR-SEEN-SW
           MOVE 'N' TO WS-VER-TRL-SEEN-SW
           MOVE 'N' TO WS-VER-EXTRA-HDR-SW
           MOVE ZERO TO WS-VER-REC-COUNT
           MOVE ZERO TO WS-VER-HASH-TOTAL
           MOVE SPACES TO WS-VER-HDR-DATE
               MOVE 'NO TRAILER RECORD' TO WS-REJECT-REASON
               PERFORM 0370-REPORT-CONTROL-FAILURE
           END-IF
      * A SECOND HEADER IS A SECOND EXTRACT - ONLY CATCH-UP MODE
      * TAKES MORE THAN ONE, AND IT SPLITS THEM BEFORE THEY GET HERE.
           IF WS-VER-EXTRA-HDR
               MOVE 'MORE THAN ONE HEADER - CATCH-UP NOT SET' TO
                   WS-REJECT-REASON
               PERFORM 0370-REPORT-CONTROL-FAILURE
           END-IF
           IF WS-VER-HDR-SEEN
               IF WS-VER-HDR-DATE NOT NUMERIC
                   MOVE 'EXTRACT DATE NOT VALID' TO WS-REJECT-REASON
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE.

      * CATCH-UP MODE - CURFILE HOLDS SEVERAL EXTRACTS END TO END, EACH
      * BETWEEN ITS OWN HEADER AND TRAILER, IN WHATEVER ORDER THEY WERE
      * STAGED.  SPLIT THEM, PUT THEM IN EXTRACT DATE ORDER AND PROVE
      * EACH ONE AS 0320 PROVES A SINGLE EXTRACT.  ONE BAD GENERATION
      * REFUSES THE WHOLE SET, BEFORE ANY OF IT IS RUN.
       0400-VERIFY-GENERATIONS.
           MOVE ZERO TO WS-GEN-COUNT
           MOVE ZERO TO WS-GEN-LINE-NO
           MOVE ZERO TO WS-GEN-STRAY-COUNT
           MOVE ZERO TO WS-GEN-TO-RUN
           MOVE 'N' TO WS-GEN-OPEN-SW
           MOVE 'N' TO WS-VER-EOF-SW
           OPEN INPUT RAW-CURR-FILE
           PERFORM 0410-SPLIT-ONE-CURR
               UNTIL WS-VER-EOF
           CLOSE RAW-CURR-FILE
           PERFORM 0420-ORDER-GENERATIONS
           MOVE ZERO TO WS-GEN-FIRST
           PERFORM 0430-CHECK-ONE-GENERATION
               VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-COUNT
           MOVE 'CURR ' TO WS-VER-SIDE
           IF WS-GEN-COUNT = ZERO
               MOVE 'NO HEADER RECORD' TO WS-REJECT-REASON
               PERFORM 0370-REPORT-CONTROL-FAILURE
           END-IF
           IF WS-GEN-FULL
               MOVE 'MORE GENERATIONS THAN CATCH-UP TAKES' TO
                   WS-REJECT-REASON
               PERFORM 0370-REPORT-CONTROL-FAILURE
           END-IF
           IF WS-GEN-STRAY-COUNT > ZERO
               MOVE 'RECORDS OUTSIDE A HEADER/TRAILER PAIR' TO
                   WS-REJECT-REASON
               PERFORM 0370-REPORT-CONTROL-FAILURE
           END-IF
           IF WS-GEN-COUNT > ZERO AND WS-GEN-FIRST = ZERO
               MOVE 'NO GENERATION NEWER THAN LAST ACCEPTED' TO
                   WS-REJECT-REASON
               PERFORM 0370-REPORT-CONTROL-FAILURE
           END-IF
           MOVE WS-GEN-COUNT TO WS-BAL-NUM
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           STRING ' CURR   GENERATIONS STAGED . . . . . . . .'
                       DELIMITED BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
           MOVE WS-GEN-TO-RUN TO WS-BAL-NUM
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           STRING ' CURR   GENERATIONS TO RUN . . . . . . . .'
                       DELIMITED BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE.

      * A HEADER OPENS A GENERATION AND ITS TRAILER CLOSES IT.  A
      * HEADER ARRIVING WHILE ONE IS STILL OPEN LEAVES THAT ONE WITH
      * NO TRAILER, WHICH 0360 THEN REFUSES.
       0410-SPLIT-ONE-CURR.
           READ RAW-CURR-FILE
               AT END
                   SET WS-VER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GEN-LINE-NO
                   MOVE RAW-CURR-RECORD TO WS-XMIT-RECORD
                   EVALUATE TRUE
                       WHEN WS-XMIT-HEADER
                           PERFORM 0412-OPEN-GENERATION
                       WHEN WS-XMIT-TRAILER
                           PERFORM 0414-CLOSE-GENERATION
                       WHEN NOT WS-GEN-OPEN
                           IF NOT WS-GEN-FULL
                               ADD 1 TO WS-GEN-STRAY-COUNT
                           END-IF
                       WHEN OTHER
                           PERFORM 0416-TALLY-GENERATION-RECORD
                   END-EVALUATE
           END-READ.

       0412-OPEN-GENERATION.
           IF WS-GEN-COUNT >= WS-GEN-MAX
               SET WS-GEN-FULL TO TRUE
               MOVE 'N' TO WS-GEN-OPEN-SW
           ELSE
               ADD 1 TO WS-GEN-COUNT
               INITIALIZE WS-GEN-ENTRY(WS-GEN-COUNT)
               MOVE WS-XMIT-HDR-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
               MOVE WS-XMIT-HDR-SYSTEM TO WS-GEN-SYSTEM(WS-GEN-COUNT)
               MOVE WS-GEN-LINE-NO TO WS-GEN-FIRST-LINE(WS-GEN-COUNT)
               MOVE 999999999 TO WS-GEN-LAST-LINE(WS-GEN-COUNT)
               MOVE 'N' TO WS-GEN-TRL-SW(WS-GEN-COUNT)
               MOVE 'N' TO WS-GEN-SKIP-SW(WS-GEN-COUNT)
               SET WS-GEN-OPEN TO TRUE
           END-IF.

       0414-CLOSE-GENERATION.
           IF WS-GEN-OPEN
               MOVE WS-XMIT-TRL-COUNT TO WS-GEN-TRL-COUNT(WS-GEN-COUNT)
               MOVE WS-XMIT-TRL-HASH TO WS-GEN-TRL-HASH(WS-GEN-COUNT)
               MOVE WS-GEN-LINE-NO TO WS-GEN-LAST-LINE(WS-GEN-COUNT)
               SET WS-GEN-TRL-SEEN(WS-GEN-COUNT) TO TRUE
               MOVE 'N' TO WS-GEN-OPEN-SW
           ELSE
               IF NOT WS-GEN-FULL
                   ADD 1 TO WS-GEN-STRAY-COUNT
               END-IF
           END-IF.

      * SAME HASH CONVENTION AS 0340 - NUMERIC BALANCES ONLY.
       0416-TALLY-GENERATION-RECORD.
           ADD 1 TO WS-GEN-REC-COUNT(WS-GEN-COUNT)
           MOVE WS-XMIT-RECORD TO WS-AREA-1
           IF CUST-BALANCE OF WS-AREA-1 NUMERIC
               ADD CUST-BALANCE OF WS-AREA-1
                   TO WS-GEN-HASH-TOTAL(WS-GEN-COUNT)
           END-IF.

      * AT MOST WS-GEN-MAX ENTRIES - A SIMPLE EXCHANGE SORT DOES.
       0420-ORDER-GENERATIONS.
           PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                   UNTIL WS-GEN-IX >= WS-GEN-COUNT
               PERFORM VARYING WS-GEN-JX FROM 1 BY 1
                       UNTIL WS-GEN-JX > WS-GEN-COUNT - WS-GEN-IX
                   IF WS-GEN-DATE(WS-GEN-JX) >
                      WS-GEN-DATE(WS-GEN-JX + 1)
                       MOVE WS-GEN-ENTRY(WS-GEN-JX) TO WS-GEN-SWAP
                       MOVE WS-GEN-ENTRY(WS-GEN-JX + 1)
                           TO WS-GEN-ENTRY(WS-GEN-JX)
                       MOVE WS-GEN-SWAP TO WS-GEN-ENTRY(WS-GEN-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * THE GENERATION'S OWN TALLIES GO THROUGH 0360 AS A SINGLE
      * EXTRACT'S WOULD.  THE STALE-DATE TEST IS MADE HERE INSTEAD: A
      * GENERATION AT OR BEFORE THE LAST ACCEPTED DATE HAS ALREADY HAD
      * ITS CYCLE AND IS SKIPPED, NOT REFUSED.  TWO GENERATIONS WITH
      * ONE DATE ARE REFUSED - THERE IS NO TELLING WHICH IS THE DAY.
       0430-CHECK-ONE-GENERATION.
           PERFORM 0350-RESET-VERIFY-FIELDS
           MOVE SPACES TO WS-VER-SIDE
           STRING 'GEN' DELIMITED BY SIZE
                  WS-GEN-IX DELIMITED BY SIZE
               INTO WS-VER-SIDE
           SET WS-VER-HDR-SEEN TO TRUE
           MOVE WS-GEN-DATE(WS-GEN-IX) TO WS-VER-HDR-DATE
           MOVE WS-GEN-SYSTEM(WS-GEN-IX) TO WS-VER-HDR-SYSTEM
           MOVE WS-GEN-REC-COUNT(WS-GEN-IX) TO WS-VER-REC-COUNT
           MOVE WS-GEN-HASH-TOTAL(WS-GEN-IX) TO WS-VER-HASH-TOTAL
           IF WS-GEN-TRL-SEEN(WS-GEN-IX)
               SET WS-VER-TRL-SEEN TO TRUE
               MOVE WS-GEN-TRL-COUNT(WS-GEN-IX) TO WS-VER-TRL-COUNT
               MOVE WS-GEN-TRL-HASH(WS-GEN-IX) TO WS-VER-TRL-HASH
           END-IF
           MOVE LOW-VALUES TO WS-VER-LAST-DATE
           IF WS-GEN-IX > 1
               IF WS-GEN-DATE(WS-GEN-IX) = WS-GEN-DATE(WS-GEN-IX - 1)
                   MOVE 'DUPLICATE EXTRACT DATE' TO WS-REJECT-REASON
                   PERFORM 0370-REPORT-CONTROL-FAILURE
               END-IF
           END-IF
           PERFORM 0360-CHECK-CONTROLS
           IF WS-GEN-DATE(WS-GEN-IX) NUMERIC
              AND WS-GEN-DATE(WS-GEN-IX) NOT > WS-LAST-CURR-DATE
               SET WS-GEN-SKIPPED(WS-GEN-IX) TO TRUE
               MOVE SPACES TO XMIT-CONTROL-RPT-LINE
               STRING ' ' DELIMITED BY SIZE
                      WS-VER-SIDE DELIMITED BY SIZE
                      '  ALREADY ACCEPTED ON XMITCTL - SKIPPED'
                           DELIMITED BY SIZE
                   INTO XMIT-CONTROL-RPT-LINE
               WRITE XMIT-CONTROL-RPT-LINE
           ELSE
               ADD 1 TO WS-GEN-TO-RUN
               IF WS-GEN-FIRST = ZERO
                   MOVE WS-GEN-IX TO WS-GEN-FIRST
               END-IF
           END-IF.

      * A RESTART MUST PICK UP THE GENERATION THE ABENDED CYCLE WAS
      * RUNNING.  XMITCTL ADVANCES AS EACH CYCLE ENDS, SO THAT IS THE
      * FIRST ONE STILL TO RUN - UNLESS THE STAGED SET HAS CHANGED
      * SINCE, WHICH REFUSES THE RUN RATHER THAN REPLAY ONE
      * GENERATION'S CHECKPOINT AGAINST ANOTHER'S RECORDS.  A LINE CUT
      * BEFORE CHECKPOINTS CARRIED THE DATE HAS SPACES THERE.
       0450-CHECK-RESTART-GENERATION.
           IF WS-RESTART-RUN
              AND CKPT-CYCLE-DATE NOT = SPACES
              AND CKPT-CYCLE-DATE NOT = LOW-VALUES
              AND CKPT-CYCLE-DATE NOT = WS-GEN-DATE(WS-GEN-FIRST)
               PERFORM 0480-REFUSE-RESTART
           END-IF.

      * A CATCH-UP CYCLE DATES ITS SNAPSHOTS BY ITS EXTRACT DATE, SO
      * AN EARLIER ORDINARY RUN ON THAT CALENDAR DAY MAY ALREADY HAVE
      * SNAPSHOTS UNDER IT.  ANY STAGED GENERATION STILL TO START
      * WHOSE DATE IS ALREADY ON CUSTHIST REFUSES THE WHOLE RUN BEFORE
      * ANYTHING IS WRITTEN.  THE GENERATION A RESTART PICKS UP HAS
      * ITS OWN SNAPSHOTS THERE ALREADY AND IS NOT CHECKED - THAT
      * INCLUDES ONE THAT DIED BEFORE ITS FIRST CHECKPOINT, WHICH
      * RESTARTS FROM ITS START LINE (4150).
       0455-CHECK-CATCH-UP-DATES.
           MOVE WS-GEN-FIRST TO WS-GEN-CHECK-FROM
           IF WS-RESTART-RUN
               ADD 1 TO WS-GEN-CHECK-FROM
           END-IF
           IF WS-GEN-CHECK-FROM NOT > WS-GEN-COUNT
               MOVE 'N' TO WS-SNAP-EOF-SW
               OPEN INPUT SNAPSHOT-FILE
               IF WS-SNAP-STATUS-OK
                   PERFORM 0457-CHECK-ONE-SNAPSHOT-DATE
                       UNTIL WS-SNAP-EOF
                   CLOSE SNAPSHOT-FILE
               END-IF
           END-IF.

       0457-CHECK-ONE-SNAPSHOT-DATE.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET WS-SNAP-EOF TO TRUE
           END-READ
           IF NOT WS-SNAP-STATUS-OK
               SET WS-SNAP-EOF TO TRUE
           END-IF
           IF NOT WS-SNAP-EOF
               PERFORM VARYING WS-GEN-CHECK-IX FROM WS-GEN-CHECK-FROM
                       BY 1 UNTIL WS-GEN-CHECK-IX > WS-GEN-COUNT
                   IF SNAP-EFF-DATE = WS-GEN-DATE(WS-GEN-CHECK-IX)
                       PERFORM 0485-REFUSE-CATCH-UP-DATE
                   END-IF
               END-PERFORM
           END-IF.

      * ONE LOGICAL CYCLE: THE GENERATION'S OWN EXTRACT DATE, ITS
      * LINES OF CURFILE AS THE CURRENT SIDE AND, IN RUN MODE E, THE
      * GENERATION BEFORE IT AS THE PRIOR SIDE (THE OLDEST STAGED ONE
      * HAS PRIFILE).  THEN THE SAME SORT, COMPARE AND TERMINATE AS A
      * SINGLE-CYCLE RUN.
       0460-RUN-ONE-GENERATION.
           ADD 1 TO WS-CYCLE-NO
           IF WS-CYCLE-NO > 1
               PERFORM 0470-RESET-CYCLE-FIELDS
           END-IF
           MOVE WS-GEN-DATE(WS-GEN-IX) TO WS-CURR-EXTRACT-DATE
           MOVE WS-GEN-FIRST-LINE(WS-GEN-IX) TO WS-REL-FIRST-LINE
           MOVE WS-GEN-LAST-LINE(WS-GEN-IX) TO WS-REL-LAST-LINE
           IF WS-GEN-IX > 1
               MOVE WS-GEN-FIRST-LINE(WS-GEN-IX - 1)
                   TO WS-REL-PRIOR-FIRST-LINE
               MOVE WS-GEN-LAST-LINE(WS-GEN-IX - 1)
                   TO WS-REL-PRIOR-LAST-LINE
               IF WS-EXTRACT-PRIOR-MODE
                   MOVE WS-GEN-DATE(WS-GEN-IX - 1)
                       TO WS-PRIOR-EXTRACT-DATE
               END-IF
           END-IF
           MOVE SPACES TO WS-GEN-BANNER
           STRING 'CATCH-UP GENERATION ' DELIMITED BY SIZE
                  WS-GEN-IX DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-GEN-COUNT DELIMITED BY SIZE
                  '  EXTRACT DATE ' DELIMITED BY SIZE
                  WS-CURR-EXTRACT-DATE DELIMITED BY SIZE
                  '  PRIOR ' DELIMITED BY SIZE
                  WS-PRIOR-EXTRACT-DATE DELIMITED BY SIZE
               INTO WS-GEN-BANNER
           PERFORM 0500-SORT-INPUT-FILES
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CONTROL-BREAK
               UNTIL WS-CURR-EOF AND WS-PRIOR-EOF
           PERFORM 9000-TERMINATE.

      * EVERYTHING A CYCLE COUNTS OR CARRIES STARTS AGAIN FROM ZERO,
      * AS IT WOULD IN A JOB OF ITS OWN.  ONLY THE FIRST CYCLE OF A
      * JOB CAN BE A RESTART.
       0470-RESET-CYCLE-FIELDS.
           MOVE 'N' TO WS-CURR-EOF-SW
           MOVE 'N' TO WS-PRIOR-EOF-SW
           MOVE 'N' TO WS-CURR-FILE-EOF-SW
           MOVE 'N' TO WS-PRIOR-FILE-EOF-SW
           MOVE ZERO TO WS-CURR-BLOCK-COUNT
           MOVE ZERO TO WS-CURR-BLOCK-POS
           MOVE ZERO TO WS-PRIOR-BLOCK-COUNT
           MOVE ZERO TO WS-PRIOR-BLOCK-POS
           INITIALIZE WS-COUNTERS
           INITIALIZE WS-FIELD-CHG-COUNTERS
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE ZERO TO WS-FEED-SEQ
           MOVE ZERO TO WS-COLL-COUNT
           MOVE ZERO TO WS-ERASED-FLAG-COUNT
           MOVE ZERO TO WS-COMMIT-COUNT
           MOVE ZERO TO WS-RECS-SINCE-CKPT
           MOVE LOW-VALUES TO WS-PREV-CURR-KEY
           MOVE LOW-VALUES TO WS-LAST-KEY-PROCESSED
           MOVE LOW-VALUES TO WS-RESTART-KEY
           MOVE 'N' TO WS-RESTART-SW
           MOVE 'N' TO WS-RESTART-START-SW
           MOVE 'N' TO WS-ERASURES-SW.

       0480-REFUSE-RESTART.
           OPEN EXTEND XMIT-CONTROL-RPT
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           STRING ' CURR   RESTART CHECKPOINT IS FOR EXTRACT DATE '
                       DELIMITED BY SIZE
                  CKPT-CYCLE-DATE DELIMITED BY SIZE
                  ', NEXT GENERATION IS ' DELIMITED BY SIZE
                  WS-GEN-DATE(WS-GEN-FIRST) DELIMITED BY SIZE
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           STRING 'XMIT STATUS: RESTART DOES NOT MATCH STAGED'
                       DELIMITED BY SIZE
                  ' GENERATIONS - RUN REFUSED' DELIMITED BY SIZE
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
           CLOSE XMIT-CONTROL-RPT
           CLOSE CHECKPOINT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0485-REFUSE-CATCH-UP-DATE.
           CLOSE SNAPSHOT-FILE
           OPEN EXTEND XMIT-CONTROL-RPT
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           STRING ' CURR   CUSTHIST ALREADY HOLDS SNAPSHOTS DATED '
                       DELIMITED BY SIZE
                  SNAP-EFF-DATE DELIMITED BY SIZE
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
           MOVE SPACES TO XMIT-CONTROL-RPT-LINE
           STRING 'XMIT STATUS: CATCH-UP CYCLE DATE ALREADY RUN'
                       DELIMITED BY SIZE
                  ' - RUN REFUSED' DELIMITED BY SIZE
               INTO XMIT-CONTROL-RPT-LINE
           WRITE XMIT-CONTROL-RPT-LINE
           CLOSE XMIT-CONTROL-RPT
           CLOSE CHECKPOINT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * RECYCLE CARRIES THE RECORDS CUSTFIX REPAIRED OUT OF SUSPENSE
      * SINCE THE LAST CYCLE - SORTING THEM IN WITH THE RAW CURRENT
      * EXTRACT IS WHAT PUTS A FIXED RECORD BACK IN PLAY WITHOUT
               INPUT PROCEDURE IS 0520-RELEASE-CURRENT-SIDE
               GIVING CURR-FILE
           EVALUATE TRUE
      * CATCH-UP, MODE E: FROM THE SECOND GENERATION ON, THE PRIOR
      * SIDE IS THE GENERATION BEFORE, TAKEN FROM CURFILE ITSELF.
               WHEN WS-EXTRACT-PRIOR-MODE AND WS-CATCH-UP-MODE
                    AND WS-GEN-IX > 1
                   SORT SORT-PRIOR-WORK
                       ON ASCENDING KEY CUST-ID OF SORT-PRIOR-RECORD
                       INPUT PROCEDURE IS 0550-RELEASE-PRIOR-GENERATION
                       GIVING PRIOR-FILE
               WHEN WS-EXTRACT-PRIOR-MODE
                   SORT SORT-PRIOR-WORK
                       ON ASCENDING KEY CUST-ID OF SORT-PRIOR-RECORD
                   PERFORM 0600-UNLOAD-MASTER-TO-PRIOR
           END-EVALUATE.

      * WS-REL-FIRST-LINE/WS-REL-LAST-LINE ARE THE GENERATION'S HDR
      * AND TRL LINES IN CATCH-UP MODE.  OTHERWISE THEY ARE LEFT AT
      * ZERO AND 999999999 AND LET EVERY LINE THROUGH.
       0520-RELEASE-CURRENT-SIDE.
           MOVE 'N' TO WS-REL-EOF-SW
           MOVE ZERO TO WS-REL-LINE-NO
           OPEN INPUT RAW-CURR-FILE
           PERFORM 0525-RELEASE-ONE-CURR
               UNTIL WS-REL-EOF
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REL-LINE-NO
                   MOVE RAW-CURR-RECORD TO WS-XMIT-RECORD
                   MOVE RAW-CURR-RECORD(1:10) TO WS-RANGE-TEST-KEY
                   PERFORM 0190-TEST-STREAM-RANGE
                   IF NOT WS-XMIT-HEADER AND NOT WS-XMIT-TRAILER
                      AND WS-REL-LINE-NO > WS-REL-FIRST-LINE
                      AND WS-REL-LINE-NO < WS-REL-LAST-LINE
                      AND WS-KEY-IN-RANGE
                       RELEASE SORT-CURR-RECORD FROM RAW-CURR-RECORD
                   END-IF
           END-READ.

      * RECYCLED REPAIRS ARE BARE CUSTREC IMAGES - CUSTFIX WRITES NO
      * CONTROL RECORDS - SO EVERY LINE IS RELEASED AS DATA.  A STREAM
      * TAKES ONLY THE REPAIRS IN ITS OWN KEY RANGE, ON EITHER SIDE.
       0530-RELEASE-ONE-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   MOVE RECYCLE-RECORD(1:10) TO WS-RANGE-TEST-KEY
                   PERFORM 0190-TEST-STREAM-RANGE
                   IF WS-KEY-IN-RANGE
                       RELEASE SORT-CURR-RECORD FROM RECYCLE-RECORD
                   END-IF
           END-READ.

       0540-RELEASE-PRIOR-SIDE.
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   MOVE RAW-PRIOR-RECORD TO WS-XMIT-RECORD
                   MOVE RAW-PRIOR-RECORD(1:10) TO WS-RANGE-TEST-KEY
                   PERFORM 0190-TEST-STREAM-RANGE
                   IF NOT WS-XMIT-HEADER AND NOT WS-XMIT-TRAILER
                      AND WS-KEY-IN-RANGE
                       RELEASE SORT-PRIOR-RECORD FROM RAW-PRIOR-RECORD
                   END-IF
           END-READ.

       0550-RELEASE-PRIOR-GENERATION.
           MOVE 'N' TO WS-REL-EOF-SW
           MOVE ZERO TO WS-REL-LINE-NO
           OPEN INPUT RAW-CURR-FILE
           PERFORM 0555-RELEASE-ONE-PRIOR-GEN
               UNTIL WS-REL-EOF
           CLOSE RAW-CURR-FILE.

       0555-RELEASE-ONE-PRIOR-GEN.
           READ RAW-CURR-FILE
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REL-LINE-NO
                   MOVE RAW-CURR-RECORD TO WS-XMIT-RECORD
                   IF NOT WS-XMIT-HEADER AND NOT WS-XMIT-TRAILER
                      AND WS-REL-LINE-NO > WS-REL-PRIOR-FIRST-LINE
                      AND WS-REL-LINE-NO < WS-REL-PRIOR-LAST-LINE
                       RELEASE SORT-PRIOR-RECORD FROM RAW-CURR-RECORD
                   END-IF
           END-READ.

      * RUN MODE M - CURRMSTR ALREADY HOLDS THE LAST CYCLE'S FULL
      * IMAGE IN KEY ORDER, SO UNLOAD IT AS THE SORTED PRIOR SIDE
      * INSTEAD OF PULLING AND SORTING THE PRIFILE EXTRACT.  THE
      * UNLOAD IS TAKEN BEFORE 1060 REOPENS THE MASTER I-O, SO THE
      * COMPARE READS A STATIC PRIOR IMAGE WHILE 7500/7600 UPDATE
      * THE LIVE FILE.  A STREAM UNLOADS ONLY ITS OWN KEY RANGE - THE
      * OTHER STREAMS ARE UPDATING THEIRS ALONGSIDE IT.
       0600-UNLOAD-MASTER-TO-PRIOR.
           MOVE 'N' TO WS-UNLOAD-EOF-SW
           OPEN OUTPUT PRIOR-FILE
           IF NOT WS-CURM-STATUS-OK
               SET WS-UNLOAD-EOF TO TRUE
           END-IF
           IF WS-STREAM-RUN AND NOT WS-UNLOAD-EOF
               MOVE WS-PART-LOW-KEY TO CURM-CUST-ID
               START CURRENT-MASTER-FILE KEY > CURM-CUST-ID
                   INVALID KEY
                       SET WS-UNLOAD-EOF TO TRUE
               END-START
           END-IF
           PERFORM 0610-UNLOAD-ONE-MASTER
               UNTIL WS-UNLOAD-EOF
           IF WS-CURM-STATUS-OK OR WS-CURM-STATUS = '10'
              OR WS-CURM-STATUS = '23'
               CLOSE CURRENT-MASTER-FILE
           END-IF
           CLOSE PRIOR-FILE.
           IF NOT WS-CURM-STATUS-OK
               SET WS-UNLOAD-EOF TO TRUE
           END-IF
           IF NOT WS-UNLOAD-EOF
               MOVE CURM-CUST-ID TO WS-RANGE-TEST-KEY
               PERFORM 0190-TEST-STREAM-RANGE
               IF NOT WS-KEY-IN-RANGE
                   SET WS-UNLOAD-EOF TO TRUE
               END-IF
           END-IF
           IF NOT WS-UNLOAD-EOF
               MOVE CURM-DATA TO PRIOR-RECORD
               WRITE PRIOR-RECORD
           END-IF.

      *****************************************************************
      *  CONSOLIDATION - THE LAST STEP OF A PARTITIONED RUN.  NOTHING  *
      *  IS WRITTEN FOR THE CYCLE UNTIL EVERY STREAM ON CMPPART HAS    *
      *  BEEN PROVED: ITS LAST CHECKPOINT SAYS COMPLETE AGAINST        *
      *  TONIGHT'S EXTRACT, AND ITS CHGFEED AND AUDITLOG LINES RUN     *
      *  UNBROKEN FROM 1 UP TO THE SEQUENCES THAT CHECKPOINT RECORDS.  *
      *  ONE STREAM SHORT AND THE STEP ENDS RC 12 WITH THE CYCLE STILL *
      *  OPEN.  OTHERWISE THE STREAM FEEDS ARE RENUMBERED AS ONE FEED  *
      *  FOR FEEDCTL, THE STREAM AUDIT LINES ARE CHAINED ONTO THE      *
      *  TRAIL, AND THE SUMMED COUNTS GO OUT ON THE ONE CMPCKPT LINE,  *
      *  BALRPT AND RUNSTATS RECORD THE END-OF-CYCLE CHECKS READ.      *
      *  RERUN AFTER AN ABEND, THE STEP PICKS UP FROM THE PROGRESS     *
      *  LINES IT LEFT ON CMPCKPT: FEEDCTL ENTRIES ALREADY WRITTEN     *
      *  ARE LEFT AS THEY ARE, AUDIT LINES ALREADY ON THE TRAIL ARE NOT*
      *  CHAINED AGAIN AND SUSPENSE IS NEVER AGED TWICE.               *
      *****************************************************************
       0700-CONSOLIDATE-STREAMS.
           OPEN OUTPUT REPORT-FILE
           MOVE 'CUSTCMP STREAM CONSOLIDATION REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-BANNER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 0710-CHECK-PARTITIONED-CYCLE
           PERFORM 0705-FIND-CONS-PROGRESS
           PERFORM 0720-LOAD-STREAM-CHECKPOINTS
           PERFORM 0730-CHECK-STREAM-FEEDS
           PERFORM 0740-CHECK-STREAM-AUDITS
           PERFORM 0750-JUDGE-ONE-STREAM
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
           IF WS-CONS-STRAY-COUNT > ZERO
               SET WS-CONS-FAILED TO TRUE
               MOVE WS-CONS-STRAY-COUNT TO WS-CONS-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING 'STRMCKPT LINES FOR NO STREAM ON CMPPART'
                       DELIMITED BY SIZE
                      WS-CONS-NUM-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CONS-UNTAGGED-COUNT > ZERO
               SET WS-CONS-FAILED TO TRUE
               MOVE WS-CONS-UNTAGGED-COUNT TO WS-CONS-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING 'STRMFEED LINES NOT DATED FOR THIS CYCLE '
                       DELIMITED BY SIZE
                      WS-CONS-NUM-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CONS-FAILED
               MOVE 'ONE OR MORE STREAMS NOT COMPLETE'
                   TO WS-PART-MESSAGE
               PERFORM 0790-REFUSE-CONSOLIDATION
           END-IF
           PERFORM 0760-SUM-ONE-STREAM
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
           PERFORM 1070-OPEN-SUSPENSE-FILE
           PERFORM 1080-OPEN-FEED-CONTROL-FILE
           PERFORM 1087-OPEN-HOLD-FILE
           PERFORM 1089-OPEN-AUDIT-CHAIN-FILE
           IF WS-CONS-RERUN
               PERFORM 1160-RESEAT-AUDIT-CHAIN
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               MOVE ZERO TO WS-FEED-SEQ
               PERFORM 1082-FIND-LAST-FEED-SEQ
               MOVE WS-FEED-SEQ TO WS-CONS-FEED-BASE
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE 'F' TO WS-CONS-STEP
               PERFORM 0706-RECORD-CONS-STEP
           END-IF
           PERFORM 1155-OPEN-AUDIT-LOG-FILE
           OPEN OUTPUT EXTRACT-FILE
           PERFORM 0770-RENUMBER-STREAM-FEEDS
           IF WS-CONS-FEEDING
               MOVE WS-CHAIN-LAST-SEQ TO WS-CONS-ANCHOR-SEQ
               MOVE 'A' TO WS-CONS-STEP
               PERFORM 0706-RECORD-CONS-STEP
           END-IF
           PERFORM 0780-CHAIN-STREAM-AUDITS
           PERFORM 8000-PRODUCE-BALANCE-REPORT
           IF WS-CONS-AGING
               MOVE 'SUSPENSE ALREADY AGED THIS CYCLE - NOT REPEATED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'G' TO WS-CONS-STEP
               PERFORM 0706-RECORD-CONS-STEP
               PERFORM 8500-AGE-SUSPENSE-RECORDS
           END-IF
           PERFORM 8700-CLEAR-RECYCLE-FILE
           PERFORM 8800-WRITE-RUN-STATS
           PERFORM 8900-UPDATE-XMIT-CONTROL
           PERFORM 4200-WRITE-RUN-COMPLETE
           PERFORM 8990-MARK-CYCLE-CLOSED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONSOLIDATION STATUS: COMPLETE - CYCLE CLOSED'
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
                 CHECKPOINT-FILE
                 AUDIT-LOG-FILE
                 EXTRACT-FILE
                 SUSPENSE-FILE
                 FEED-CONTROL-FILE
                 HOLD-FILE
                 AUDIT-CHAIN-FILE.

      * THE STREAMS OPENED THE CYCLE UNDER THE NAME CMPPART (1091).
      * ITS OPENING TIME DATED EVERY STREAM'S SNAPSHOT AND FEED, AND
      * DATES THIS CYCLE'S RUNSTATS RECORD THE SAME WAY.
       0710-CHECK-PARTITIONED-CYCLE.
           OPEN I-O CYCLE-CONTROL-FILE
           MOVE 'CYCLE' TO CYCL-KEY
           IF WS-CYCL-STATUS-OK
               READ CYCLE-CONTROL-FILE
                   INVALID KEY
                       SET CYCL-CLOSED TO TRUE
               END-READ
           ELSE
               SET CYCL-CLOSED TO TRUE
           END-IF
           IF NOT CYCL-OPEN
               MOVE 'NO PARTITIONED CYCLE OPEN ON CYCLCTL'
                   TO WS-PART-MESSAGE
               PERFORM 0790-REFUSE-CONSOLIDATION
           END-IF
           IF CYCL-PGM NOT = 'CMPPART'
               MOVE 'CYCLE ON CYCLCTL WAS NOT OPENED BY THE STREAMS'
                   TO WS-PART-MESSAGE
               PERFORM 0790-REFUSE-CONSOLIDATION
           END-IF
           MOVE CYCL-OPENED-TS(1:8) TO WS-SNAP-RUN-DATE
           MOVE CYCL-OPENED-TS TO WS-RUN-START-TIMESTAMP.

      * CMPCKPT STILL HOLDS WHAT AN EARLIER ATTEMPT AT THIS CYCLE'S
      * CONSOLIDATION WROTE - 0706 CLOSES IT BEHIND EVERY PROGRESS
      * LINE, SO THE LAST ONE SURVIVES AN ABEND.  A PROGRESS LINE
      * STAMPED SINCE THE CYCLE WAS OPENED, FOR TONIGHT'S EXTRACT,
      * MAKES THIS A RERUN; ANYTHING ELSE ON THE FILE BELONGS TO AN
      * EARLIER CYCLE AND THE STEP STARTS FRESH.
       0705-FIND-CONS-PROGRESS.
           MOVE SPACE TO WS-CONS-STEP
           MOVE 'N' TO WS-CONS-RERUN-SW
           MOVE LOW-VALUES TO WS-CHECKPOINT-RECORD
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS-OK
               PERFORM 0707-READ-ONE-CONS-CKPT
                   UNTIL WS-CONS-EOF
               CLOSE CHECKPOINT-FILE
           END-IF
           IF CKPT-CONS-STARTED
              AND CKPT-CYCLE-DATE = WS-CURR-EXTRACT-DATE
              AND CKPT-TIMESTAMP NOT < WS-RUN-START-TIMESTAMP
               SET WS-CONS-RERUN TO TRUE
               MOVE CKPT-CONS-STEP TO WS-CONS-STEP
               MOVE CKPT-CONS-FEED-BASE TO WS-CONS-FEED-BASE
               MOVE CKPT-CONS-ANCHOR-SEQ TO WS-CONS-ANCHOR-SEQ
               MOVE SPACES TO REPORT-LINE
               STRING 'RERUN - EARLIER ATTEMPT STOPPED AT STEP '
                       DELIMITED BY SIZE
                      WS-CONS-STEP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0707-READ-ONE-CONS-CKPT.
           READ CHECKPOINT-FILE INTO WS-CHECKPOINT-RECORD
               AT END
                   SET WS-CONS-EOF TO TRUE
           END-READ
           IF NOT WS-CKPT-STATUS-OK
               SET WS-CONS-EOF TO TRUE
           END-IF.

      * ONE PROGRESS LINE, WRITTEN BEFORE THE STEP IT NAMES TOUCHES
      * ANYTHING.  CLOSING AND REOPENING CMPCKPT PUTS THE LINE ON
      * THE FILE NOW, NOT WHEN THE BUFFER NEXT FILLS.  THE LAST-KEY IS
      * LEFT BLANK SO 1100 NEVER MISTAKES IT FOR A RESTART POINT.
       0706-RECORD-CONS-STEP.
           INITIALIZE WS-CHECKPOINT-RECORD
           MOVE SPACES TO CKPT-LAST-KEY
           SET CKPT-RUN-INCOMPLETE TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
           MOVE WS-CURR-EXTRACT-DATE TO CKPT-CYCLE-DATE
           MOVE WS-CONS-STEP TO CKPT-CONS-STEP
           MOVE WS-CONS-FEED-BASE TO CKPT-CONS-FEED-BASE
           MOVE WS-CONS-ANCHOR-SEQ TO CKPT-CONS-ANCHOR-SEQ
           MOVE WS-CHECKPOINT-RECORD TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE
           OPEN EXTEND CHECKPOINT-FILE.

      * STRMCKPT IS EVERY STREAM'S CMPCKPT.  THE LAST LINE A STREAM
      * WROTE IS THE ONE THAT COUNTS, AS IN 1100.
       0720-LOAD-STREAM-CHECKPOINTS.
           MOVE ZERO TO WS-CONS-STRAY-COUNT
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT STREAM-CKPT-FILE
           IF WS-SCKP-STATUS-OK OR WS-SCKP-STATUS = '05'
               PERFORM 0725-LOAD-ONE-STREAM-CKPT
                   UNTIL WS-CONS-EOF
               CLOSE STREAM-CKPT-FILE
           END-IF.

       0725-LOAD-ONE-STREAM-CKPT.
           READ STREAM-CKPT-FILE INTO WS-CHECKPOINT-RECORD
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-PART-IX
                   IF CKPT-STREAM-NO NUMERIC
                       MOVE CKPT-STREAM-NO TO WS-PART-IX
                   END-IF
                   IF WS-PART-IX = ZERO
                      OR WS-PART-IX > WS-PART-COUNT
                       ADD 1 TO WS-CONS-STRAY-COUNT
                   ELSE
                       SET WS-PART-CKPT-SEEN(WS-PART-IX) TO TRUE
                       MOVE STREAM-CKPT-LINE
                           TO WS-PART-CKPT-LINE(WS-PART-IX)
                   END-IF
           END-READ.

      * PASS ONE OVER STRMFEED - EVERY LINE MUST CARRY THIS CYCLE'S
      * RUN DATE AND THE NEXT SEQUENCE OF THE STREAM ITS KEY IS IN.
       0730-CHECK-STREAM-FEEDS.
           MOVE ZERO TO WS-CONS-UNTAGGED-COUNT
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT STREAM-FEED-FILE
           IF WS-SFED-STATUS-OK OR WS-SFED-STATUS = '05'
               PERFORM 0735-CHECK-ONE-FEED-LINE
                   UNTIL WS-CONS-EOF
               CLOSE STREAM-FEED-FILE
           END-IF.

       0735-CHECK-ONE-FEED-LINE.
           READ STREAM-FEED-FILE
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   MOVE STREAM-FEED-LINE TO WS-FEED-SCAN-LINE
                   PERFORM 0795-FIND-FEED-TAG
                   IF WS-FEED-TAG-POS = ZERO
                       ADD 1 TO WS-CONS-UNTAGGED-COUNT
                   ELSE
                       MOVE STREAM-FEED-LINE(1:10) TO WS-RANGE-TEST-KEY
                       PERFORM 0195-FIND-KEY-STREAM
                       IF WS-FEED-TAG-SEQ =
                               WS-PART-FEED-LAST(WS-PART-IX) + 1
                           MOVE WS-FEED-TAG-SEQ
                               TO WS-PART-FEED-LAST(WS-PART-IX)
                       ELSE
                           SET WS-PART-FEED-BROKEN(WS-PART-IX) TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * PASS ONE OVER STRMAUD - A STREAM NUMBERS ITS AUDIT LINES IN
      * AUD-CHAIN-SEQ FROM 1 UP AND LEAVES THE CHECK FOR 0780 TO SET.
       0740-CHECK-STREAM-AUDITS.
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT STREAM-AUDIT-FILE
           IF WS-SAUD-STATUS-OK OR WS-SAUD-STATUS = '05'
               PERFORM 0745-CHECK-ONE-AUDIT-LINE
                   UNTIL WS-CONS-EOF
               CLOSE STREAM-AUDIT-FILE
           END-IF.

       0745-CHECK-ONE-AUDIT-LINE.
           READ STREAM-AUDIT-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   MOVE AUD-KEY TO WS-RANGE-TEST-KEY
                   PERFORM 0195-FIND-KEY-STREAM
                   IF AUD-CHAIN-SEQ NUMERIC
                       IF AUD-CHAIN-SEQ =
                               WS-PART-AUD-LAST(WS-PART-IX) + 1
                           MOVE AUD-CHAIN-SEQ
                               TO WS-PART-AUD-LAST(WS-PART-IX)
                       ELSE
                           SET WS-PART-AUD-BROKEN(WS-PART-IX) TO TRUE
                       END-IF
                   ELSE
                       SET WS-PART-AUD-BROKEN(WS-PART-IX) TO TRUE
                   END-IF
           END-READ.

      * ONE LINE ON CMPRPT PER STREAM, COMPLETE OR NOT, SO THE
      * OPERATOR SEES EVERY STREAM THAT STILL NEEDS ATTENTION AT ONCE.
       0750-JUDGE-ONE-STREAM.
           MOVE WS-PART-CKPT-LINE(WS-PART-IX) TO WS-CHECKPOINT-RECORD
           EVALUATE TRUE
               WHEN NOT WS-PART-CKPT-SEEN(WS-PART-IX)
                   MOVE 'NOT RUN - NO CHECKPOINT ON STRMCKPT'
                       TO WS-CONS-STATE
               WHEN NOT CKPT-RUN-COMPLETE
                   MOVE 'INCOMPLETE - RESTART THE STREAM'
                       TO WS-CONS-STATE
               WHEN CKPT-CYCLE-DATE NOT = WS-CURR-EXTRACT-DATE
                   MOVE 'RUN AGAINST ANOTHER EXTRACT'
                       TO WS-CONS-STATE
               WHEN WS-PART-FEED-BROKEN(WS-PART-IX)
               WHEN WS-PART-FEED-LAST(WS-PART-IX) NOT = CKPT-FEED-SEQ
                   MOVE 'CHGFEED OUT OF STEP WITH ITS CHECKPOINT'
                       TO WS-CONS-STATE
               WHEN WS-PART-AUD-BROKEN(WS-PART-IX)
               WHEN WS-PART-AUD-LAST(WS-PART-IX) NOT = CKPT-AUDIT-SEQ
                   MOVE 'AUDITLOG OUT OF STEP WITH ITS CHECKPOINT'
                       TO WS-CONS-STATE
               WHEN OTHER
                   MOVE 'COMPLETE' TO WS-CONS-STATE
           END-EVALUATE
           IF WS-CONS-STATE NOT = 'COMPLETE'
               SET WS-CONS-FAILED TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'STREAM '                  DELIMITED BY SIZE
                  WS-PART-IX                 DELIMITED BY SIZE
                  ' . . . . . . . . . . . '  DELIMITED BY SIZE
                  WS-CONS-STATE              DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       0760-SUM-ONE-STREAM.
           MOVE WS-PART-CKPT-LINE(WS-PART-IX) TO WS-CHECKPOINT-RECORD
           IF CKPT-LAST-KEY NOT = SPACES
              AND CKPT-LAST-KEY NOT = LOW-VALUES
               MOVE CKPT-LAST-KEY TO WS-LAST-KEY-PROCESSED
           END-IF
           ADD CKPT-COMMIT-COUNT TO WS-COMMIT-COUNT
           ADD CKPT-CURR-COUNT TO WS-CURR-COUNT
           ADD CKPT-PRIOR-COUNT TO WS-PRIOR-COUNT
           ADD CKPT-CURR-REJECT-COUNT TO WS-CURR-REJECT-COUNT
           ADD CKPT-PRIOR-REJECT-COUNT TO WS-PRIOR-REJECT-COUNT
           ADD CKPT-ADD-COUNT TO WS-ADD-COUNT
           ADD CKPT-DEL-COUNT TO WS-DEL-COUNT
           ADD CKPT-CHG-COUNT TO WS-CHG-COUNT
           ADD CKPT-MATCH-COUNT TO WS-MATCH-COUNT
           ADD CKPT-NAME-CHG-COUNT TO WS-NAME-CHG-COUNT
           ADD CKPT-ADDR-CHG-COUNT TO WS-ADDR-CHG-COUNT
           ADD CKPT-STATUS-CHG-COUNT TO WS-STATUS-CHG-COUNT
           ADD CKPT-BALANCE-CHG-COUNT TO WS-BALANCE-CHG-COUNT
           ADD CKPT-SRCSYS-CHG-COUNT TO WS-SRCSYS-CHG-COUNT
           ADD CKPT-TYPE-CHG-COUNT TO WS-TYPE-CHG-COUNT
           ADD CKPT-MAINT-CHG-COUNT TO WS-MAINT-CHG-COUNT
           ADD CKPT-CURR-DUP-COUNT TO WS-CURR-DUP-COUNT
           ADD CKPT-COLL-COUNT TO WS-COLL-COUNT
           ADD CKPT-HASH-TOTAL TO WS-HASH-TOTAL
           ADD CKPT-REKEY-IN-COUNT TO WS-REKEY-IN-COUNT
           ADD CKPT-REKEY-OUT-COUNT TO WS-REKEY-OUT-COUNT
           ADD CKPT-MERGE-COUNT TO WS-MERGE-COUNT
           ADD CKPT-HELD-COUNT TO WS-HELD-COUNT
           ADD CKPT-HOLD-KEPT-COUNT TO WS-HOLD-KEPT-COUNT
           ADD CKPT-ERASED-FLAG-COUNT TO WS-ERASED-FLAG-COUNT
           ADD CKPT-RELEASE-FED-COUNT TO WS-RELEASE-FED-COUNT.

      * PASS TWO OVER STRMFEED.  EACH LINE GOES OUT AS THE STREAM
      * WROTE IT WITH ONLY ITS SEQUENCE REPLACED, NUMBERED ACROSS ALL
      * THE STREAMS ON FROM THE LAST FEEDCTL ENTRY ALREADY DATED FOR
      * THE RUN DATE (1082), AND GETS ITS FEEDCTL ENTRY UNDER THAT
      * NUMBER AS 6000 WOULD HAVE GIVEN IT.  RERUN AFTER AN ABEND
      * HERE, IT NUMBERS THE SAME LINES THE SAME WAY AGAIN FROM THE
      * SAME BASE, AND 6100 LEAVES THE ENTRIES ALREADY MADE ALONE.
       0770-RENUMBER-STREAM-FEEDS.
           MOVE WS-CONS-FEED-BASE TO WS-FEED-SEQ
           MOVE LOW-VALUES TO WS-CONS-HOLD-KEY
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT STREAM-FEED-FILE
           IF WS-SFED-STATUS-OK OR WS-SFED-STATUS = '05'
               PERFORM 0775-RENUMBER-ONE-FEED-LINE
                   UNTIL WS-CONS-EOF
               CLOSE STREAM-FEED-FILE
           END-IF.

       0775-RENUMBER-ONE-FEED-LINE.
           READ STREAM-FEED-FILE
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   MOVE STREAM-FEED-LINE TO WS-FEED-SCAN-LINE
                   PERFORM 0795-FIND-FEED-TAG
                   ADD 1 TO WS-FEED-SEQ
                   MOVE STREAM-FEED-LINE TO EXTRACT-LINE
                   MOVE WS-FEED-SEQ
                       TO EXTRACT-LINE(WS-FEED-TAG-POS:9)
                   WRITE EXTRACT-LINE
                   MOVE EXTRACT-LINE(1:10) TO CUST-ID OF WS-FEED-AREA
                   MOVE EXTRACT-LINE(12:7) TO WS-COMPARE-RESULT
                   PERFORM 6100-WRITE-FEED-CONTROL
                   IF WS-REC-CHANGED
                       PERFORM 0778-RESTAMP-RELEASED-HOLD
                   END-IF
           END-READ.

      * A HOLD A STREAM FED (8120) WAS STAMPED WITH THE STREAM'S OWN
      * SEQUENCE - MOVE IT TO THE ONE THE LINE HAS JUST GONE OUT
      * UNDER.  A KEY IS RESTAMPED ONCE, SO A LATER LINE FOR THE SAME
      * KEY CANNOT BE MISTAKEN FOR IT BY THE NEW NUMBER.  ON A RERUN A
      * HOLD ALREADY CARRYING THIS LINE'S NEW NUMBER WAS RESTAMPED BY
      * THE EARLIER ATTEMPT AND COUNTS AS DONE.
       0778-RESTAMP-RELEASED-HOLD.
           IF EXTRACT-LINE(1:10) NOT = WS-CONS-HOLD-KEY
               MOVE EXTRACT-LINE(1:10) TO HOLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-FED
                          AND HOLD-FEED-RUN-DATE = WS-SNAP-RUN-DATE
                           PERFORM 0779-RESTAMP-FED-HOLD
                       END-IF
               END-READ
           END-IF.

       0779-RESTAMP-FED-HOLD.
           IF HOLD-FEED-SEQ = WS-FEED-TAG-SEQ
               MOVE WS-FEED-SEQ TO HOLD-FEED-SEQ
               REWRITE HOLD-RECORD
               MOVE HOLD-CUST-ID TO WS-CONS-HOLD-KEY
           ELSE
               IF WS-CONS-RERUN AND HOLD-FEED-SEQ = WS-FEED-SEQ
                   MOVE HOLD-CUST-ID TO WS-CONS-HOLD-KEY
               END-IF
           END-IF.

      * PASS TWO OVER STRMAUD - EACH LINE IS CHAINED ONTO THE TRAIL
      * AS 5000 CHAINS ONE, KEEPING THE TIME THE STREAM WROTE IT.  THE
      * ANCHOR IS THE HEAD AS IT STOOD BEFORE THE FIRST LINE WAS
      * CHAINED.  ON A RERUN 1160 HAS RESEATED THE HEAD ON THE LAST
      * LINE THAT REACHED THE TRAIL, SO EVERY LINE BETWEEN THE ANCHOR
      * AND THE HEAD IS ALREADY THERE - THAT MANY STRMAUD LINES ARE
      * PASSED OVER AND THE REST CHAINED ON AFTER THEM.
       0780-CHAIN-STREAM-AUDITS.
           IF WS-CHAIN-LAST-SEQ < WS-CONS-ANCHOR-SEQ
               MOVE 'AUDIT TRAIL ENDS SHORT OF THE CHAIN ANCHOR'
                   TO WS-PART-MESSAGE
               PERFORM 0792-STOP-CONSOLIDATION
           END-IF
           COMPUTE WS-CONS-SKIP-COUNT =
               WS-CHAIN-LAST-SEQ - WS-CONS-ANCHOR-SEQ
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT STREAM-AUDIT-FILE
           IF WS-SAUD-STATUS-OK OR WS-SAUD-STATUS = '05'
               PERFORM 0785-CHAIN-ONE-AUDIT-LINE
                   UNTIL WS-CONS-EOF
               CLOSE STREAM-AUDIT-FILE
           END-IF
           IF WS-CONS-SKIP-COUNT > ZERO
               MOVE 'AUDIT TRAIL HOLDS MORE LINES THAN STRMAUD'
                   TO WS-PART-MESSAGE
               PERFORM 0792-STOP-CONSOLIDATION
           END-IF.

       0785-CHAIN-ONE-AUDIT-LINE.
           READ STREAM-AUDIT-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   IF WS-CONS-SKIP-COUNT > ZERO
                       SUBTRACT 1 FROM WS-CONS-SKIP-COUNT
                   ELSE
                       COMPUTE AUD-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
                       PERFORM 5050-COMPUTE-CHAIN-CHECK
                       MOVE WS-AUDIT-RECORD TO AUDIT-LOG-LINE
                       WRITE AUDIT-LOG-LINE
                       PERFORM 5060-ADVANCE-CHAIN-HEAD
                   END-IF
           END-READ.

      * THE CYCLE STAYS OPEN - THE ONLINE DAY STAYS BLOCKED UNTIL THE
      * STREAMS NAMED ON CMPRPT ARE RUN OR RESTARTED TO COMPLETION AND
      * THIS STEP IS RUN AGAIN.
       0790-REFUSE-CONSOLIDATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CONSOLIDATION STATUS: REFUSED - ' DELIMITED BY SIZE
                  WS-PART-MESSAGE                    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CYCLE LEFT OPEN ON CYCLCTL - NOTHING WRITTEN FOR IT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE CYCLE-CONTROL-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * PART OF THE CYCLE IS ALREADY WRITTEN.  THE CYCLE STAYS OPEN
      * AND THE PROGRESS LINES STAY ON CMPCKPT, SO ONCE THE CAUSE ON
      * CMPRPT IS PUT RIGHT THIS STEP IS RUN AGAIN AND PICKS UP WHERE
      * IT STOPPED.
       0792-STOP-CONSOLIDATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CONSOLIDATION STATUS: STOPPED - ' DELIMITED BY SIZE
                  WS-PART-MESSAGE                    DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CYCLE LEFT OPEN ON CYCLCTL - CORRECT AND RERUN'
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE CYCLE-CONTROL-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * FINDS THE ",RUNDATE,SEQUENCE" TAIL 6000 PUTS ON A FEED LINE -
      * THE LAST ONE ON THE LINE FOLLOWED BY A COMMA (THE LINK ID OF
      * A REKEY OR MERGE) OR BY BLANKS.
       0795-FIND-FEED-TAG.
           MOVE ZERO TO WS-FEED-TAG-POS
           MOVE ZERO TO WS-FEED-TAG-SEQ
           PERFORM VARYING WS-FEED-SCAN-POS FROM 131 BY -1
                   UNTIL WS-FEED-SCAN-POS < 21
                      OR WS-FEED-TAG-POS > ZERO
               IF WS-FEED-SCAN-LINE(WS-FEED-SCAN-POS:1) = ','
                  AND WS-FEED-SCAN-LINE(WS-FEED-SCAN-POS + 1:8)
                          = WS-SNAP-RUN-DATE
                  AND WS-FEED-SCAN-LINE(WS-FEED-SCAN-POS + 9:1) = ','
                  AND WS-FEED-SCAN-LINE(WS-FEED-SCAN-POS + 10:9)
                          NUMERIC
                   MOVE WS-FEED-SCAN-LINE(WS-FEED-SCAN-POS + 19:1)
                       TO WS-FEED-SCAN-NEXT
                   IF WS-FEED-SCAN-AT-END
                       COMPUTE WS-FEED-TAG-POS = WS-FEED-SCAN-POS + 10
                       MOVE WS-FEED-SCAN-LINE(WS-FEED-TAG-POS:9)
                           TO WS-FEED-TAG-SEQ
                   END-IF
               END-IF
           END-PERFORM.

      * A CATCH-UP CYCLE IS DATED BY ITS OWN EXTRACT, NOT BY THE DAY
      * THE JOB HAPPENS TO RUN, SO EACH DAY'S SNAPSHOT AND FEED COME
      * OUT AS IF THAT DAY HAD RUN ON TIME.  CYCLCTL IS MARKED OPEN BY
      * THE FIRST CYCLE ONLY AND STAYS OPEN UNTIL THE LAST ONE ENDS.
      * EVERY STREAM OF A PARTITIONED RUN IS DATED BY THE TIME THE
      * SHARED CYCLE WAS OPENED, SO THE STREAMS AGREE ON ONE RUN DATE
      * WHICHEVER OF THEM STARTED FIRST.  A STREAM HAS NO PART IN THE
      * AUDIT CHAIN - ITS LINES ARE CHAINED AT CONSOLIDATION - SO ON A
      * RESTART ITS OWN AUDITLOG AND CHGFEED ARE CUT BACK TO ITS
      * CHECKPOINT INSTEAD (1170, 1180).  EVERY CYCLE BUT A STREAM'S
      * PUTS A START LINE ON CMPCKPT (4150) BEFORE THE FIRST RECORD, SO
      * A CYCLE THAT DIES BEFORE ITS FIRST CHECKPOINT IS STILL RERUN AS
      * A RESTART OF ITSELF.
       1000-INITIALIZE.
           IF WS-CYCLE-NO < 2
               PERFORM 1090-MARK-CYCLE-OPEN
           END-IF
           OPEN INPUT CURR-FILE
                INPUT PRIOR-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP
           MOVE WS-RUN-START-TIMESTAMP(1:8) TO WS-SNAP-RUN-DATE
           IF WS-CATCH-UP-MODE
               MOVE WS-CURR-EXTRACT-DATE TO WS-SNAP-RUN-DATE
           END-IF
           IF WS-STREAM-RUN
               MOVE CYCL-OPENED-TS(1:8) TO WS-SNAP-RUN-DATE
           END-IF
           IF WS-CYCLE-NO > 1
               OPEN EXTEND CHECKPOINT-FILE
           END-IF
           PERFORM 1050-OPEN-SNAPSHOT-FILE
           PERFORM 1060-OPEN-CURRENT-MASTER-FILE
           PERFORM 1070-OPEN-SUSPENSE-FILE
           PERFORM 1080-OPEN-FEED-CONTROL-FILE
           IF NOT WS-RESTART-RUN AND NOT WS-STREAM-RUN
               PERFORM 1082-FIND-LAST-FEED-SEQ
           END-IF
           PERFORM 1085-OPEN-KEY-XREF-FILE
           PERFORM 1086-OPEN-ERASURE-REG
           PERFORM 1087-OPEN-HOLD-FILE
           PERFORM 1088-OPEN-NAME-INDEX-FILE
           IF WS-STREAM-RUN
               IF WS-RESTART-RUN
                   PERFORM 1180-RESEAT-STREAM-AUDIT
                   PERFORM 1170-RESEAT-STREAM-FEED
               END-IF
           ELSE
               PERFORM 1089-OPEN-AUDIT-CHAIN-FILE
           END-IF
           MOVE SPACES TO WS-AREA-1
           MOVE SPACES TO WS-AREA-2
           PERFORM 1150-OPEN-OUTPUT-FILES
           IF WS-CATCH-UP-MODE
               MOVE WS-GEN-BANNER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-STREAM-RUN
               MOVE WS-PART-BANNER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT WS-RESTART-RUN AND NOT WS-STREAM-RUN
               PERFORM 4150-WRITE-CYCLE-START
           END-IF
           IF WS-RESTART-RUN AND NOT WS-RESTART-FROM-START
               PERFORM 1200-REPOSITION-FILES
           ELSE
               PERFORM 2100-READ-CURRENT
               OPEN I-O FEED-CONTROL-FILE
           END-IF.

      * A CATCH-UP CYCLE DATED FOR A DAY THAT ALREADY HAS FEEDCTL
      * ENTRIES (A SAME-DAY RERUN, SAY) CARRIES ON FROM THE LAST
      * SEQUENCE THERE INSTEAD OF STARTING AGAIN AT 1 AND WRITING OVER
      * ENTRIES CUSTACK MAY NOT HAVE SEEN ACKNOWLEDGED YET.
       1082-FIND-LAST-FEED-SEQ.
           MOVE WS-SNAP-RUN-DATE TO FCTL-RUN-DATE
           MOVE ZERO TO FCTL-SEQUENCE
           MOVE 'N' TO WS-FCTL-EOF-SW
           START FEED-CONTROL-FILE KEY IS NOT < FCTL-KEY
               INVALID KEY
                   SET WS-FCTL-EOF TO TRUE
           END-START
           PERFORM 1083-READ-ONE-FEED-SEQ
               UNTIL WS-FCTL-EOF.

       1083-READ-ONE-FEED-SEQ.
           READ FEED-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-FCTL-EOF TO TRUE
               NOT AT END
                   IF FCTL-RUN-DATE = WS-SNAP-RUN-DATE
                       MOVE FCTL-SEQUENCE TO WS-FEED-SEQ
                   ELSE
                       SET WS-FCTL-EOF TO TRUE
                   END-IF
           END-READ.

       1085-OPEN-KEY-XREF-FILE.
           OPEN I-O KEY-XREF-FILE
           IF WS-XREF-STATUS-NOT-FOUND
               OPEN OUTPUT KEY-XREF-FILE
               CLOSE KEY-XREF-FILE
               OPEN I-O KEY-XREF-FILE
           END-IF.

      * OPTIONAL - OPENED INPUT WHEN IT IS THERE, LEFT ALONE WHEN
      * IT IS NOT.  ONLY CUSTERS WRITES IT.
       1086-OPEN-ERASURE-REG.
           OPEN INPUT ERASURE-REG-FILE
           IF WS-ERG-STATUS-OK
               SET WS-ERASURES-ON-FILE TO TRUE
           ELSE
               IF WS-ERG-STATUS = '05'
                   CLOSE ERASURE-REG-FILE
               END-IF
           END-IF.

       1087-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

       1088-OPEN-NAME-INDEX-FILE.
           OPEN I-O NAME-INDEX-FILE
           IF WS-NIX-STATUS-NOT-FOUND
               OPEN OUTPUT NAME-INDEX-FILE
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.

      * A BOX WHERE NOTHING HAS EVER BEEN CHAINED HAS NO HEAD RECORD
      * YET - START IT AT SEQUENCE ZERO, CHECK ZERO, WHICH IS WHERE
      * CUSTAVF EXPECTS THE FIRST CHAINED LINE TO HANG FROM.  A
      * RESTART RESEATS THE HEAD ON THE TRAIL ITSELF (1160) BEFORE
      * ANYTHING IS APPENDED.
       1089-OPEN-AUDIT-CHAIN-FILE.
           OPEN I-O AUDIT-CHAIN-FILE
           IF WS-ACHN-STATUS-NOT-FOUND
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF
           MOVE 'HEAD' TO CHN-KEY
           READ AUDIT-CHAIN-FILE
               INVALID KEY
                   MOVE 'HEAD' TO WS-CHAIN-KEY
                   MOVE ZERO TO WS-CHAIN-LAST-SEQ
                   MOVE ZERO TO WS-CHAIN-LAST-CHECK
                   MOVE SPACES TO WS-CHAIN-LAST-TS
                   MOVE SPACES TO WS-CHAIN-LAST-PGM
                   WRITE AUDIT-CHAIN-RECORD FROM WS-CHAIN-HEAD
               NOT INVALID KEY
                   MOVE AUDIT-CHAIN-RECORD TO WS-CHAIN-HEAD
           END-READ
           IF WS-RESTART-RUN
               PERFORM 1160-RESEAT-AUDIT-CHAIN
           END-IF.

      * THE INTERLOCK THAT KEEPS CUSTAPL AND ONLINE UPDATES OFF
      * CURRMSTR WHILE THE COMPARE IS MID-CYCLE.  A CYCLE STILL OPEN
      * ON A FRESH RUN MEANS AN ABENDED RUN WAS NEVER RESTARTED AND
                   MOVE SPACES TO CYCL-PGM
                   WRITE CYCLE-CONTROL-RECORD
           END-READ
           IF WS-STREAM-RUN
               PERFORM 1091-JOIN-PARTITIONED-CYCLE
           ELSE
               IF CYCL-OPEN AND NOT WS-RESTART-RUN
                   PERFORM 1095-REFUSE-OPEN-CYCLE
               END-IF
               SET CYCL-OPEN TO TRUE
               MOVE FUNCTION CURRENT-DATE TO CYCL-OPENED-TS
               MOVE SPACES TO CYCL-CLOSED-TS
               MOVE 'CUSTCMP' TO CYCL-PGM
               REWRITE CYCLE-CONTROL-RECORD
           END-IF.

      * THE STREAMS OF ONE PARTITIONED RUN SHARE ONE CYCLE.  THE FIRST
      * TO START OPENS IT UNDER THE NAME CMPPART; THE REST FIND IT OPEN
      * UNDER THAT NAME AND JOIN IT, LEAVING ITS OPENING TIME ALONE.
      * ONLY THE CONSOLIDATION (0700) CLOSES IT.  A CYCLE LEFT OPEN BY
      * AN ORDINARY RUN IS REFUSED JUST AS 1090 REFUSES IT.
       1091-JOIN-PARTITIONED-CYCLE.
           IF CYCL-OPEN
               IF CYCL-PGM NOT = 'CMPPART' AND NOT WS-RESTART-RUN
                   PERFORM 1095-REFUSE-OPEN-CYCLE
               END-IF
           ELSE
               SET CYCL-OPEN TO TRUE
               MOVE FUNCTION CURRENT-DATE TO CYCL-OPENED-TS
               MOVE SPACES TO CYCL-CLOSED-TS
               MOVE 'CMPPART' TO CYCL-PGM
               REWRITE CYCLE-CONTROL-RECORD
           END-IF.

       1095-REFUSE-OPEN-CYCLE.
           OPEN OUTPUT REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * REPORT-FILE AND EXTRACT-FILE ARE TRUNCATED (OUTPUT) ON A
      * FRESH RUN BUT MUST BE EXTENDED ON A RESTART, OR EVERY TRAIL
      * WRITTEN BEFORE THE ABEND IS LOST.  AUDIT-LOG-FILE IS THE
      * PERMANENT TRAIL AND IS NEVER TRUNCATED - IT IS EXTENDED ON
      * EVERY RUN (1155), EXACTLY AS CUSTAPL DOES, SO THE CHAIN
      * RUNS UNBROKEN FROM ONE CYCLE INTO THE NEXT.  THE SUSPENSE
      * FILE IS KEYED AND OPENED I-O IN 1070, SO IT NEEDS NO SUCH
      * SPECIAL CASE.  A LATER CYCLE OF A CATCH-UP RUN EXTENDS THEM
      * TOO, SO THE JOB'S OUTPUT HOLDS EVERY CYCLE IN TURN.  A STREAM'S
      * AUDITLOG IS ITS OWN FILE FOR THE ONE RUN, NOT THE TRAIL, AND A
      * FRESH STREAM STARTS IT EMPTY.
       1150-OPEN-OUTPUT-FILES.
           IF WS-RESTART-RUN OR WS-CYCLE-NO > 1
               OPEN EXTEND REPORT-FILE
                    EXTEND AUDIT-LOG-FILE
                    EXTEND EXTRACT-FILE
                    EXTEND COLLISION-RPT-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
                    OUTPUT EXTRACT-FILE
                    OUTPUT FIELD-DIFF-RPT
                    OUTPUT FIELD-DIFF-FEED
                    OUTPUT COLLISION-RPT-FILE
               IF WS-STREAM-RUN
                   OPEN OUTPUT AUDIT-LOG-FILE
               ELSE
                   PERFORM 1155-OPEN-AUDIT-LOG-FILE
               END-IF
           END-IF.

      * SAME OPEN AS CUSTAPL'S 1055 - ON A BOX WHERE THE TRAIL DOES
      * NOT EXIST YET, CREATE IT EMPTY INSTEAD OF FAILING THE OPEN.
       1155-OPEN-AUDIT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDT-STATUS-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      * AN ABEND CAN LEAVE AUDCHAIN AND THE TRAIL APART EITHER WAY:
      * LINES STILL IN THE BUFFER WHEN THE JOB DIED NEVER REACHED THE
      * FILE THOUGH THE HEAD COUNTED THEM, OR A LINE REACHED THE FILE
      * JUST BEFORE ITS HEAD REWRITE.  THE TRAIL IS THE EVIDENCE, SO
      * THE RESTART TAKES THE HEAD FROM THE LAST LINE ON IT THAT
      * CARRIES A LINK (A CUSTPRG ANCHOR COUNTS) AND THE RE-PROCESSED
      * RECORDS ARE CHAINED ON FROM THERE.
       1160-RESEAT-AUDIT-CHAIN.
           MOVE 'N' TO WS-AUDT-EOF-SW
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT WS-AUDT-STATUS-OK
               SET WS-AUDT-EOF TO TRUE
           END-IF
           PERFORM 1165-RESEAT-ONE-AUDIT-LINE
               UNTIL WS-AUDT-EOF
           IF WS-AUDT-STATUS-OK OR WS-AUDT-STATUS = '10'
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF NOT WS-STREAM-RUN
               MOVE 'HEAD' TO WS-CHAIN-KEY
               REWRITE AUDIT-CHAIN-RECORD FROM WS-CHAIN-HEAD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       1165-RESEAT-ONE-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   IF AUD-CHAIN-SEQ NUMERIC
                      AND AUD-CHAIN-CHECK NUMERIC
                       MOVE AUD-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
                       MOVE AUD-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
                       MOVE AUD-TIMESTAMP TO WS-CHAIN-LAST-TS
                       MOVE AUD-SOURCE-PGM TO WS-CHAIN-LAST-PGM
                   END-IF
           END-READ.

      * A RESTARTING STREAM COMPARES AGAIN EVERY KEY PAST ITS
      * CHECKPOINT, SO THE FEED LINES THOSE KEYS WROTE BEFORE THE ABEND
      * ARE CUT OFF ITS CHGFEED HERE, THROUGH STRMWORK - EVERYTHING
      * PAST THE CHECKPOINT'S SEQUENCE (IN WS-FEED-SEQ FROM 1100) GOES,
      * AND NUMBERING CARRIES ON FROM IT, SO 0700 FINDS NO GAP OR
      * REPEAT.  4100 PUTS CHGFEED ON DISK BEFORE EVERY CHECKPOINT, SO
      * ONE THAT ENDS SHORT OF IT HAS BEEN DAMAGED SINCE AND THE
      * RESTART IS REFUSED.
       1170-RESEAT-STREAM-FEED.
           MOVE ZERO TO WS-RESEAT-LAST-SEQ
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN OUTPUT STREAM-WORK-FILE
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTR-STATUS-OK
               PERFORM 1175-RESEAT-ONE-FEED-LINE
                   UNTIL WS-CONS-EOF
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE STREAM-WORK-FILE
           IF WS-RESEAT-LAST-SEQ NOT = WS-FEED-SEQ
               MOVE 'CHGFEED ENDS SHORT OF THE STREAM CHECKPOINT'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           MOVE 'N' TO WS-CONS-EOF-SW
           OPEN INPUT STREAM-WORK-FILE
           OPEN OUTPUT EXTRACT-FILE
           PERFORM 1177-RESTORE-ONE-FEED-LINE
               UNTIL WS-CONS-EOF
           CLOSE STREAM-WORK-FILE
                 EXTRACT-FILE.

       1175-RESEAT-ONE-FEED-LINE.
           READ EXTRACT-FILE
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   MOVE EXTRACT-LINE TO WS-FEED-SCAN-LINE
                   PERFORM 0795-FIND-FEED-TAG
                   IF WS-FEED-TAG-POS > ZERO
                      AND WS-FEED-TAG-SEQ > WS-FEED-SEQ
                       SET WS-CONS-EOF TO TRUE
                   ELSE
                       IF WS-FEED-TAG-POS > ZERO
                           MOVE WS-FEED-TAG-SEQ TO WS-RESEAT-LAST-SEQ
                       END-IF
                       WRITE STREAM-WORK-LINE FROM EXTRACT-LINE
                   END-IF
           END-READ.

       1177-RESTORE-ONE-FEED-LINE.
           READ STREAM-WORK-FILE
               AT END
                   SET WS-CONS-EOF TO TRUE
               NOT AT END
                   WRITE EXTRACT-LINE FROM STREAM-WORK-LINE
           END-READ.

      * THE SAME FOR THE STREAM'S AUDITLOG: LINES PAST THE
      * CHECKPOINT'S AUDIT SEQUENCE ARE CUT OFF AND THE STREAM'S OWN
      * CHAIN CARRIES ON FROM THE LAST LINE KEPT.
       1180-RESEAT-STREAM-AUDIT.
           MOVE ZERO TO WS-CHAIN-LAST-SEQ
           MOVE ZERO TO WS-CHAIN-LAST-CHECK
           MOVE SPACES TO WS-CHAIN-LAST-TS
           MOVE SPACES TO WS-CHAIN-LAST-PGM
           MOVE 'N' TO WS-AUDT-EOF-SW
           OPEN OUTPUT STREAM-WORK-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDT-STATUS-OK
               PERFORM 1185-RESEAT-ONE-STREAM-AUDIT
                   UNTIL WS-AUDT-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF
           CLOSE STREAM-WORK-FILE
           IF WS-CHAIN-LAST-SEQ NOT = WS-RESTART-AUDIT-SEQ
               MOVE 'AUDITLOG ENDS SHORT OF THE STREAM CHECKPOINT'
                   TO WS-PART-MESSAGE
               PERFORM 0180-REFUSE-PARTITIONED-RUN
           END-IF
           MOVE 'N' TO WS-AUDT-EOF-SW
           OPEN INPUT STREAM-WORK-FILE
           OPEN OUTPUT AUDIT-LOG-FILE
           PERFORM 1187-RESTORE-ONE-AUDIT-LINE
               UNTIL WS-AUDT-EOF
           CLOSE STREAM-WORK-FILE
                 AUDIT-LOG-FILE.

       1185-RESEAT-ONE-STREAM-AUDIT.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   IF AUD-CHAIN-SEQ NUMERIC
                      AND AUD-CHAIN-SEQ > WS-RESTART-AUDIT-SEQ
                       SET WS-AUDT-EOF TO TRUE
                   ELSE
                       IF AUD-CHAIN-SEQ NUMERIC
                          AND AUD-CHAIN-CHECK NUMERIC
                           MOVE AUD-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
                           MOVE AUD-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
                           MOVE AUD-TIMESTAMP TO WS-CHAIN-LAST-TS
                           MOVE AUD-SOURCE-PGM TO WS-CHAIN-LAST-PGM
                       END-IF
                       WRITE STREAM-WORK-LINE FROM WS-AUDIT-RECORD
                   END-IF
           END-READ.

       1187-RESTORE-ONE-AUDIT-LINE.
           READ STREAM-WORK-FILE
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   WRITE AUDIT-LOG-LINE FROM STREAM-WORK-LINE
           END-READ.

      * A CHECKPOINT LINE ONLY MEANS "RESTART FROM HERE" WHEN THE LAST
      * LINE IN CMPCKPT IS FLAGGED INCOMPLETE.  A RUN THAT REACHED
      * 9000-TERMINATE NORMALLY APPENDS A CKPT-RUN-COMPLETE LINE, SO
                  CKPT-LAST-KEY NOT = LOW-VALUES AND
                  CKPT-RUN-INCOMPLETE
                   SET WS-RESTART-RUN TO TRUE
               END-IF
               IF CKPT-RUN-INCOMPLETE AND CKPT-CYCLE-START
                   SET WS-RESTART-RUN TO TRUE
                   SET WS-RESTART-FROM-START TO TRUE
               END-IF
               IF WS-RESTART-RUN
                   MOVE CKPT-LAST-KEY TO WS-RESTART-KEY
                   MOVE CKPT-COMMIT-COUNT TO WS-COMMIT-COUNT
                   MOVE CKPT-CURR-COUNT TO WS-CURR-COUNT
                   MOVE CKPT-COLL-COUNT TO WS-COLL-COUNT
                   MOVE CKPT-FEED-SEQ TO WS-FEED-SEQ
                   MOVE CKPT-HASH-TOTAL TO WS-HASH-TOTAL
                   IF CKPT-REKEY-IN-COUNT NUMERIC
                       MOVE CKPT-REKEY-IN-COUNT TO WS-REKEY-IN-COUNT
                       MOVE CKPT-REKEY-OUT-COUNT TO WS-REKEY-OUT-COUNT
                       MOVE CKPT-MERGE-COUNT TO WS-MERGE-COUNT
                   END-IF
                   IF CKPT-HELD-COUNT NUMERIC
                       MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                       MOVE CKPT-HOLD-KEPT-COUNT TO WS-HOLD-KEPT-COUNT
                   END-IF
                   IF CKPT-ERASED-FLAG-COUNT NUMERIC
                       MOVE CKPT-ERASED-FLAG-COUNT
                           TO WS-ERASED-FLAG-COUNT
                   END-IF
                   IF CKPT-RELEASE-FED-COUNT NUMERIC
                       MOVE CKPT-RELEASE-FED-COUNT
                           TO WS-RELEASE-FED-COUNT
                   END-IF
                   IF CKPT-AUDIT-SEQ NUMERIC
                       MOVE CKPT-AUDIT-SEQ TO WS-RESTART-AUDIT-SEQ
                   END-IF
               END-IF
           END-IF
           IF WS-RESTART-RUN
                   ADD 1 TO WS-CURR-BLOCK-POS
                   MOVE WS-CURR-BLOCK-ENTRY(WS-CURR-BLOCK-POS)
                       TO WS-AREA-1
                   IF WS-ERASURES-ON-FILE
                       PERFORM 2150-MASK-ERASED-CURRENT
                   END-IF
                   PERFORM 2120-VALIDATE-CURRENT-RECORD
                   IF WS-RECORD-INVALID
                       PERFORM 2130-REJECT-CURRENT-RECORD
               ADD 1 TO WS-CURR-DUP-COUNT
           END-IF.

      * A KEY CUSTERS HAS ERASED KEEPS ITS MASK WHATEVER THE EXTRACT
      * SENDS - A SOURCE SYSTEM SLOW TO APPLY THE ERASURE MUST NOT PUT
      * THE NAME OR ADDRESS BACK ON THE MASTER.  A RECORD THAT STILL
      * CARRIES EITHER IS FLAGGED; ONE REPLAYED BY A RESTART WAS
      * FLAGGED BY THE RUN THAT FIRST READ IT.
       2150-MASK-ERASED-CURRENT.
           MOVE CUST-ID OF WS-AREA-1 TO ERG-CUST-ID
           READ ERASURE-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ERASED-SENT-SW
                   IF CUST-NAME OF WS-AREA-1 NOT = SPACES
                      AND CUST-NAME OF WS-AREA-1 NOT = WS-ERASED-NAME
                       SET WS-ERASED-SENT TO TRUE
                   END-IF
                   IF CUST-ADDR OF WS-AREA-1 NOT = SPACES
                      AND CUST-ADDR OF WS-AREA-1 NOT = WS-ERASED-ADDR
                       SET WS-ERASED-SENT TO TRUE
                   END-IF
                   IF WS-ERASED-SENT AND NOT WS-REPOSITIONING
                       PERFORM 7750-REPORT-ERASED-KEY
                   END-IF
                   MOVE WS-ERASED-NAME TO CUST-NAME OF WS-AREA-1
                   MOVE WS-ERASED-ADDR TO CUST-ADDR OF WS-AREA-1
           END-READ.

       2120-VALIDATE-CURRENT-RECORD.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-CODE
                   ADD 1 TO WS-PRIOR-BLOCK-POS
                   MOVE WS-PRIOR-BLOCK-ENTRY(WS-PRIOR-BLOCK-POS)
                       TO WS-AREA-2
                   IF WS-ERASURES-ON-FILE
                       PERFORM 2240-MASK-ERASED-PRIOR
                   END-IF
                   PERFORM 2220-VALIDATE-PRIOR-RECORD
                   IF WS-RECORD-INVALID
                       PERFORM 2230-REJECT-PRIOR-RECORD
               END-IF
           END-PERFORM.

      * THE PRIOR SIDE OF AN ERASED KEY IS MASKED TOO, SO A PRIOR
      * EXTRACT TAKEN BEFORE THE ERASURE DOES NOT SHOW THE MASK AS A
      * NAME OR ADDRESS CHANGE.  NOTHING IS REPORTED FOR IT.
       2240-MASK-ERASED-PRIOR.
           MOVE CUST-ID OF WS-AREA-2 TO ERG-CUST-ID
           READ ERASURE-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ERASED-NAME TO CUST-NAME OF WS-AREA-2
                   MOVE WS-ERASED-ADDR TO CUST-ADDR OF WS-AREA-2
           END-READ.

       2220-VALIDATE-PRIOR-RECORD.
           SET WS-RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-CODE
               END-IF
           END-PERFORM.

      * AN ADD OR DELETE THAT IS ONE END OF AN XREFIN LINK IS RE-
      * CLASSIFIED BY 3050 BEFORE THE EVALUATE.  THE NEW KEY OF A
      * RE-KEY IS REPORTED, AUDITED AND FED AS REKEYED CARRYING THE
      * OLD KEY; THE OLD KEY OF A RE-KEY OR MERGE IS REPORTED AS
      * REKEYED OR MERGED WITH A LINKING AUDIT LINE WHOSE AFTER IMAGE
      * IS THE RECORD UNDER ITS NEW KEY, KEEPS ITS LAST SNAPSHOT AND
      * HAS ITS MASTER RECORD CARRIED FORWARD BY 7800 INSTEAD OF
      * DROPPED BY 7600.  A MERGE IS FED ON THE ABSORBED KEY SO THE
      * DOWNSTREAM SYSTEM CAN FOLD IT INTO THE SURVIVOR; A RE-KEY IS
      * FED ONCE, ON THE NEW KEY.
       3000-CLASSIFY-RECORD.
           MOVE SPACES TO WS-REPORT-DETAIL
           PERFORM 3050-APPLY-KEY-XREF
           IF WS-REC-CHANGED OR WS-REC-MATCHED
               PERFORM 3100-SCREEN-CHANGE
           END-IF
           EVALUATE TRUE
               WHEN WS-REC-ADDED
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-AREA-1 TO WS-AUDIT-AFTER
                   PERFORM 5000-WRITE-AUDIT-LOG
                   MOVE WS-AREA-1 TO WS-FEED-AREA
                   PERFORM 6000-WRITE-EXTRACT-FEED
                   PERFORM 7500-WRITE-CURRENT-MASTER

               WHEN WS-REC-REKEYED AND WS-XREF-NEW-KEY-SIDE
                   ADD 1 TO WS-REKEY-IN-COUNT
                   MOVE CUST-ID OF WS-AREA-1 TO WS-RPT-KEY
                   MOVE CUST-ID OF WS-AREA-1 TO WS-LAST-KEY-PROCESSED
                   MOVE 'REKEYED'      TO WS-RPT-STATUS
                   MOVE 'FROM'         TO WS-RPT-LINK-TEXT
                   MOVE WS-XREF-OTHER-ID TO WS-RPT-LINK-ID
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-AREA-1 TO WS-AUDIT-AFTER
                   PERFORM 5000-WRITE-AUDIT-LOG
                   MOVE WS-AREA-1 TO WS-FEED-AREA
                   PERFORM 6000-WRITE-EXTRACT-FEED
                   PERFORM 7500-WRITE-CURRENT-MASTER
                   PERFORM 7900-WRITE-KEY-XREF

               WHEN WS-REC-REKEYED OR WS-REC-MERGED
                   IF WS-REC-MERGED
                       ADD 1 TO WS-MERGE-COUNT
                   ELSE
                       ADD 1 TO WS-REKEY-OUT-COUNT
                   END-IF
                   MOVE CUST-ID OF WS-AREA-2 TO WS-RPT-KEY
                   MOVE CUST-ID OF WS-AREA-2 TO WS-LAST-KEY-PROCESSED
                   MOVE WS-COMPARE-RESULT TO WS-RPT-STATUS
                   MOVE 'TO'           TO WS-RPT-LINK-TEXT
                   MOVE WS-XREF-OTHER-ID TO WS-RPT-LINK-ID
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE WS-AREA-2 TO WS-AUDIT-BEFORE
                   MOVE WS-AREA-2 TO WS-FEED-AREA
                   MOVE WS-XREF-OTHER-ID TO CUST-ID OF WS-FEED-AREA
                   MOVE WS-FEED-AREA TO WS-AUDIT-AFTER
                   PERFORM 5000-WRITE-AUDIT-LOG
                   IF WS-REC-MERGED
                       MOVE WS-AREA-2 TO WS-FEED-AREA
                       PERFORM 6000-WRITE-EXTRACT-FEED
                   END-IF
                   PERFORM 7000-WRITE-SNAPSHOT
                   PERFORM 7800-CARRY-CURRENT-MASTER
                   PERFORM 7900-WRITE-KEY-XREF

               WHEN WS-REC-DELETED
                   ADD 1 TO WS-DEL-COUNT
                   PERFORM 7000-WRITE-SNAPSHOT
                   PERFORM 7600-DELETE-CURRENT-MASTER

      * A HELD CHANGE REACHES NEITHER CURRMSTR, CUSTHIST NOR THE
      * FEEDS - ONLY CMPRPT, AUDITLOG AND HOLDFILE.  A HOLD LEFT
      * STANDING UNCHANGED FROM AN EARLIER RUN IS REPORTED AGAIN BUT
      * NOT RE-AUDITED.
               WHEN WS-REC-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE CUST-ID OF WS-AREA-1 TO WS-RPT-KEY
                   MOVE CUST-ID OF WS-AREA-1 TO WS-LAST-KEY-PROCESSED
                   MOVE 'HELD'         TO WS-RPT-STATUS
                   MOVE WS-RISK-RULE-CODE TO WS-RPT-LINK-TEXT
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-HOLD-NEW OR WS-HOLD-REFRESH
                       MOVE WS-AREA-2 TO WS-AUDIT-BEFORE
                       MOVE WS-AREA-1 TO WS-AUDIT-AFTER
                       PERFORM 5000-WRITE-AUDIT-LOG
                       PERFORM 3200-WRITE-HOLD
                   END-IF

               WHEN WS-REC-CHANGED
                   ADD 1 TO WS-CHG-COUNT
                   MOVE CUST-ID OF WS-AREA-1 TO WS-RPT-KEY
                   MOVE WS-AREA-1 TO WS-AUDIT-AFTER
                   PERFORM 3500-WRITE-FIELD-DIFFS
                   PERFORM 5000-WRITE-AUDIT-LOG
                   MOVE WS-AREA-1 TO WS-FEED-AREA
                   PERFORM 6000-WRITE-EXTRACT-FEED
                   PERFORM 7000-WRITE-SNAPSHOT
                   PERFORM 7500-WRITE-CURRENT-MASTER
               WHEN WS-REC-MATCHED
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE CUST-ID OF WS-AREA-1 TO WS-LAST-KEY-PROCESSED
                   IF WS-HOLD-KEEP-MASTER
                       ADD 1 TO WS-HOLD-KEPT-COUNT
                   ELSE
                       PERFORM 7500-WRITE-CURRENT-MASTER
                   END-IF
           END-EVALUATE.

      * ONLY THE NEW KEY OF A RE-KEY IS LOOKED FOR ON THE ADD SIDE -
      * A MERGE SURVIVOR IS ALREADY ON FILE AND MATCHES OR CHANGES IN
      * THE ORDINARY WAY.  THE OLD KEY OF EITHER KIND OF LINK IS
      * LOOKED FOR ON THE DELETE SIDE.  A LINK WHOSE OLD KEY IS STILL
      * ON TONIGHT'S EXTRACT NEVER MEETS A DELETE AND SO DOES NOTHING.
       3050-APPLY-KEY-XREF.
           MOVE 'N' TO WS-XREF-HIT-SW
           MOVE SPACE TO WS-XREF-SIDE
           MOVE SPACES TO WS-XREF-OTHER-ID
           EVALUATE TRUE
               WHEN WS-REC-ADDED
                   PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                           UNTIL WS-XREF-IX > WS-XREF-COUNT
                              OR WS-XREF-HIT
                       IF WS-XREF-NEW-ID(WS-XREF-IX) =
                               CUST-ID OF WS-AREA-1
                          AND WS-XREF-TYPE(WS-XREF-IX) = 'R'
                           SET WS-XREF-HIT TO TRUE
                           SET WS-XREF-NEW-KEY-SIDE TO TRUE
                           PERFORM 3060-TAKE-XREF-ENTRY
                           MOVE WS-XREF-LINK-OLD-ID TO WS-XREF-OTHER-ID
                           SET WS-REC-REKEYED TO TRUE
                       END-IF
                   END-PERFORM
               WHEN WS-REC-DELETED
                   PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                           UNTIL WS-XREF-IX > WS-XREF-COUNT
                              OR WS-XREF-HIT
                       IF WS-XREF-OLD-ID(WS-XREF-IX) =
                               CUST-ID OF WS-AREA-2
                           SET WS-XREF-HIT TO TRUE
                           SET WS-XREF-OLD-KEY-SIDE TO TRUE
                           PERFORM 3060-TAKE-XREF-ENTRY
                           MOVE WS-XREF-LINK-NEW-ID TO WS-XREF-OTHER-ID
                           IF WS-XREF-HIT-TYPE = 'M'
                               SET WS-REC-MERGED TO TRUE
                           ELSE
                               SET WS-REC-REKEYED TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       3060-TAKE-XREF-ENTRY.
           MOVE WS-XREF-OLD-ID(WS-XREF-IX) TO WS-XREF-LINK-OLD-ID
           MOVE WS-XREF-NEW-ID(WS-XREF-IX) TO WS-XREF-LINK-NEW-ID
           MOVE WS-XREF-TYPE(WS-XREF-IX) TO WS-XREF-HIT-TYPE.

      * THE RISK SCREEN.  A KEY WITH A HOLD STILL OPEN STAYS HELD
      * WHATEVER TONIGHT'S EXTRACT SAYS, SO A RELEASE CAN NEVER BE
      * OVERTAKEN BY THE VERY CHANGE IT IS DECIDING ON - IN RUN MODE E
      * THE HELD VALUE ARRIVES ON BOTH SIDES THE NEXT NIGHT AND
      * MATCHES, WHICH MUST NOT WRITE IT TO THE MASTER EITHER.  A
      * DECLINED IMAGE THE SOURCE SYSTEM IS STILL SENDING IS KEPT OFF
      * THE MASTER THE SAME WAY UNTIL THE SOURCE CORRECTS IT.  A
      * RELEASE NOT YET FED IS SENT AHEAD OF TONIGHT'S CHANGE TO THE
      * SAME KEY, WHICH MAY REPLACE ITS HOLD RECORD.
       3100-SCREEN-CHANGE.
           MOVE SPACE TO WS-HOLD-ACTION
           MOVE SPACES TO WS-RISK-RULE-CODE
           MOVE SPACES TO WS-RISK-RULE-TEXT
           MOVE 'N' TO WS-RISK-TRIPPED-SW
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE CUST-ID OF WS-AREA-1 TO HOLD-CUST-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-FOUND TO TRUE
           END-READ
           IF WS-REC-CHANGED
               IF WS-HOLD-FOUND AND HOLD-RELEASED
                   PERFORM 8120-FEED-RELEASED-HOLD
               END-IF
               PERFORM 3150-APPLY-RISK-RULES
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-FOUND
                       AND (HOLD-PENDING OR HOLD-PROPOSED)
                       AND WS-REC-MATCHED
                   SET WS-HOLD-KEEP-MASTER TO TRUE
               WHEN WS-HOLD-FOUND
                       AND (HOLD-PENDING OR HOLD-PROPOSED)
                   IF WS-AREA-1 = HOLD-AFTER-IMAGE
                       SET WS-HOLD-STANDING TO TRUE
                   ELSE
                       SET WS-HOLD-REFRESH TO TRUE
                   END-IF
                   IF NOT WS-RISK-TRIPPED
                       MOVE HOLD-RULE-CODE TO WS-RISK-RULE-CODE
                   END-IF
                   SET WS-REC-HELD TO TRUE
               WHEN WS-HOLD-FOUND AND HOLD-DECLINED
                       AND WS-AREA-1 = HOLD-AFTER-IMAGE
                   IF WS-REC-MATCHED
                       SET WS-HOLD-KEEP-MASTER TO TRUE
                   ELSE
                       SET WS-HOLD-STANDING TO TRUE
                       MOVE 'DECL' TO WS-RISK-RULE-CODE
                       SET WS-REC-HELD TO TRUE
                   END-IF
               WHEN WS-RISK-TRIPPED
                   SET WS-HOLD-NEW TO TRUE
                   SET WS-REC-HELD TO TRUE
           END-EVALUATE.

      * EVERY RULE IS TESTED SO THE HOLD RECORD SHOWS ALL THAT
      * TRIPPED; THE FIRST ONE NAMES THE HOLD ON CMPRPT.
       3150-APPLY-RISK-RULES.
           MOVE 'N' TO WS-RISK-BAL-FLAG
           MOVE 'N' TO WS-RISK-STAT-FLAG
           MOVE 'N' TO WS-RISK-NAME-ADDR-FLAG
           IF WS-RISK-BAL-LIMIT > ZERO
               COMPUTE WS-RISK-BAL-MOVE =
                   CUST-BALANCE OF WS-AREA-1 - CUST-BALANCE OF WS-AREA-2
               IF WS-RISK-BAL-MOVE < ZERO
                   COMPUTE WS-RISK-BAL-MOVE = ZERO - WS-RISK-BAL-MOVE
               END-IF
               IF WS-RISK-BAL-MOVE > WS-RISK-BAL-LIMIT
                   SET WS-RISK-BAL-HIT TO TRUE
                   MOVE 'BAL' TO WS-RISK-RULE-CODE
                   MOVE 'BALANCE MOVEMENT OVER THE CMPPARM LIMIT' TO
                       WS-RISK-RULE-TEXT
               END-IF
           END-IF
           IF CUST-STATUS OF WS-AREA-1 NOT = CUST-STATUS OF WS-AREA-2
               PERFORM VARYING WS-RISK-IX FROM 1 BY 1
                       UNTIL WS-RISK-IX > 5
                   IF WS-RISK-FROM-STATUS(WS-RISK-IX) =
                           CUST-STATUS OF WS-AREA-2
                      AND WS-RISK-TO-STATUS(WS-RISK-IX) =
                           CUST-STATUS OF WS-AREA-1
                       SET WS-RISK-STAT-HIT TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RISK-STAT-HIT AND WS-RISK-RULE-CODE = SPACES
               MOVE 'STAT' TO WS-RISK-RULE-CODE
               STRING 'FORBIDDEN CUST-STATUS CHANGE '
                          DELIMITED BY SIZE
                      CUST-STATUS OF WS-AREA-2 DELIMITED BY SIZE
                      ' TO '     DELIMITED BY SIZE
                      CUST-STATUS OF WS-AREA-1 DELIMITED BY SIZE
                   INTO WS-RISK-RULE-TEXT
           END-IF
           IF WS-RISK-NAME-ADDR-ON
               AND CUST-NAME OF WS-AREA-1 NOT = CUST-NAME OF WS-AREA-2
               AND CUST-ADDR OF WS-AREA-1 NOT = CUST-ADDR OF WS-AREA-2
               SET WS-RISK-NAME-ADDR-HIT TO TRUE
               IF WS-RISK-RULE-CODE = SPACES
                   MOVE 'NMAD' TO WS-RISK-RULE-CODE
                   MOVE 'NAME AND ADDRESS CHANGED TOGETHER' TO
                       WS-RISK-RULE-TEXT
               END-IF
           END-IF
           IF WS-RISK-BAL-HIT OR WS-RISK-STAT-HIT
               OR WS-RISK-NAME-ADDR-HIT
               SET WS-RISK-TRIPPED TO TRUE
           END-IF.

      * A NEW HOLD STARTS FROM A CLEAN RECORD - ANY RELEASED OR
      * DECLINED HOLD STILL ON FILE FOR THE KEY IS SUPERSEDED (ITS
      * HISTORY IS ON AUDITLOG).  A REFRESHED HOLD KEEPS ITS ORIGINAL
      * BEFORE IMAGE, TAKES TONIGHT'S AFTER IMAGE AND GOES BACK TO
      * PENDING - A PROPOSAL MADE AGAINST THE OLD IMAGE NO LONGER
      * STANDS.  ITS RULES ARE REPLACED ONLY IF TONIGHT'S CHANGE
      * TRIPPED ANY.
       3200-WRITE-HOLD.
           IF WS-HOLD-NEW
               MOVE SPACES TO HOLD-RECORD
               MOVE CUST-ID OF WS-AREA-1 TO HOLD-CUST-ID
               MOVE WS-AREA-2 TO HOLD-BEFORE-IMAGE
           END-IF
           SET HOLD-PENDING TO TRUE
           MOVE WS-AREA-1 TO HOLD-AFTER-IMAGE
           MOVE WS-SNAP-RUN-DATE TO HOLD-HELD-DATE
           MOVE WS-CURR-EXTRACT-DATE TO HOLD-EXTRACT-DATE
           MOVE SPACES TO HOLD-PROPOSAL
           MOVE SPACES TO HOLD-MAKER-ID
           MOVE SPACES TO HOLD-MAKER-TS
           MOVE SPACES TO HOLD-CHECKER-ID
           MOVE SPACES TO HOLD-DECIDED-TS
           MOVE SPACES TO HOLD-FEED-RUN-DATE
           MOVE ZERO TO HOLD-FEED-SEQ
           IF WS-RISK-TRIPPED
               MOVE WS-RISK-RULE-CODE TO HOLD-RULE-CODE
               MOVE WS-RISK-BAL-FLAG TO HOLD-RULE-BAL
               MOVE WS-RISK-STAT-FLAG TO HOLD-RULE-STATUS
               MOVE WS-RISK-NAME-ADDR-FLAG TO HOLD-RULE-NAME-ADDR
               MOVE WS-RISK-RULE-TEXT TO HOLD-RULE-TEXT
           END-IF
           WRITE HOLD-RECORD
               INVALID KEY
                   REWRITE HOLD-RECORD
           END-WRITE.

      * ONE LINE PER DIFFERING FIELD FOR A CHANGED KEY - OLD VALUE
      * (WS-AREA-2) AND NEW VALUE (WS-AREA-1) SIDE BY SIDE ON DIFFRPT,
      * AND A COMMA-DELIMITED COMPANION LINE ON DIFFFEED FOR THE
               MOVE ZERO TO WS-RECS-SINCE-CKPT
           END-IF.

      * A STREAM'S RESTART CUTS ITS CHGFEED AND AUDITLOG BACK TO THE
      * CHECKPOINT (1170, 1180), SO BOTH ARE CLOSED AND REOPENED FIRST
      * TO PUT EVERY LINE THE CHECKPOINT COUNTS ON DISK.
       4100-WRITE-CHECKPOINT.
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-STREAM-RUN
               CLOSE EXTRACT-FILE
                     AUDIT-LOG-FILE
               OPEN EXTEND EXTRACT-FILE
                    EXTEND AUDIT-LOG-FILE
           END-IF
           PERFORM 4110-BUILD-CHECKPOINT
           MOVE WS-CHECKPOINT-RECORD TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE.

       4110-BUILD-CHECKPOINT.
           MOVE WS-LAST-KEY-PROCESSED TO CKPT-LAST-KEY
           MOVE WS-COMMIT-COUNT TO CKPT-COMMIT-COUNT
           MOVE WS-CURR-COUNT TO CKPT-CURR-COUNT
           MOVE WS-COLL-COUNT TO CKPT-COLL-COUNT
           MOVE WS-FEED-SEQ TO CKPT-FEED-SEQ
           MOVE WS-HASH-TOTAL TO CKPT-HASH-TOTAL
           MOVE WS-REKEY-IN-COUNT TO CKPT-REKEY-IN-COUNT
           MOVE WS-REKEY-OUT-COUNT TO CKPT-REKEY-OUT-COUNT
           MOVE WS-MERGE-COUNT TO CKPT-MERGE-COUNT
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-HOLD-KEPT-COUNT TO CKPT-HOLD-KEPT-COUNT
           MOVE WS-ERASED-FLAG-COUNT TO CKPT-ERASED-FLAG-COUNT
           MOVE WS-CURR-EXTRACT-DATE TO CKPT-CYCLE-DATE
           MOVE WS-STREAM-NO TO CKPT-STREAM-NO
           MOVE WS-CHAIN-LAST-SEQ TO CKPT-AUDIT-SEQ
           MOVE WS-RELEASE-FED-COUNT TO CKPT-RELEASE-FED-COUNT
           MOVE SPACE TO CKPT-CONS-STEP
           MOVE ZERO TO CKPT-CONS-FEED-BASE
           MOVE ZERO TO CKPT-CONS-ANCHOR-SEQ
           MOVE SPACE TO CKPT-START-SW
           SET CKPT-RUN-INCOMPLETE TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.

      * THE START LINE: A CHECKPOINT BEFORE ANY KEY, CARRYING THE
      * CYCLE'S DATE AND THE FEED SEQUENCE AND CHAIN HEAD IT STARTS
      * FROM.  CMPCKPT IS CLOSED AND REOPENED BEHIND IT SO IT IS ON
      * DISK BEFORE ANYTHING ELSE IS WRITTEN.
       4150-WRITE-CYCLE-START.
           PERFORM 4110-BUILD-CHECKPOINT
           SET CKPT-CYCLE-START TO TRUE
           MOVE WS-CHECKPOINT-RECORD TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE
           OPEN EXTEND CHECKPOINT-FILE.

      * WRITTEN ONCE, UNCONDITIONALLY, WHEN 9000-TERMINATE REACHES A
      * NORMAL END OF RUN - THE CKPT-RUN-COMPLETE LINE THIS APPENDS IS
           MOVE WS-COLL-COUNT TO CKPT-COLL-COUNT
           MOVE WS-FEED-SEQ TO CKPT-FEED-SEQ
           MOVE WS-HASH-TOTAL TO CKPT-HASH-TOTAL
           MOVE WS-REKEY-IN-COUNT TO CKPT-REKEY-IN-COUNT
           MOVE WS-REKEY-OUT-COUNT TO CKPT-REKEY-OUT-COUNT
           MOVE WS-MERGE-COUNT TO CKPT-MERGE-COUNT
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-HOLD-KEPT-COUNT TO CKPT-HOLD-KEPT-COUNT
           MOVE WS-ERASED-FLAG-COUNT TO CKPT-ERASED-FLAG-COUNT
           MOVE WS-CURR-EXTRACT-DATE TO CKPT-CYCLE-DATE
           MOVE WS-STREAM-NO TO CKPT-STREAM-NO
           MOVE WS-CHAIN-LAST-SEQ TO CKPT-AUDIT-SEQ
           MOVE WS-RELEASE-FED-COUNT TO CKPT-RELEASE-FED-COUNT
           MOVE SPACE TO CKPT-CONS-STEP
           MOVE ZERO TO CKPT-CONS-FEED-BASE
           MOVE ZERO TO CKPT-CONS-ANCHOR-SEQ
           MOVE SPACE TO CKPT-START-SW
           SET CKPT-RUN-COMPLETE TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
           MOVE WS-CHECKPOINT-RECORD TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE.

      * A STREAM NUMBERS ITS OWN LINES FROM 1 AND LEAVES THE CHECK
      * ZERO - THE CHAIN HAS ONE HEAD, AND 0780 HANGS EVERY STREAM'S
      * LINES FROM IT IN TURN WHEN THE STREAMS ARE CONSOLIDATED.
       5000-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-RPT-KEY TO AUD-KEY
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE 'CUSTCMP' TO AUD-SOURCE-PGM
           MOVE SPACES TO AUD-USER-ID
           COMPUTE AUD-CHAIN-SEQ = WS-CHAIN-LAST-SEQ + 1
           IF WS-STREAM-RUN
               MOVE ZERO TO AUD-CHAIN-CHECK
               MOVE WS-AUDIT-RECORD TO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
               MOVE AUD-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           ELSE
               PERFORM 5050-COMPUTE-CHAIN-CHECK
               MOVE WS-AUDIT-RECORD TO AUDIT-LOG-LINE
               WRITE AUDIT-LOG-LINE
               PERFORM 5060-ADVANCE-CHAIN-HEAD
           END-IF.

      * THE CHAIN LINK: START FROM THE PREVIOUS LINE'S CHECK AND FOLD
      * IN EVERY BYTE OF THIS LINE UP TO AND INCLUDING ITS SEQUENCE,
      * MODULO WS-CHAIN-MODULUS.  EDIT, DROP OR INSERT ANY LINE AND
      * EVERY CHECK FROM THERE ON STOPS MATCHING.  CUSTAPL, CUSTUPD,
      * CUSTSUS, CUSTHLD AND CUSTAVF CARRY THE SAME ARITHMETIC - KEEP
      * THEM IN STEP.
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

      * THE HEAD MOVES ONLY AFTER THE LINE IS WRITTEN, ONE REWRITE
      * PER LINE, SO THE NEXT APPENDER - WHICHEVER PROGRAM IT IS -
      * HANGS ITS FIRST LINE OFF THIS ONE.
       5060-ADVANCE-CHAIN-HEAD.
           MOVE AUD-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           MOVE AUD-CHAIN-CHECK TO WS-CHAIN-LAST-CHECK
           MOVE AUD-TIMESTAMP TO WS-CHAIN-LAST-TS
           MOVE AUD-SOURCE-PGM TO WS-CHAIN-LAST-PGM
           MOVE 'HEAD' TO WS-CHAIN-KEY
           REWRITE AUDIT-CHAIN-RECORD FROM WS-CHAIN-HEAD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * STRING ONLY OVERLAYS THE CHARACTERS IT PRODUCES - CLEAR THE
      * LINE FIRST OR WHATEVER WAS LEFT IN THE BUFFER RIDES OUT IN THE
      * TAIL OF EVERY FEED RECORD.  THE RUN DATE AND SEQUENCE ON THE
      * TAIL OF THE LINE ARE THE FEED-CONTROL KEY THE DOWNSTREAM
      * SYSTEM ECHOES BACK ON ITS ACKNOWLEDGMENT FILE.  THE CALLER
      * STAGES THE IMAGE TO SEND IN WS-FEED-AREA.  A STREAM'S
      * SEQUENCES ARE ITS OWN UNTIL 0770 NUMBERS ALL THE STREAMS AS ONE
      * FEED, SO FEEDCTL IS WRITTEN THERE AND NOT HERE.
       6000-WRITE-EXTRACT-FEED.
           ADD 1 TO WS-FEED-SEQ
           MOVE SPACES TO EXTRACT-LINE
           MOVE SPACES TO WS-FEED-LINK-TEXT
           IF WS-REC-REKEYED OR WS-REC-MERGED
               STRING ','                  DELIMITED BY SIZE
                      WS-XREF-OTHER-ID     DELIMITED BY SPACE
                   INTO WS-FEED-LINK-TEXT
           END-IF
           MOVE CUST-BALANCE OF WS-FEED-AREA TO WS-EXTRACT-BALANCE
           STRING CUST-ID OF WS-FEED-AREA  DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-COMPARE-RESULT        DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME OF WS-FEED-AREA)
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ADDR OF WS-FEED-AREA)
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  CUST-STATUS OF WS-FEED-AREA
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-EXTRACT-BALANCE       DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  CUST-SOURCE-SYS OF WS-FEED-AREA
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  CUST-TYPE OF WS-FEED-AREA
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  CUST-LAST-MAINT OF WS-FEED-AREA
                                           DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-SNAP-RUN-DATE         DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  WS-FEED-SEQ              DELIMITED BY SIZE
                  WS-FEED-LINK-TEXT        DELIMITED BY SPACE
               INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           IF NOT WS-STREAM-RUN
               PERFORM 6100-WRITE-FEED-CONTROL
           END-IF.

       6100-WRITE-FEED-CONTROL.
           MOVE WS-SNAP-RUN-DATE TO FCTL-RUN-DATE
           MOVE WS-FEED-SEQ TO FCTL-SEQUENCE
           MOVE CUST-ID OF WS-FEED-AREA TO FCTL-CUST-ID
           MOVE WS-COMPARE-RESULT TO FCTL-ACTION
           SET FCTL-ACK-PENDING TO TRUE
           MOVE SPACES TO FCTL-ACK-DATE
           MOVE EXTRACT-LINE TO FCTL-FEED-IMAGE
           WRITE FEED-CONTROL-RECORD
               INVALID KEY
                   PERFORM 6150-CHECK-FEED-ON-FILE
           END-WRITE.

      * A FEEDCTL ENTRY IS NEVER OVERWRITTEN - IT MAY ALREADY CARRY THE
      * DOWNSTREAM ACKNOWLEDGMENT.  THE SAME LINE UNDER THE SAME KEY IS
      * A RESTART OR RERUN SENDING AGAIN WHAT IT SENT BEFORE THE ABEND,
      * AND THE ENTRY IS LEFT AS IT STANDS.  ANY OTHER LINE ALREADY
      * UNDER THE KEY STOPS THE RUN.
       6150-CHECK-FEED-ON-FILE.
           MOVE SPACES TO WS-FCTL-STATUS
           READ FEED-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FCTL-STATUS-OK
              AND FCTL-CUST-ID = CUST-ID OF WS-FEED-AREA
              AND FCTL-FEED-IMAGE = EXTRACT-LINE
               CONTINUE
           ELSE
               PERFORM 6190-STOP-FEED-COLLISION
           END-IF.

       6190-STOP-FEED-COLLISION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEEDCTL ' DELIMITED BY SIZE
                  WS-SNAP-RUN-DATE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-FEED-SEQ DELIMITED BY SIZE
                  ' ALREADY HOLDS ANOTHER LINE - RUN STOPPED'
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * A CATCH-UP CYCLE IS DATED BY ITS EXTRACT, NOT BY THE DAY IT
      * RUNS, SO ITS SNAPSHOTS MUST NEVER LAND ON ONE ALREADY THERE
      * (0455 REFUSES THE RUN BEFORE IT STARTS) - HERE ONLY A RESTART
      * WRITING AGAIN THE SNAPSHOT IT WROTE BEFORE THE ABEND GETS BY.
      * AN ORDINARY RUN IS DATED BY THE DAY IT RUNS, AND A SECOND RUN
      * THE SAME DAY REPLACES THAT DAY'S SNAPSHOT AS IT ALWAYS HAS.
       7000-WRITE-SNAPSHOT.
           MOVE WS-RPT-KEY TO SNAP-CUST-ID
           MOVE WS-SNAP-RUN-DATE TO SNAP-EFF-DATE
           MOVE WS-AREA-2 TO SNAP-DATA
           WRITE SNAPSHOT-RECORD
               INVALID KEY
                   PERFORM 7050-SNAPSHOT-ON-FILE
           END-WRITE.

       7050-SNAPSHOT-ON-FILE.
           IF WS-CATCH-UP-MODE
               READ SNAPSHOT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-SNAP-STATUS-OK
                  OR SNAP-DATA NOT = WS-AREA-2
                   PERFORM 7090-STOP-SNAPSHOT-COLLISION
               END-IF
           ELSE
               REWRITE SNAPSHOT-RECORD
           END-IF.

       7090-STOP-SNAPSHOT-COLLISION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTHIST ' DELIMITED BY SIZE
                  WS-RPT-KEY DELIMITED BY SIZE
                  ' ALREADY HOLDS A SNAPSHOT FOR ' DELIMITED BY SIZE
                  WS-SNAP-RUN-DATE DELIMITED BY SIZE
                  ' - RUN STOPPED' DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * CHANGES CUSTHLD RELEASED SINCE THE LAST RUN - ALREADY ON
      * CURRMSTR, NOW SENT DOWNSTREAM AS THE CHANGED RECORD THEY WOULD
      * HAVE BEEN ON THE NIGHT THEY WERE HELD.  THE HOLD IS MARKED FED
      * WITH ITS FEED-CONTROL KEY AS EACH ONE GOES, SO A RERUN NEVER
      * SENDS IT TWICE.  RUN FROM 9000-TERMINATE AHEAD OF THE FINAL
      * CHECKPOINT SO THE SEQUENCES USED ARE CARRIED FORWARD.
       8100-FEED-RELEASED-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE LOW-VALUES TO HOLD-CUST-ID
           START HOLD-FILE KEY NOT < HOLD-CUST-ID
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM 8110-FEED-ONE-RELEASED-HOLD
               UNTIL WS-HOLD-EOF.

       8110-FEED-ONE-RELEASED-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ
           IF NOT WS-HOLD-STATUS-OK
               SET WS-HOLD-EOF TO TRUE
           END-IF
           MOVE HOLD-CUST-ID TO WS-RANGE-TEST-KEY
           PERFORM 0190-TEST-STREAM-RANGE
           IF NOT WS-HOLD-EOF AND HOLD-RELEASED AND WS-KEY-IN-RANGE
               PERFORM 8120-FEED-RELEASED-HOLD
           END-IF.

      * THE HOLD IN HAND IS IN STATE R.  ALSO CALLED FROM 3100 WITH A
      * CHANGED KEY IN HAND, SO THE REPORT DETAIL IS LEFT CLEAR.
       8120-FEED-RELEASED-HOLD.
           ADD 1 TO WS-RELEASE-FED-COUNT
           MOVE HOLD-AFTER-IMAGE TO WS-FEED-AREA
           SET WS-REC-CHANGED TO TRUE
           PERFORM 6000-WRITE-EXTRACT-FEED
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE HOLD-CUST-ID TO WS-RPT-KEY
           MOVE 'CHANGED'      TO WS-RPT-STATUS
           MOVE 'RLSD'         TO WS-RPT-LINK-TEXT
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-REPORT-DETAIL
           SET HOLD-FED TO TRUE
           MOVE WS-SNAP-RUN-DATE TO HOLD-FEED-RUN-DATE
           MOVE WS-FEED-SEQ TO HOLD-FEED-SEQ
           REWRITE HOLD-RECORD.

      * KEEPS CURRENT-MASTER-FILE IN STEP WITH WS-AREA-1 SO THE ONLINE
      * INQUIRY TRANSACTION (CUSTINQ) HAS A REAL KEYED FILE TO READ
      * "CURRENT" VALUES FROM INSTEAD OF THE SEQUENTIAL EXTRACT.
                   WRITE CURRENT-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME OF WS-AREA-1
                               TO WS-NIX-NEW-NAME
                           MOVE CURM-CUST-ID TO WS-NIX-NEW-ID
                           PERFORM 7550-MAINTAIN-NAME-INDEX
                   END-WRITE
               NOT INVALID KEY
                   MOVE CURM-DATA TO WS-MASTER-AREA
                   ELSE
                       MOVE WS-AREA-1 TO CURM-DATA
                       REWRITE CURRENT-MASTER-RECORD
                       MOVE CUST-NAME OF WS-MASTER-AREA
                           TO WS-NIX-OLD-NAME
                       MOVE CURM-CUST-ID TO WS-NIX-OLD-ID
                       MOVE CUST-NAME OF WS-AREA-1 TO WS-NIX-NEW-NAME
                       MOVE CURM-CUST-ID TO WS-NIX-NEW-ID
                       PERFORM 7550-MAINTAIN-NAME-INDEX
                   END-IF
           END-READ.

      * NAMEIDX IS CURRMSTR'S NAME-ORDERED ACCESS PATH FOR THE ONLINE
      * NAME SEARCH (CUSTSRC).  THE RETIRED ENTRY GOES ONLY WHEN THE
      * NAME OR KEY ACTUALLY MOVED; THE NEW ENTRY IS ALWAYS FILED, SO
      * A RESTART THAT REPLAYS A MASTER WRITE ALREADY MADE STILL
      * LEAVES THE KEY FINDABLE UNDER ITS CURRENT NAME.
       7550-MAINTAIN-NAME-INDEX.
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

      * SAME COLLISION TEST AS 7500 - A KEY THE EXTRACT SAYS IS GONE
      * BUT THAT WAS MAINTAINED ON THE MASTER AFTER THE EXTRACT
      * CUTOFF (E.G. ADDED INTRA-DAY BY CUSTAPL) IS KEPT, NOT
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE CUST-NAME OF WS-MASTER-AREA
                           TO WS-NIX-OLD-NAME
                       MOVE CURM-CUST-ID TO WS-NIX-OLD-ID
                       PERFORM 7550-MAINTAIN-NAME-INDEX
                   END-IF
           END-READ.

      * THE OLD KEY OF A RE-KEY OR MERGE LEAVES CURRMSTR, SUBJECT TO
      * THE SAME COLLISION TEST AS 7600 - AN OLD KEY MAINTAINED ON THE
      * MASTER AFTER THE EXTRACT CUTOFF IS KEPT AND REPORTED.  A
      * RE-KEYED RECORD IS WRITTEN UNDER ITS NEW KEY UNLESS THAT KEY
      * IS ALREADY ON FILE (THE NEW KEY'S OWN ADD, WHEN IT SORTS
      * FIRST, HAS ALREADY WRITTEN THE FRESHER EXTRACT IMAGE).  A
      * MERGED KEY IS SIMPLY RETIRED - THE SURVIVOR KEEPS ITS OWN
      * RECORD.  A STREAM WRITES NO KEY OUTSIDE ITS OWN RANGE: A NEW
      * KEY THAT FALLS IN ANOTHER STREAM'S RANGE IS LEFT TO THAT
      * STREAM, WHICH WRITES IT AS THE NEW KEY'S OWN ADD.
       7800-CARRY-CURRENT-MASTER.
           MOVE CUST-ID OF WS-AREA-2 TO CURM-CUST-ID
           READ CURRENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CURM-DATA TO WS-MASTER-AREA
                   IF CUST-LAST-MAINT-DATE OF WS-MASTER-AREA NUMERIC
                       AND CUST-LAST-MAINT-DATE OF WS-MASTER-AREA >
                           WS-CURR-EXTRACT-DATE
                       IF WS-REC-MERGED
                           MOVE 'MERGE' TO WS-COLL-ACTION
                       ELSE
                           MOVE 'REKEY' TO WS-COLL-ACTION
                       END-IF
                       PERFORM 7700-REPORT-COLLISION
                   ELSE
                       DELETE CURRENT-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE CUST-NAME OF WS-MASTER-AREA
                           TO WS-NIX-OLD-NAME
                       MOVE CURM-CUST-ID TO WS-NIX-OLD-ID
                       PERFORM 7550-MAINTAIN-NAME-INDEX
                       MOVE WS-XREF-OTHER-ID TO WS-RANGE-TEST-KEY
                       PERFORM 0190-TEST-STREAM-RANGE
                       IF WS-REC-REKEYED AND WS-KEY-IN-RANGE
                           MOVE WS-XREF-OTHER-ID
                               TO CUST-ID OF WS-MASTER-AREA
                           MOVE WS-XREF-OTHER-ID TO CURM-CUST-ID
                           MOVE WS-MASTER-AREA TO CURM-DATA
                           WRITE CURRENT-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CUST-NAME OF WS-MASTER-AREA
                                       TO WS-NIX-NEW-NAME
                                   MOVE CURM-CUST-ID TO WS-NIX-NEW-ID
                                   PERFORM 7550-MAINTAIN-NAME-INDEX
                           END-WRITE
                       END-IF
                   END-IF
           END-READ.

      * AN ERASED KEY THE EXTRACT STILL CARRIES IN THE CLEAR - THE
      * SOURCE SYSTEM HAS NOT CAUGHT UP WITH THE ERASURE.  THE MASK
      * STANDS; THE KEY IS LISTED SO THE SOURCE CAN BE CHASED.
       7750-REPORT-ERASED-KEY.
           ADD 1 TO WS-ERASED-FLAG-COUNT
           MOVE CUST-ID OF WS-AREA-1 TO WS-COLL-KEY
           MOVE 'ERASED' TO WS-COLL-ACTION
           MOVE ERG-ERASED-TS(1:14) TO WS-COLL-MASTER-MAINT
           MOVE WS-CURR-EXTRACT-DATE TO WS-COLL-EXTRACT-DT
           MOVE 'ERASED KEY SENT UNMASKED - MASK KEPT' TO
               WS-COLL-TEXT
           MOVE WS-COLL-DETAIL TO COLLISION-RPT-LINE
           WRITE COLLISION-RPT-LINE.

       7700-REPORT-COLLISION.
           ADD 1 TO WS-COLL-COUNT
           MOVE CURM-CUST-ID TO WS-COLL-KEY
           MOVE WS-COLL-DETAIL TO COLLISION-RPT-LINE
           WRITE COLLISION-RPT-LINE.

      * BOTH DIRECTIONS OF THE LINK, WHICHEVER END OF IT THE MERGE
      * REACHED - REWRITTEN IN PLACE WHEN THE OTHER END, OR A RESTART,
      * HAS ALREADY FILED IT.
       7900-WRITE-KEY-XREF.
           MOVE WS-XREF-LINK-NEW-ID TO XREF-LOOKUP-ID
           SET XREF-PREDECESSOR TO TRUE
           MOVE WS-XREF-LINK-OLD-ID TO XREF-OTHER-ID
           MOVE WS-XREF-HIT-TYPE TO XREF-LINK-TYPE
           MOVE WS-SNAP-RUN-DATE TO XREF-EFF-DATE
           WRITE KEY-XREF-RECORD
               INVALID KEY
                   REWRITE KEY-XREF-RECORD
           END-WRITE
           MOVE WS-XREF-LINK-OLD-ID TO XREF-LOOKUP-ID
           SET XREF-SUCCESSOR TO TRUE
           MOVE WS-XREF-LINK-NEW-ID TO XREF-OTHER-ID
           MOVE WS-XREF-HIT-TYPE TO XREF-LINK-TYPE
           MOVE WS-SNAP-RUN-DATE TO XREF-EFF-DATE
           WRITE KEY-XREF-RECORD
               INVALID KEY
                   REWRITE KEY-XREF-RECORD
           END-WRITE.

       8000-PRODUCE-BALANCE-REPORT.
           COMPUTE WS-BAL-CURR-TOTAL-IN =
               WS-CURR-COUNT + WS-CURR-REJECT-COUNT
           COMPUTE WS-BAL-PRIOR-TOTAL-IN =
               WS-PRIOR-COUNT + WS-PRIOR-REJECT-COUNT
           COMPUTE WS-BAL-CURR-SIDE-OUT =
               WS-ADD-COUNT + WS-REKEY-IN-COUNT + WS-CHG-COUNT
                   + WS-HELD-COUNT + WS-MATCH-COUNT
                   + WS-CURR-REJECT-COUNT + WS-CURR-DUP-COUNT
           COMPUTE WS-BAL-PRIOR-SIDE-OUT =
               WS-DEL-COUNT + WS-REKEY-OUT-COUNT + WS-MERGE-COUNT
                   + WS-CHG-COUNT + WS-HELD-COUNT + WS-MATCH-COUNT
                   + WS-PRIOR-REJECT-COUNT

      * A CATCH-UP RUN GIVES EACH CYCLE ITS OWN SECTION OF BALRPT.
      * A RESTART PAST THE FIRST STAGED GENERATION KEEPS THE SECTIONS
      * THE ABENDED JOB ALREADY WROTE.  A FRESH JOB STARTS IT EMPTY
      * EVEN WHEN ITS FIRST GENERATIONS WERE ALREADY ACCEPTED.
           IF WS-CYCLE-NO > 1
              OR WS-RESTART-RUN AND WS-GEN-FIRST > 1
               OPEN EXTEND BALANCE-RPT-FILE
               MOVE SPACES TO BALANCE-RPT-LINE
               WRITE BALANCE-RPT-LINE
           ELSE
               OPEN OUTPUT BALANCE-RPT-FILE
           END-IF

           MOVE 'CUSTCMP CONTROL TOTAL BALANCING REPORT' TO
               BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE
           IF WS-CATCH-UP-MODE
               MOVE WS-GEN-BANNER TO BALANCE-RPT-LINE
               WRITE BALANCE-RPT-LINE
           END-IF
           IF WS-PARTITIONED-RUN
               MOVE WS-PART-BANNER TO BALANCE-RPT-LINE
               WRITE BALANCE-RPT-LINE
           END-IF
           MOVE SPACES TO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-REKEY-IN-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'RECORDS RE-KEYED IN (NEW KEY) . . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-REKEY-OUT-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'RECORDS RE-KEYED OUT (OLD KEY)  . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-MERGE-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'RECORDS MERGED INTO A SURVIVOR  . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-HELD-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'CHANGES HELD BY THE RISK SCREEN . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-HOLD-KEPT-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'MATCHED KEYS LEFT ALONE FOR A HOLD  . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-RELEASE-FED-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'RELEASED HOLDS FED DOWNSTREAM . . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-XREF-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'KEY XREF LINKS LOADED . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-XREF-REJECT-COUNT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'KEY XREF LINES REJECTED . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           MOVE WS-BAL-CURR-SIDE-OUT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'CURRENT-SIDE RECORDS OUT'
                   DELIMITED BY SIZE
                  ' (ADD+RKY+CHG+HLD+MATCH+REJ+DUP)'
                   DELIMITED BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE

           MOVE WS-BAL-PRIOR-SIDE-OUT TO WS-BAL-NUM
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'PRIOR-SIDE RECORDS OUT'
                   DELIMITED BY SIZE
                  ' (DEL+RKY+MRG+CHG+HLD+MATCH+REJ)'
                   DELIMITED BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           MOVE SPACES TO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE

           IF WS-CONSOLIDATE-RUN
               PERFORM 8050-WRITE-STREAM-LINES
           END-IF

           IF WS-BAL-CURR-TOTAL-IN = WS-BAL-CURR-SIDE-OUT
               AND WS-BAL-PRIOR-TOTAL-IN = WS-BAL-PRIOR-SIDE-OUT
               MOVE 'RUN STATUS: BALANCED' TO BALANCE-RPT-LINE

           CLOSE BALANCE-RPT-FILE.

      * THE CONSOLIDATED BALRPT SHOWS WHAT EACH STREAM BROUGHT TO THE
      * TOTALS ABOVE, FROM THE CHECKPOINT 0750 PROVED FOR IT.
       8050-WRITE-STREAM-LINES.
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING 'RECORDS BY STREAM        CURRENT' DELIMITED BY SIZE
                  '      PRIOR       FEED' DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE
           PERFORM 8055-WRITE-ONE-STREAM-LINE
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
           MOVE SPACES TO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE.

       8055-WRITE-ONE-STREAM-LINE.
           MOVE WS-PART-CKPT-LINE(WS-PART-IX) TO WS-CHECKPOINT-RECORD
           MOVE CKPT-CURR-COUNT TO WS-CONS-NUM-1
           MOVE CKPT-PRIOR-COUNT TO WS-CONS-NUM-2
           MOVE CKPT-FEED-SEQ TO WS-CONS-NUM-3
           MOVE SPACES TO BALANCE-RPT-LINE
           STRING '  STREAM '      DELIMITED BY SIZE
                  WS-PART-IX       DELIMITED BY SIZE
                  '          '     DELIMITED BY SIZE
                  WS-CONS-NUM-1    DELIMITED BY SIZE
                  WS-CONS-NUM-2    DELIMITED BY SIZE
                  WS-CONS-NUM-3    DELIMITED BY SIZE
               INTO BALANCE-RPT-LINE
           WRITE BALANCE-RPT-LINE.

      * EVERY SUSPENSE ENTRY STILL ON FILE AT END OF CYCLE HAS NOW SAT
      * THROUGH ONE MORE COMPARE, SO BUMP EVERY AGE BY ONE AND REPORT
      * ANYTHING OLDER THAN WS-SUSP-AGE-LIMIT CYCLES ON SUSPAGE SO IT
      * CANNOT SILENTLY ROT.  ENTRIES SUSPENDED THIS CYCLE AGE FROM
      * ZERO TO ONE HERE.  EACH CYCLE OF A CATCH-UP RUN, AND A RESTART,
      * ADDS ITS OWN SECTION TO SUSPAGE AS 1150 DOES FOR THE OTHERS.
       8500-AGE-SUSPENSE-RECORDS.
           IF WS-RESTART-RUN OR WS-CYCLE-NO > 1
               OPEN EXTEND SUSPENSE-AGE-RPT
               MOVE SPACES TO SUSPENSE-AGE-LINE
               WRITE SUSPENSE-AGE-LINE
           ELSE
               OPEN OUTPUT SUSPENSE-AGE-RPT
           END-IF
           MOVE 'CUSTCMP SUSPENSE AGING REPORT' TO SUSPENSE-AGE-LINE
           WRITE SUSPENSE-AGE-LINE
           MOVE SPACES TO SUSPENSE-AGE-LINE
           END-IF
           MOVE WS-RUN-START-TIMESTAMP(1:8) TO STAT-RUN-DATE
           MOVE WS-RUN-START-TIMESTAMP(9:6) TO STAT-RUN-TIME
           IF STAT-RUN-KEY NOT > WS-STAT-LAST-KEY
               ADD 1 TO WS-STAT-LAST-TIME
               MOVE WS-STAT-LAST-KEY TO STAT-RUN-KEY
           END-IF
           MOVE STAT-RUN-KEY TO WS-STAT-LAST-KEY
           MOVE WS-CURR-COUNT TO STAT-CURR-COUNT
           MOVE WS-PRIOR-COUNT TO STAT-PRIOR-COUNT
           MOVE WS-ADD-COUNT TO STAT-ADD-COUNT
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO COLLISION-RPT-LINE
           WRITE COLLISION-RPT-LINE
           MOVE WS-ERASED-FLAG-COUNT TO WS-BAL-NUM
           MOVE SPACES TO COLLISION-RPT-LINE
           STRING 'ERASED KEYS SENT UNMASKED - MASK KEPT . .' DELIMITED
                   BY SIZE
                  WS-BAL-NUM DELIMITED BY SIZE
               INTO COLLISION-RPT-LINE
           WRITE COLLISION-RPT-LINE.

      * CLOSED ONLY ON A NORMAL END OF RUN - AN ABEND LEAVES THE
           END-READ
           CLOSE CYCLE-CONTROL-FILE.

      * A STREAM STOPS SHORT OF THE END-OF-CYCLE WORK - SUSPENSE
      * AGING, THE RECYCLE CLEAR, RUNSTATS, XMITCTL AND THE CYCLE
      * CLOSE ARE DONE ONCE, FOR ALL THE STREAMS, BY 0700.
       9000-TERMINATE.
           PERFORM 8100-FEED-RELEASED-HOLDS
           IF WS-LAST-KEY-PROCESSED NOT = LOW-VALUES
               PERFORM 4100-WRITE-CHECKPOINT
           END-IF
           PERFORM 4200-WRITE-RUN-COMPLETE
           PERFORM 8000-PRODUCE-BALANCE-REPORT
           IF WS-STREAM-RUN
               PERFORM 8600-WRITE-DIFF-SUMMARY
               PERFORM 8950-WRITE-COLLISION-SUMMARY
               CLOSE CYCLE-CONTROL-FILE
           ELSE
               PERFORM 8500-AGE-SUSPENSE-RECORDS
               PERFORM 8600-WRITE-DIFF-SUMMARY
               PERFORM 8700-CLEAR-RECYCLE-FILE
               PERFORM 8800-WRITE-RUN-STATS
               PERFORM 8900-UPDATE-XMIT-CONTROL
               PERFORM 8950-WRITE-COLLISION-SUMMARY
               IF WS-CATCH-UP-MODE
                   IF WS-GEN-IX = WS-GEN-COUNT
                       PERFORM 8990-MARK-CYCLE-CLOSED
                   END-IF
               ELSE
                   PERFORM 8990-MARK-CYCLE-CLOSED
               END-IF
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           CLOSE CURR-FILE
                 PRIOR-FILE
                 REPORT-FILE
                 SUSPENSE-FILE
                 SNAPSHOT-FILE
                 CURRENT-MASTER-FILE
                 FEED-CONTROL-FILE
                 KEY-XREF-FILE
                 HOLD-FILE
                 NAME-INDEX-FILE
           IF WS-ERASURES-ON-FILE
               CLOSE ERASURE-REG-FILE
           END-IF.
