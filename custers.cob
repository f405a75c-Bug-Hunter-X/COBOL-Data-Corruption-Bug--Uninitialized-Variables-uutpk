       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERS.
      *****************************************************************
      *  CUSTERS - CUSTOMER DATA ERASURE                               *
      *  A FORMAL ERASURE REQUEST MEANS THE CUSTOMER'S NAME AND        *
      *  ADDRESS MUST GO FROM EVERY FILE THAT HOLDS A CUSTOMER IMAGE,  *
      *  LIVE AND ARCHIVED ALIKE - RETENTION PURGE (CUSTPRG) ONLY      *
      *  WORKS BY AGE. ERSREQ CARRIES ONE CUST-ID AND CASE REFERENCE   *
      *  PER LINE; EVERY KEY LINKED TO IT ON KEYXREF (RE-KEYS AND      *
      *  MERGES, EITHER DIRECTION) IS ERASED WITH IT, AS CUSTARC       *
      *  RETRIEVES THEM. CUST-NAME AND CUST-ADDR ARE OVERLAID WITH THE *
      *  ERASURE MASK; CUST-ID, BALANCE, STATUS, SOURCE, TYPE AND      *
      *  DATES ARE KEPT SO BALANCES, THE TREND REPORT AND THE          *
      *  RECONCILIATIONS STILL TIE.                                    *
      *  KEYED FILES ARE MASKED IN PLACE: CURRMSTR, NAMEIDX, CUSTHIST, *
      *  SUSPFILE, FEEDCTL, HOLDFILE AND THE WORK COPIES HISTWORK,     *
      *  MSTRWORK AND NAMEWORK.  FLAT FILES ARE COPIED MASKED TO A NEW *
      *  FILE THE JOB RENAMES OVER THE OLD ONE, AS FOR CUSTPRG:        *
      *  AUDITLOG TO AUDITNEW, AUDTARCH TO AARCNEW, HISTARCH TO        *
      *  HARCNEW, RECYCLE TO RECYNEW AND AUDTWORK TO AWRKNEW.  THE     *
      *  ARCHIVE GENERATIONS ARE CONCATENATED BEHIND THEIR DDS AND     *
      *  COME BACK AS ONE GENERATION THAT REPLACES THEM ALL.           *
      *  MASKING AN AUDIT LINE BREAKS ITS CHAIN LINK, SO THE TRAIL IS  *
      *  FIRST PROVEN (THE SAME WALK AS CUSTAVF) AND THEN RESEALED     *
      *  FROM THE FIRST MASKED LINE ON.  A TRAIL THAT DOES NOT PROVE   *
      *  INTACT IS NEVER RESEALED - THE RUN IS REFUSED BEFORE ANY FILE *
      *  IS TOUCHED.                                                   *
      *  EACH MASKING IS RECORDED AS AN ERASED AUDIT LINE PER KEY AND  *
      *  FILE, EACH ERASED KEY IS FILED ON ERASEREG SO CUSTCMP KEEPS   *
      *  THE MASK WHEN A SLOW EXTRACT SENDS THE OLD VALUES AGAIN, AND  *
      *  ERSRPT CARRIES ONE CERTIFICATE PER REQUEST WITH THE RECORD    *
      *  COUNT FOR EVERY FILE.  RUNS IN THE BATCH WINDOW WITH THE      *
      *  ONLINE FILES CLOSED, HOLDING CYCLCTL OPEN FOR ITS DURATION.   *
      *  RETURN CODE 0 = ERASED, 4 = ERASED WITH REQUEST LINES         *
      *  REJECTED, 8 = NO VALID REQUEST, 12 = REFUSED.  SWAP THE NEW   *
      *  FILES IN ONLY ON 0 OR 4.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ERASE-REQ-FILE ASSIGN TO "ERSREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EREQ-STATUS.

           SELECT ERASURE-REG-FILE ASSIGN TO "ERASEREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERG-CUST-ID
               FILE STATUS IS WS-ERG-STATUS.

           SELECT KEY-XREF-FILE ASSIGN TO "KEYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCL-KEY
               FILE STATUS IS WS-CYCL-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-ACHN-STATUS.

           SELECT OPTIONAL AUDIT-ARCH-FILE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AARC-STATUS.

           SELECT AUDIT-ARCH-NEW-FILE ASSIGN TO "AARCNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT AUDIT-NEW-FILE ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CURRENT-MASTER-FILE ASSIGN TO "CURRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURM-CUST-ID
               FILE STATUS IS WS-CURM-STATUS.

           SELECT NAME-INDEX-FILE ASSIGN TO "NAMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIX-KEY
               FILE STATUS IS WS-NIX-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCTL-KEY
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYC-STATUS.

           SELECT RECYCLE-NEW-FILE ASSIGN TO "RECYNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SNAPSHOT-ARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC-STATUS.

           SELECT SNAPSHOT-ARCH-NEW-FILE ASSIGN TO "HARCNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "HISTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWRK-KEY
               FILE STATUS IS WS-SWRK-STATUS.

           SELECT OPTIONAL AUDIT-WORK-FILE ASSIGN TO "AUDTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWRK-STATUS.

           SELECT AUDIT-WORK-NEW-FILE ASSIGN TO "AWRKNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-MASTER-FILE ASSIGN TO "MSTRWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WORK-CUST-ID
               FILE STATUS IS WS-WORK-STATUS.

           SELECT NAME-WORK-FILE ASSIGN TO "NAMEWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NWRK-KEY
               FILE STATUS IS WS-NWRK-STATUS.

           SELECT ERASURE-RPT-FILE ASSIGN TO "ERSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE ERASURE REQUEST PER LINE - THE CUST-ID THE CUSTOMER IS
      * KNOWN BY AND THE CASE REFERENCE THE REQUEST WAS LOGGED UNDER,
      * WHICH IS CARRIED ONTO ERASEREG, THE AUDIT LINES AND THE
      * CERTIFICATE.
       FD  ERASE-REQ-FILE.
       01  ERASE-REQ-RECORD.
           05  ERQ-CUST-ID                  PIC X(10).
           05  ERQ-CASE-REF                 PIC X(20).
           05  FILLER                       PIC X(50).

      * ONE RECORD PER ERASED KEY, KEPT FOR GOOD.  CUSTCMP READS IT
      * AS IT STAGES EACH EXTRACT RECORD SO AN ERASED NAME OR ADDRESS
      * SENT AGAIN BY A SOURCE SYSTEM THAT HAS NOT YET CAUGHT UP IS
      * MASKED BEFORE IT CAN REACH THE MASTER, AND FLAGGED.  THE
      * REQUEST ID IS THE KEY NAMED ON ERSREQ; A KEY PULLED IN OFF
      * KEYXREF CARRIES THE REQUEST IT CAME WITH.
       FD  ERASURE-REG-FILE.
       01  ERASURE-REG-RECORD.
           05  ERG-CUST-ID                  PIC X(10).
           05  ERG-REQUEST-ID               PIC X(10).
           05  ERG-CASE-REF                 PIC X(20).
           05  ERG-ERASED-TS                PIC X(26).

      * MATCHES KEY-XREF-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "KEYXREF" DD/PATH 7900-WRITE-KEY-XREF MAINTAINS.
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

      * MATCHES CYCLE-CONTROL-RECORD IN CUSTCMP (BUG.COB) - THE
      * RUN-CONTROL INTERLOCK BEHIND THE "CYCLCTL" DD/PATH.
       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05  CYCL-KEY                     PIC X(08).
           05  CYCL-STATE                   PIC X(01).
               88  CYCL-OPEN                        VALUE 'O'.
               88  CYCL-CLOSED                      VALUE 'C'.
           05  CYCL-OPENED-TS               PIC X(26).
           05  CYCL-CLOSED-TS               PIC X(26).
           05  CYCL-PGM                     PIC X(08).

      * MATCHES AUDIT-CHAIN-RECORD IN CUSTCMP (BUG.COB) - THE CHAIN
      * HEAD BEHIND THE "AUDCHAIN" DD/PATH.
       FD  AUDIT-CHAIN-FILE.
       01  AUDIT-CHAIN-RECORD.
           05  CHN-KEY                      PIC X(08).
           05  CHN-LAST-SEQ                 PIC 9(09).
           05  CHN-LAST-CHECK               PIC 9(12).
           05  CHN-LAST-TS                  PIC X(26).
           05  CHN-LAST-PGM                 PIC X(08).

       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-LINE                 PIC X(280).

       FD  AUDIT-ARCH-NEW-FILE.
       01  AUDIT-ARCH-NEW-LINE             PIC X(280).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(280).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-LINE                  PIC X(280).

      * MATCHES CURRENT-MASTER-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "CURRMSTR" DD/PATH CUSTCMP MAINTAINS.
       FD  CURRENT-MASTER-FILE.
       01  CURRENT-MASTER-RECORD.
           05  CURM-CUST-ID                 PIC X(10).
           05  CURM-DATA                    PIC X(100).

      * MATCHES NAME-INDEX-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "NAMEIDX" DD/PATH.
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-CUST-NAME            PIC X(30).
               10  NIX-CUST-ID              PIC X(10).

      * MATCHES SNAPSHOT-RECORD IN CUSTCMP (BUG.COB) - THE FILE BEHIND
      * THE "CUSTHIST" DD/PATH CUSTCMP APPENDS TO.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SNAP-KEY.
               10  SNAP-CUST-ID             PIC X(10).
               10  SNAP-EFF-DATE            PIC X(08).
           05  SNAP-DATA                    PIC X(100).

      * MATCHES SUSPENSE-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "SUSPFILE" DD/PATH.
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

      * MATCHES FEED-CONTROL-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "FEEDCTL" DD/PATH, WITH THE FEED LINE AS SENT.
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  FCTL-KEY.
               10  FCTL-RUN-DATE            PIC X(08).
               10  FCTL-SEQUENCE            PIC 9(09).
           05  FCTL-CUST-ID                 PIC X(10).
           05  FCTL-ACTION                  PIC X(07).
           05  FCTL-ACK-STATUS              PIC X(01).
           05  FCTL-ACK-DATE                PIC X(08).
           05  FCTL-AGE-COUNT               PIC 9(03).
           05  FCTL-FEED-IMAGE              PIC X(150).

      * MATCHES HOLD-RECORD IN CUSTCMP (BUG.COB) - THE FILE BEHIND
      * THE "HOLDFILE" DD/PATH.  ONLY THE TWO IMAGES ARE TOUCHED.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HOLD-CUST-ID                 PIC X(10).
           05  HOLD-STATE                   PIC X(01).
           05  HOLD-RULE-CODE               PIC X(04).
           05  HOLD-RULE-FLAGS              PIC X(03).
           05  HOLD-RULE-TEXT               PIC X(40).
           05  HOLD-HELD-DATE               PIC X(08).
           05  HOLD-EXTRACT-DATE            PIC X(08).
           05  HOLD-BEFORE-IMAGE            PIC X(100).
           05  HOLD-AFTER-IMAGE             PIC X(100).
           05  HOLD-PROPOSAL                PIC X(01).
           05  HOLD-MAKER-ID                PIC X(08).
           05  HOLD-MAKER-TS                PIC X(14).
           05  HOLD-CHECKER-ID              PIC X(08).
           05  HOLD-DECIDED-TS              PIC X(14).
           05  HOLD-FEED-RUN-DATE           PIC X(08).
           05  HOLD-FEED-SEQ                PIC 9(09).

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD                  PIC X(100).

       FD  RECYCLE-NEW-FILE.
       01  RECYCLE-NEW-RECORD              PIC X(100).

      * ONE UNLOADED SNAPSHOT PER LINE, EXACTLY AS CUSTPRG'S
      * 2100-PURGE-ONE-SNAPSHOT WROTE IT - KEY THEN DATA.
       FD  SNAPSHOT-ARCH-FILE.
       01  SNAPSHOT-ARCH-RECORD            PIC X(118).

       FD  SNAPSHOT-ARCH-NEW-FILE.
       01  SNAPSHOT-ARCH-NEW-RECORD        PIC X(118).

      * MATCHES SNAPSHOT-WORK-RECORD IN CUSTARC - THE RETRIEVED
      * HISTORY BEHIND THE "HISTWORK" DD/PATH.
       FD  SNAPSHOT-WORK-FILE.
       01  SNAPSHOT-WORK-RECORD.
           05  SWRK-KEY.
               10  SWRK-CUST-ID             PIC X(10).
               10  SWRK-EFF-DATE            PIC X(08).
           05  SWRK-DATA                    PIC X(100).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-LINE                 PIC X(280).

       FD  AUDIT-WORK-NEW-FILE.
       01  AUDIT-WORK-NEW-LINE             PIC X(280).

      * MATCHES WORK-MASTER-RECORD IN CUSTPIT - THE REBUILT MASTER
      * BEHIND THE "MSTRWORK" DD/PATH.
       FD  WORK-MASTER-FILE.
       01  WORK-MASTER-RECORD.
           05  WORK-CUST-ID                 PIC X(10).
           05  WORK-DATA                    PIC X(100).

      * MATCHES NAME-WORK-RECORD IN CUSTPIT - NAMEIDX IN THE SHAPE
      * THE SWAP NEEDS, BEHIND THE "NAMEWORK" DD/PATH.
       FD  NAME-WORK-FILE.
       01  NAME-WORK-RECORD.
           05  NWRK-KEY.
               10  NWRK-CUST-NAME           PIC X(30).
               10  NWRK-CUST-ID             PIC X(10).

       FD  ERASURE-RPT-FILE.
       01  ERASURE-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      * MATCHES WS-AUDIT-RECORD IN CUSTCMP (BUG.COB), WITH THE ANCHOR
      * LINE CUSTPRG WRITES AND THE ERASED LINE THIS JOB WRITES.
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-ACTION                  PIC X(7).
               88  AUD-ACTION-ANCHOR               VALUE 'ANCHOR'.
               88  AUD-ACTION-ERASED               VALUE 'ERASED'.
           05  AUD-BEFORE-IMAGE            PIC X(100).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

      * THE BEFORE-IMAGE OF AN ERASED LINE - WHICH KEY, WHICH FILE,
      * HOW MANY OF ITS RECORDS WERE MASKED AND UNDER WHAT REQUEST.
      * THE KEY LEADS THE IMAGE AS CUST-ID LEADS A CUSTOMER IMAGE, SO
      * CUSTARC PULLS THE LINE WITH THE REST OF THE KEY'S TRAIL.
       01  WS-ERASED-DETAIL.
           05  ERA-CUST-ID                 PIC X(10).
           05  ERA-FILE                    PIC X(08).
           05  ERA-RECORD-COUNT            PIC 9(09).
           05  ERA-REQUEST-ID              PIC X(10).
           05  ERA-CASE-REF                PIC X(20).
           05  FILLER                      PIC X(43).

      * THE ERASURE MASK.  CUSTCMP CARRIES THE SAME VALUES TO TELL A
      * MASKED RECORD FROM ONE SENT AGAIN UNMASKED - KEEP THEM IN STEP.
       01  WS-ERASED-NAME                  PIC X(30) VALUE 'ERASED'.
       01  WS-ERASED-ADDR                  PIC X(30) VALUE 'ERASED'.

      * EVERY CUSTOMER IMAGE, WHATEVER FILE IT CAME FROM, IS MASKED
      * HERE BY 8200-MASK-IMAGE.
       01  WS-MASK-AREA.
           COPY CUSTREC.

      * THE ARCHIVED SNAPSHOT LINE, KEY AND DATA - SAME BYTES
      * SNAPSHOT-RECORD CARRIES.
       01  WS-ARCH-SNAPSHOT.
           05  WS-ARCH-CUST-ID             PIC X(10).
           05  WS-ARCH-EFF-DATE            PIC X(08).
           05  WS-ARCH-DATA                PIC X(100).

       01  WS-EREQ-STATUS                  PIC XX VALUE SPACES.
           88  WS-EREQ-STATUS-OK                   VALUE '00'.

       01  WS-ERG-STATUS                   PIC XX VALUE SPACES.
           88  WS-ERG-STATUS-OK                    VALUE '00'.
           88  WS-ERG-STATUS-NOT-FOUND             VALUE '35'.

       01  WS-XREF-STATUS                  PIC XX VALUE SPACES.
           88  WS-XREF-STATUS-OK                   VALUE '00'.

       01  WS-CYCL-STATUS                  PIC XX VALUE SPACES.
           88  WS-CYCL-STATUS-OK                   VALUE '00'.
           88  WS-CYCL-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-ACHN-STATUS                  PIC XX VALUE SPACES.
           88  WS-ACHN-STATUS-OK                   VALUE '00'.
           88  WS-ACHN-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-AARC-STATUS                  PIC XX VALUE SPACES.
           88  WS-AARC-STATUS-OK                   VALUE '00'.

       01  WS-AUDT-STATUS                  PIC XX VALUE SPACES.
           88  WS-AUDT-STATUS-OK                   VALUE '00'.

       01  WS-CURM-STATUS                  PIC XX VALUE SPACES.
           88  WS-CURM-STATUS-OK                   VALUE '00'.

       01  WS-NIX-STATUS                   PIC XX VALUE SPACES.
           88  WS-NIX-STATUS-OK                    VALUE '00'.

       01  WS-SNAP-STATUS                  PIC XX VALUE SPACES.
           88  WS-SNAP-STATUS-OK                   VALUE '00'.

       01  WS-SUSP-STATUS                  PIC XX VALUE SPACES.
           88  WS-SUSP-STATUS-OK                   VALUE '00'.

       01  WS-FCTL-STATUS                  PIC XX VALUE SPACES.
           88  WS-FCTL-STATUS-OK                   VALUE '00'.

       01  WS-HOLD-STATUS                  PIC XX VALUE SPACES.
           88  WS-HOLD-STATUS-OK                   VALUE '00'.

       01  WS-RCYC-STATUS                  PIC XX VALUE SPACES.
           88  WS-RCYC-STATUS-OK                   VALUE '00'.

       01  WS-HARC-STATUS                  PIC XX VALUE SPACES.
           88  WS-HARC-STATUS-OK                   VALUE '00'.

       01  WS-SWRK-STATUS                  PIC XX VALUE SPACES.
           88  WS-SWRK-STATUS-OK                   VALUE '00'.

       01  WS-AWRK-STATUS                  PIC XX VALUE SPACES.
           88  WS-AWRK-STATUS-OK                   VALUE '00'.

       01  WS-WORK-STATUS                  PIC XX VALUE SPACES.
           88  WS-WORK-STATUS-OK                   VALUE '00'.

       01  WS-NWRK-STATUS                  PIC XX VALUE SPACES.
           88  WS-NWRK-STATUS-OK                   VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EREQ-OPEN-SW             PIC X VALUE 'N'.
               88  WS-EREQ-OPENED                  VALUE 'Y'.
           05  WS-EREQ-EOF-SW              PIC X VALUE 'N'.
               88  WS-EREQ-EOF                     VALUE 'Y'.
           05  WS-XREF-OPEN-SW             PIC X VALUE 'N'.
               88  WS-XREF-OPENED                  VALUE 'Y'.
           05  WS-XREF-EOF-SW              PIC X VALUE 'N'.
               88  WS-XREF-EOF                     VALUE 'Y'.
           05  WS-PASS-EOF-SW              PIC X VALUE 'N'.
               88  WS-PASS-EOF                     VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF                     VALUE 'Y'.
           05  WS-HEAD-FOUND-SW            PIC X VALUE 'N'.
               88  WS-HEAD-FOUND                   VALUE 'Y'.
           05  WS-CHAIN-STARTED-SW         PIC X VALUE 'N'.
               88  WS-CHAIN-STARTED                VALUE 'Y'.
           05  WS-RESEALING-SW             PIC X VALUE 'N'.
               88  WS-RESEALING                    VALUE 'Y'.
           05  WS-IMAGE-ALTERED-SW         PIC X VALUE 'N'.
               88  WS-IMAGE-ALTERED                VALUE 'Y'.
           05  WS-LINE-ALTERED-SW          PIC X VALUE 'N'.
               88  WS-LINE-ALTERED                 VALUE 'Y'.
           05  WS-KEY-HIT-SW               PIC X VALUE 'N'.
               88  WS-KEY-HIT                      VALUE 'Y'.
           05  WS-MASKING-SW               PIC X VALUE 'N'.
               88  WS-MASKING-STARTED              VALUE 'Y'.

      * THE LIVE KEYED FILE THAT WOULD NOT OPEN, FOR 2960.
       01  WS-FAILED-FILE                  PIC X(08) VALUE SPACES.
       01  WS-FAILED-STATUS                PIC XX VALUE SPACES.

      * THE REQUESTS ACCEPTED OFF ERSREQ.  EACH OWNS A RUN OF THE KEY
      * TABLE - ITS OWN KEY FIRST, THEN EVERY KEY LINKED TO IT ON
      * KEYXREF - SO THE CERTIFICATE CAN ADD UP ITS KEYS' COUNTS.
       01  WS-REQ-MAX                      PIC 9(03) VALUE 50.
       01  WS-REQ-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-REQ-IX                       PIC 9(03) VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-REQ-CUST-ID          PIC X(10).
               10  WS-REQ-CASE-REF         PIC X(20).
               10  WS-REQ-FIRST-KEY        PIC 9(03).
               10  WS-REQ-LAST-KEY         PIC 9(03).
               10  WS-REQ-CUT-SW           PIC X(01).
                   88  WS-REQ-CHAIN-CUT            VALUE 'Y'.

      * EVERY KEY BEING ERASED, WITH THE NUMBER OF RECORDS MASKED
      * UNDER IT IN EACH FILE (SLOTS AS WS-FILE-NAME BELOW).  THE SAME
      * CAP AS CUSTARC APPLIES TO ONE REQUEST'S KEY CHAIN.
       01  WS-KEY-MAX                      PIC 9(03) VALUE 200.
       01  WS-CHAIN-MAX                    PIC 9(03) VALUE 20.
       01  WS-KEY-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-KEY-IX                       PIC 9(03) VALUE ZERO.
       01  WS-KEY-SRCH                     PIC 9(03) VALUE ZERO.
       01  WS-KEY-FOUND-IX                 PIC 9(03) VALUE ZERO.
       01  WS-KEY-CHAIN-SIZE               PIC 9(03) VALUE ZERO.
       01  WS-KEY-TEST-ID                  PIC X(10) VALUE SPACES.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 200 TIMES.
               10  WS-KEY-CUST-ID          PIC X(10).
               10  WS-KEY-REQ-IX           PIC 9(03).
               10  WS-KEY-ERASED-LINES     PIC 9(05).
               10  WS-KEY-FILE-COUNT       PIC 9(09) OCCURS 14 TIMES.

      * THE FILES IN CERTIFICATE ORDER.  A SLOT IS MARKED PRESENT
      * WHEN ITS FILE OPENED; ONE THAT DID NOT IS CERTIFIED AS NOT
      * PRESENT THIS RUN RATHER THAN AS HOLDING NOTHING.
       01  WS-FILE-NAME-VALUES.
           05  FILLER                      PIC X(08) VALUE 'CURRMSTR'.
           05  FILLER                      PIC X(08) VALUE 'NAMEIDX'.
           05  FILLER                      PIC X(08) VALUE 'CUSTHIST'.
           05  FILLER                      PIC X(08) VALUE 'SUSPFILE'.
           05  FILLER                      PIC X(08) VALUE 'FEEDCTL'.
           05  FILLER                      PIC X(08) VALUE 'HOLDFILE'.
           05  FILLER                      PIC X(08) VALUE 'RECYCLE'.
           05  FILLER                      PIC X(08) VALUE 'HISTARCH'.
           05  FILLER                      PIC X(08) VALUE 'AUDTARCH'.
           05  FILLER                      PIC X(08) VALUE 'AUDITLOG'.
           05  FILLER                      PIC X(08) VALUE 'HISTWORK'.
           05  FILLER                      PIC X(08) VALUE 'AUDTWORK'.
           05  FILLER                      PIC X(08) VALUE 'MSTRWORK'.
           05  FILLER                      PIC X(08) VALUE 'NAMEWORK'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME                PIC X(08) OCCURS 14 TIMES.

       01  WS-FILE-STATE-TABLE.
           05  WS-FILE-STATE               PIC X(01) OCCURS 14 TIMES.
               88  WS-FILE-PRESENT                 VALUE 'P'.

       01  WS-FILE-TOTAL-TABLE.
           05  WS-FILE-TOTAL               PIC 9(09) OCCURS 14 TIMES.

       01  WS-FILE-MAX                     PIC 9(02) VALUE 14.
       01  WS-FILE-IX                      PIC 9(02) VALUE ZERO.
       01  WS-SLOT                         PIC 9(02) VALUE ZERO.

       01  WS-FILE-SLOTS.
           05  WS-SLOT-CURRMSTR            PIC 9(02) VALUE 1.
           05  WS-SLOT-NAMEIDX             PIC 9(02) VALUE 2.
           05  WS-SLOT-CUSTHIST            PIC 9(02) VALUE 3.
           05  WS-SLOT-SUSPFILE            PIC 9(02) VALUE 4.
           05  WS-SLOT-FEEDCTL             PIC 9(02) VALUE 5.
           05  WS-SLOT-HOLDFILE            PIC 9(02) VALUE 6.
           05  WS-SLOT-RECYCLE             PIC 9(02) VALUE 7.
           05  WS-SLOT-HISTARCH            PIC 9(02) VALUE 8.
           05  WS-SLOT-AUDTARCH            PIC 9(02) VALUE 9.
           05  WS-SLOT-AUDITLOG            PIC 9(02) VALUE 10.
           05  WS-SLOT-HISTWORK            PIC 9(02) VALUE 11.
           05  WS-SLOT-AUDTWORK            PIC 9(02) VALUE 12.
           05  WS-SLOT-MSTRWORK            PIC 9(02) VALUE 13.
           05  WS-SLOT-NAMEWORK            PIC 9(02) VALUE 14.

      * THE TRAIL WALK.  WS-ORIG-LAST-CHECK FOLLOWS THE LINKS AS
      * WRITTEN, WHICH IS WHAT PROVES THE TRAIL; WS-NEW-LAST-CHECK
      * FOLLOWS THE RESEALED LINKS, WHICH IS WHAT THE NEW TRAIL AND
      * THE AUDCHAIN HEAD CARRY FORWARD.  THEY PART AT THE FIRST
      * CHAINED LINE MASKED.
       01  WS-TRAIL-LAST-SEQ               PIC 9(09) VALUE ZERO.
       01  WS-ORIG-LAST-CHECK              PIC 9(12) VALUE ZERO.
       01  WS-NEW-LAST-CHECK               PIC 9(12) VALUE ZERO.
       01  WS-EXPECTED-SEQ                 PIC 9(09) VALUE ZERO.
       01  WS-HEAD-SEQ                     PIC 9(09) VALUE ZERO.
       01  WS-HEAD-CHECK                   PIC 9(12) VALUE ZERO.
       01  WS-LAST-LINE-TS                 PIC X(26) VALUE SPACES.

      * SAME WORK FIELDS AS CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK, WITH
      * THE SEED SET BY THE CALLER.
       01  WS-CHAIN-MODULUS                PIC 9(12)
                                           VALUE 999999999989.
       01  WS-CHAIN-SEED                   PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-ACCUM                  PIC 9(12) VALUE ZERO.
       01  WS-CHAIN-WORK                   PIC 9(15) VALUE ZERO.
       01  WS-CHAIN-QUOT                   PIC 9(05) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(03) VALUE ZERO.

       01  WS-BREAK-TEXT                   PIC X(50) VALUE SPACES.
       01  WS-FIRST-BREAK-LINE             PIC X(132) VALUE SPACES.

      * A FEEDCTL IMAGE IS THE CHGFEED LINE AS SENT - NAME AND ADDRESS
      * TRIMMED BETWEEN COMMAS, SO THEIR LENGTH VARIES.  THE RUN DATE
      * AND SEQUENCE AT THE TAIL ARE THE RECORD'S OWN KEY, AND 38
      * BYTES AHEAD OF THEM IS THE COMMA THAT CLOSES THE ADDRESS.
       01  WS-FEED-TAG.
           05  WS-FEED-TAG-DATE            PIC X(08).
           05  FILLER                      PIC X(01) VALUE ','.
           05  WS-FEED-TAG-SEQ             PIC 9(09).
       01  WS-FEED-POS                     PIC 9(03) VALUE ZERO.
       01  WS-FEED-TAIL-START              PIC 9(03) VALUE ZERO.
       01  WS-FEED-TAIL-LEN                PIC 9(03) VALUE ZERO.
       01  WS-FEED-NEW-IMAGE               PIC X(150) VALUE SPACES.

       01  WS-ERASE-TS                     PIC X(26) VALUE SPACES.
       01  WS-MASTER-IMAGE                 PIC X(100) VALUE SPACES.
       01  WS-CERT-SUM                     PIC 9(09) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REQ-READ-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-REQ-REJECT-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-CHAIN-CUT-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-TRAIL-LINE-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-LINES-MASKED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-LINES-RESEALED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-ANCHORS-RESEALED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-BREAK-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-ERASED-LINE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-FEED-UNPARSED-COUNT      PIC 9(9) VALUE ZERO.

       01  WS-REQ-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REQD-LINE                PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-REQD-CUST-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-REQD-CASE-REF            PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-REQD-KEYS                PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-REQD-OUTCOME             PIC X(50).

       01  WS-CERT-FILE-DETAIL.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  WS-CERTF-NAME               PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-CERTF-RESULT             PIC X(30).

       01  WS-RPT-NUM                      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-REQ-COUNT = ZERO
               PERFORM 9100-NO-VALID-REQUEST
           END-IF
           PERFORM 1500-MARK-CYCLE-OPEN
           PERFORM 1600-OPEN-AUDIT-CHAIN
           PERFORM 2000-PASS-AUDIT-TRAIL
           IF WS-BREAK-COUNT > ZERO
               PERFORM 2900-REFUSE-ERASURE
           END-IF
           PERFORM 2950-PROVE-LIVE-FILES
           PERFORM 3000-MASK-KEYED-FILES
           PERFORM 4000-MASK-SCANNED-FILES
           PERFORM 5000-MASK-FLAT-FILES
           PERFORM 6000-RECORD-ERASURES
           PERFORM 7000-PRINT-CERTIFICATES
           PERFORM 8990-MARK-CYCLE-CLOSED
           PERFORM 9000-TERMINATE
           STOP RUN.

      * THE REQUESTS ARE READ, CHECKED AND EXPANDED OVER KEYXREF
      * BEFORE ANYTHING ELSE IS OPENED, SO A RUN WITH NOTHING TO DO
      * NEVER TAKES THE CYCLE.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-ERASE-TS
           OPEN OUTPUT ERASURE-RPT-FILE
           MOVE 'CUSTERS CUSTOMER DATA ERASURE REPORT' TO
               ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE ' ERASURE REQUESTS' TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE ' LINE  CUST-ID     CASE REFERENCE' TO ERASURE-RPT-LINE
           MOVE 'KEYS  OUTCOME' TO ERASURE-RPT-LINE(41:13)
           WRITE ERASURE-RPT-LINE
           OPEN INPUT ERASE-REQ-FILE
           IF WS-EREQ-STATUS-OK
               SET WS-EREQ-OPENED TO TRUE
           ELSE
               SET WS-EREQ-EOF TO TRUE
           END-IF
           OPEN INPUT KEY-XREF-FILE
           IF WS-XREF-STATUS-OK
               SET WS-XREF-OPENED TO TRUE
           END-IF
           PERFORM 1100-READ-ONE-REQUEST
               UNTIL WS-EREQ-EOF
           IF WS-EREQ-OPENED
               CLOSE ERASE-REQ-FILE
           END-IF
           IF WS-XREF-OPENED
               CLOSE KEY-XREF-FILE
           END-IF
           IF WS-REQ-READ-COUNT = ZERO
               MOVE '   NONE - ERSREQ EMPTY OR NOT PRESENT' TO
                   ERASURE-RPT-LINE
               WRITE ERASURE-RPT-LINE
           END-IF.

       1100-READ-ONE-REQUEST.
           READ ERASE-REQ-FILE
               AT END
                   SET WS-EREQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQ-READ-COUNT
                   PERFORM 1150-TAKE-ONE-REQUEST
           END-READ.

      * A KEY ALREADY COVERED - NAMED EARLIER OR LINKED TO AN EARLIER
      * REQUEST - IS ERASED UNDER THAT REQUEST AND NOT AGAIN.
       1150-TAKE-ONE-REQUEST.
           MOVE SPACES TO WS-REQ-DETAIL
           MOVE WS-REQ-READ-COUNT TO WS-REQD-LINE
           MOVE ERQ-CUST-ID TO WS-REQD-CUST-ID
           MOVE ERQ-CASE-REF TO WS-REQD-CASE-REF
           MOVE ZERO TO WS-REQD-KEYS
           MOVE ERQ-CUST-ID TO WS-KEY-TEST-ID
           PERFORM 8100-FIND-KEY
           EVALUATE TRUE
               WHEN ERQ-CUST-ID = SPACES
                   ADD 1 TO WS-REQ-REJECT-COUNT
                   MOVE 'REJECTED - NO CUST-ID' TO WS-REQD-OUTCOME
               WHEN ERQ-CASE-REF = SPACES
                   ADD 1 TO WS-REQ-REJECT-COUNT
                   MOVE 'REJECTED - NO CASE REFERENCE' TO
                       WS-REQD-OUTCOME
               WHEN WS-KEY-HIT
                   ADD 1 TO WS-REQ-REJECT-COUNT
                   MOVE 'REJECTED - KEY ALREADY COVERED ABOVE' TO
                       WS-REQD-OUTCOME
               WHEN WS-REQ-COUNT NOT < WS-REQ-MAX
                 OR WS-KEY-COUNT NOT < WS-KEY-MAX
                   ADD 1 TO WS-REQ-REJECT-COUNT
                   MOVE 'REJECTED - RUN FULL, RESUBMIT NEXT RUN' TO
                       WS-REQD-OUTCOME
               WHEN OTHER
                   PERFORM 1200-ACCEPT-REQUEST
           END-EVALUATE
           MOVE WS-REQ-DETAIL TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE.

      * THE REQUESTED KEY TAKES THE FIRST SLOT OF THE REQUEST'S RUN;
      * THE WALK THEN ADDS EVERY KEY LINKED TO ANY KEY ALREADY IN THE
      * RUN, AS CUSTARC'S 0200-BUILD-KEY-CHAIN DOES.
       1200-ACCEPT-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE ERQ-CUST-ID TO WS-REQ-CUST-ID(WS-REQ-COUNT)
           MOVE ERQ-CASE-REF TO WS-REQ-CASE-REF(WS-REQ-COUNT)
           MOVE 'N' TO WS-REQ-CUT-SW(WS-REQ-COUNT)
           COMPUTE WS-REQ-FIRST-KEY(WS-REQ-COUNT) = WS-KEY-COUNT + 1
           PERFORM 8150-ADD-KEY
           IF WS-XREF-OPENED
               PERFORM VARYING WS-KEY-IX
                       FROM WS-REQ-FIRST-KEY(WS-REQ-COUNT) BY 1
                       UNTIL WS-KEY-IX > WS-REQ-LAST-KEY(WS-REQ-COUNT)
                   PERFORM 1210-ADD-LINKS-OF-ONE-KEY
               END-PERFORM
           END-IF
           COMPUTE WS-REQD-KEYS = WS-REQ-LAST-KEY(WS-REQ-COUNT)
               - WS-REQ-FIRST-KEY(WS-REQ-COUNT) + 1
           IF WS-REQ-CHAIN-CUT(WS-REQ-COUNT)
               ADD 1 TO WS-CHAIN-CUT-COUNT
               MOVE 'ACCEPTED - KEY CHAIN CUT AT THE LIMIT' TO
                   WS-REQD-OUTCOME
           ELSE
               MOVE 'ACCEPTED' TO WS-REQD-OUTCOME
           END-IF.

      * KEYXREF IS KEYED LOOKUP ID + DIRECTION + OTHER ID, SO ONE
      * BROWSE FROM THE LOW END OF A KEY'S RANGE DELIVERS ALL ITS
      * LINKS, PREDECESSORS AND SUCCESSORS ALIKE.
       1210-ADD-LINKS-OF-ONE-KEY.
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO XREF-LOOKUP-ID
           MOVE LOW-VALUES TO XREF-DIRECTION
           MOVE LOW-VALUES TO XREF-OTHER-ID
           START KEY-XREF-FILE KEY NOT < XREF-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START
           IF NOT WS-XREF-STATUS-OK
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM 1220-ADD-ONE-LINK
               UNTIL WS-XREF-EOF.

      * A LINKED KEY ALREADY IN THE TABLE - UNDER THIS REQUEST OR AN
      * EARLIER ONE - IS ALREADY BEING ERASED AND IS NOT ADDED TWICE.
       1220-ADD-ONE-LINK.
           READ KEY-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
           END-READ
           IF NOT WS-XREF-STATUS-OK
               SET WS-XREF-EOF TO TRUE
           END-IF
           IF NOT WS-XREF-EOF
               IF XREF-LOOKUP-ID NOT = WS-KEY-CUST-ID(WS-KEY-IX)
                   SET WS-XREF-EOF TO TRUE
               ELSE
                   MOVE XREF-OTHER-ID TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   COMPUTE WS-KEY-CHAIN-SIZE =
                       WS-REQ-LAST-KEY(WS-REQ-COUNT)
                       - WS-REQ-FIRST-KEY(WS-REQ-COUNT) + 1
                   IF NOT WS-KEY-HIT
                       IF WS-KEY-CHAIN-SIZE < WS-CHAIN-MAX
                           AND WS-KEY-COUNT < WS-KEY-MAX
                           PERFORM 8150-ADD-KEY
                       ELSE
                           SET WS-REQ-CHAIN-CUT(WS-REQ-COUNT) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ERASURE REWRITES FILES THE COMPARE AND THE ONLINE DAY BOTH
      * UPDATE, SO IT HOLDS THE SAME INTERLOCK CUSTCMP DOES - AND,
      * UNLIKE CUSTCMP, NEVER RUNS INSIDE A CYCLE SOMEONE ELSE OPENED.
       1500-MARK-CYCLE-OPEN.
           OPEN I-O CYCLE-CONTROL-FILE
           IF WS-CYCL-STATUS-NOT-FOUND
               OPEN OUTPUT CYCLE-CONTROL-FILE
               CLOSE CYCLE-CONTROL-FILE
               OPEN I-O CYCLE-CONTROL-FILE
           END-IF
           MOVE 'CYCLE' TO CYCL-KEY
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                   MOVE 'CYCLE' TO CYCL-KEY
                   SET CYCL-CLOSED TO TRUE
                   MOVE SPACES TO CYCL-OPENED-TS
                   MOVE SPACES TO CYCL-CLOSED-TS
                   MOVE SPACES TO CYCL-PGM
                   WRITE CYCLE-CONTROL-RECORD
           END-READ
           IF CYCL-OPEN
               PERFORM 1550-REFUSE-OPEN-CYCLE
           END-IF
           SET CYCL-OPEN TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CYCL-OPENED-TS
           MOVE SPACES TO CYCL-CLOSED-TS
           MOVE 'CUSTERS' TO CYCL-PGM
           REWRITE CYCLE-CONTROL-RECORD.

       1550-REFUSE-OPEN-CYCLE.
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'CYCLE ALREADY OPEN ON CYCLCTL BY ' DELIMITED BY SIZE
                  CYCL-PGM DELIMITED BY SPACE
                  ' - NOTHING ERASED' DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE 'ERS STATUS: CYCLE OPEN - ERASURE REFUSED' TO
               ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           CLOSE ERASURE-RPT-FILE
           CLOSE CYCLE-CONTROL-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * THE HEAD IS HELD OPEN FOR THE RUN - IT IS PROVED AGAINST THE
      * END OF THE TRAIL AND MOVED ONTO THE LAST ERASED LINE.  NOTHING
      * ELSE CAN APPEND WHILE THE CYCLE IS OPEN.
       1600-OPEN-AUDIT-CHAIN.
           OPEN I-O AUDIT-CHAIN-FILE
           IF WS-ACHN-STATUS-NOT-FOUND
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF
           MOVE 'HEAD' TO CHN-KEY
           READ AUDIT-CHAIN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HEAD-FOUND TO TRUE
                   MOVE CHN-LAST-SEQ TO WS-HEAD-SEQ
                   MOVE CHN-LAST-CHECK TO WS-HEAD-CHECK
           END-READ.

      * THE WHOLE TRAIL IN ORDER - THE ARCHIVE GENERATIONS, OLDEST
      * FIRST, THEN THE LIVE LOG - IS PROVED LINK BY LINK AS CUSTAVF
      * PROVES IT, MASKED, AND COPIED TO THE NEW FILES.  AUDITNEW STAYS
      * OPEN FOR THE ERASED LINES 6000 ADDS AT THE END.
       2000-PASS-AUDIT-TRAIL.
           OPEN INPUT AUDIT-ARCH-FILE
           IF WS-AARC-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-AUDTARCH) TO TRUE
               MOVE WS-SLOT-AUDTARCH TO WS-SLOT
               OPEN OUTPUT AUDIT-ARCH-NEW-FILE
               MOVE 'N' TO WS-PASS-EOF-SW
               PERFORM 2100-PASS-ONE-ARCH-LINE
                   UNTIL WS-PASS-EOF
               CLOSE AUDIT-ARCH-FILE
               CLOSE AUDIT-ARCH-NEW-FILE
           END-IF
           OPEN OUTPUT AUDIT-NEW-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDT-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-AUDITLOG) TO TRUE
               MOVE WS-SLOT-AUDITLOG TO WS-SLOT
               MOVE 'N' TO WS-PASS-EOF-SW
               PERFORM 2150-PASS-ONE-LIVE-LINE
                   UNTIL WS-PASS-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM 2800-CHECK-CHAIN-HEAD.

       2100-PASS-ONE-ARCH-LINE.
           READ AUDIT-ARCH-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM 2200-TAKE-TRAIL-LINE
                   WRITE AUDIT-ARCH-NEW-LINE FROM WS-AUDIT-RECORD
           END-READ.

       2150-PASS-ONE-LIVE-LINE.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM 2200-TAKE-TRAIL-LINE
                   WRITE AUDIT-NEW-LINE FROM WS-AUDIT-RECORD
           END-READ.

       2200-TAKE-TRAIL-LINE.
           ADD 1 TO WS-TRAIL-LINE-COUNT
           MOVE 'N' TO WS-LINE-ALTERED-SW
           EVALUATE TRUE
               WHEN AUD-ACTION-ANCHOR AND AUD-SOURCE-PGM = 'CUSTPRG'
                   PERFORM 2300-TAKE-ANCHOR
               WHEN AUD-CHAIN-SEQ NUMERIC AND AUD-CHAIN-CHECK NUMERIC
                   PERFORM 2400-TAKE-CHAINED-LINE
               WHEN OTHER
                   PERFORM 2500-TAKE-UNCHAINED-LINE
           END-EVALUATE
           IF WS-LINE-ALTERED
               ADD 1 TO WS-LINES-MASKED-COUNT
           END-IF.

      * AN ANCHOR CARRIES THE LINK OF THE LINE AHEAD OF IT, SO ONCE
      * THE RESEAL HAS STARTED IT TAKES THE RESEALED LINK.  THE FIRST
      * ANCHOR ON THE TRAIL IS WHERE THE CHAIN IS TAKEN UP WHEN THE
      * OLDEST GENERATIONS HAVE GONE OUT OF RETENTION.
       2300-TAKE-ANCHOR.
           EVALUATE TRUE
               WHEN AUD-CHAIN-SEQ NOT NUMERIC
                 OR AUD-CHAIN-CHECK NOT NUMERIC
                   MOVE 'ANCHOR CARRIES NO LINK' TO WS-BREAK-TEXT
                   PERFORM 2700-RECORD-BREAK
               WHEN NOT WS-CHAIN-STARTED
                   MOVE AUD-CHAIN-SEQ TO WS-TRAIL-LAST-SEQ
                   MOVE AUD-CHAIN-CHECK TO WS-ORIG-LAST-CHECK
                   MOVE AUD-CHAIN-CHECK TO WS-NEW-LAST-CHECK
                   IF AUD-CHAIN-SEQ > ZERO
                       SET WS-CHAIN-STARTED TO TRUE
                   END-IF
               WHEN AUD-CHAIN-SEQ = WS-TRAIL-LAST-SEQ
                AND AUD-CHAIN-CHECK = WS-ORIG-LAST-CHECK
                   IF WS-RESEALING
                       MOVE WS-NEW-LAST-CHECK TO AUD-CHAIN-CHECK
                       ADD 1 TO WS-ANCHORS-RESEALED-COUNT
                   END-IF
               WHEN OTHER
                   MOVE 'ANCHOR DOES NOT MEET THE LINE BEFORE IT' TO
                       WS-BREAK-TEXT
                   PERFORM 2700-RECORD-BREAK
           END-EVALUATE.

      * THE LINE IS PROVED AS WRITTEN FIRST, THEN MASKED.  FROM THE
      * FIRST LINE MASKED ON, EVERY CHAINED LINE IS RESEALED OFF THE
      * RESEALED LINE BEFORE IT - ITS SEQUENCE NEVER CHANGES.
       2400-TAKE-CHAINED-LINE.
           COMPUTE WS-EXPECTED-SEQ = WS-TRAIL-LAST-SEQ + 1
           IF AUD-CHAIN-SEQ NOT = WS-EXPECTED-SEQ
               MOVE 'SEQUENCE GAP, REPEAT OR REORDER' TO WS-BREAK-TEXT
               PERFORM 2700-RECORD-BREAK
           ELSE
               MOVE WS-ORIG-LAST-CHECK TO WS-CHAIN-SEED
               PERFORM 8300-COMPUTE-CHAIN-CHECK
               IF WS-CHAIN-ACCUM NOT = AUD-CHAIN-CHECK
                   MOVE 'LINK BROKEN - LINE ALTERED OR REPLACED' TO
                       WS-BREAK-TEXT
                   PERFORM 2700-RECORD-BREAK
               END-IF
           END-IF
           MOVE AUD-CHAIN-SEQ TO WS-TRAIL-LAST-SEQ
           MOVE AUD-CHAIN-CHECK TO WS-ORIG-LAST-CHECK
           SET WS-CHAIN-STARTED TO TRUE
           PERFORM 2600-MASK-AUDIT-LINE
           IF WS-LINE-ALTERED
               SET WS-RESEALING TO TRUE
           END-IF
           IF WS-RESEALING
               MOVE WS-NEW-LAST-CHECK TO WS-CHAIN-SEED
               PERFORM 8300-COMPUTE-CHAIN-CHECK
               MOVE WS-CHAIN-ACCUM TO AUD-CHAIN-CHECK
               ADD 1 TO WS-LINES-RESEALED-COUNT
           END-IF
           MOVE AUD-CHAIN-CHECK TO WS-NEW-LAST-CHECK.

      * LINES WRITTEN BEFORE THE CHAIN EXISTED ARE MASKED LIKE ANY
      * OTHER; ONE WITHOUT A LINK AFTER THE CHAIN STARTED IS A BREAK.
       2500-TAKE-UNCHAINED-LINE.
           IF WS-CHAIN-STARTED
               MOVE 'LINE CARRIES NO LINK AFTER THE CHAIN STARTED' TO
                   WS-BREAK-TEXT
               PERFORM 2700-RECORD-BREAK
           END-IF
           PERFORM 2600-MASK-AUDIT-LINE.

      * A LINE BELONGS TO AN ERASED KEY BY ITS AUDIT KEY OR BY THE
      * CUST-ID LEADING EITHER IMAGE - A RE-KEY LINE CARRIES THE OLD
      * KEY IN ITS BEFORE-IMAGE.  ERASED LINES ALREADY HOLD NOTHING
      * TO MASK.
       2600-MASK-AUDIT-LINE.
           IF NOT AUD-ACTION-ERASED
               MOVE AUD-KEY TO WS-KEY-TEST-ID
               PERFORM 8100-FIND-KEY
               IF NOT WS-KEY-HIT
                   MOVE AUD-BEFORE-IMAGE(1:10) TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
               END-IF
               IF NOT WS-KEY-HIT
                   MOVE AUD-AFTER-IMAGE(1:10) TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
               END-IF
               IF WS-KEY-HIT
                   PERFORM 2650-MASK-AUDIT-IMAGES
               END-IF
           END-IF.

       2650-MASK-AUDIT-IMAGES.
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE AUD-BEFORE-IMAGE TO WS-MASK-AREA
               PERFORM 8200-MASK-IMAGE
               IF WS-IMAGE-ALTERED
                   MOVE WS-MASK-AREA TO AUD-BEFORE-IMAGE
                   SET WS-LINE-ALTERED TO TRUE
               END-IF
           END-IF
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE AUD-AFTER-IMAGE TO WS-MASK-AREA
               PERFORM 8200-MASK-IMAGE
               IF WS-IMAGE-ALTERED
                   MOVE WS-MASK-AREA TO AUD-AFTER-IMAGE
                   SET WS-LINE-ALTERED TO TRUE
               END-IF
           END-IF
           IF WS-LINE-ALTERED
               PERFORM 8400-COUNT-HIT
           END-IF.

      * ONE BREAK IS ENOUGH TO REFUSE THE RUN; THE FIRST IS KEPT FOR
      * THE REPORT AND THE REST ARE COUNTED.  CUSTAVF LISTS THEM ALL.
       2700-RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-BREAK-COUNT = 1
               MOVE WS-TRAIL-LINE-COUNT TO WS-RPT-NUM
               MOVE SPACES TO WS-FIRST-BREAK-LINE
               STRING ' ' DELIMITED BY SIZE
                      WS-FILE-NAME(WS-SLOT) DELIMITED BY SIZE
                      ' LINE' DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      AUD-KEY DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      AUD-TIMESTAMP(1:14) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BREAK-TEXT DELIMITED BY SIZE
                   INTO WS-FIRST-BREAK-LINE
           END-IF
           MOVE SPACES TO WS-BREAK-TEXT.

      * THE TRAIL AS WRITTEN MUST END ON THE LINK THE HEAD HOLDS, OR
      * LINES HAVE BEEN CUT OFF OR ADDED BEHIND THE APPENDERS' BACKS.
       2800-CHECK-CHAIN-HEAD.
           MOVE WS-SLOT-AUDITLOG TO WS-SLOT
           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE 'AUDCHAIN' TO AUD-KEY
           EVALUATE TRUE
               WHEN NOT WS-HEAD-FOUND AND WS-TRAIL-LAST-SEQ = ZERO
                   CONTINUE
               WHEN NOT WS-HEAD-FOUND
                   MOVE 'NO AUDCHAIN HEAD TO PROVE THE TAIL AGAINST'
                       TO WS-BREAK-TEXT
                   PERFORM 2700-RECORD-BREAK
               WHEN WS-HEAD-SEQ NOT = WS-TRAIL-LAST-SEQ
                 OR WS-HEAD-CHECK NOT = WS-ORIG-LAST-CHECK
                   MOVE 'LAST LINE DOES NOT MATCH THE AUDCHAIN HEAD'
                       TO WS-BREAK-TEXT
                   PERFORM 2700-RECORD-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * NO KEYED FILE HAS BEEN OPENED YET AND THE HEAD HAS NOT MOVED.
      * THE PART-WRITTEN NEW FILES ARE NOT SWAPPED IN ON RC 12.
       2900-REFUSE-ERASURE.
           CLOSE AUDIT-NEW-FILE
           CLOSE AUDIT-CHAIN-FILE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-BREAK-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'AUDIT TRAIL BREAKS FOUND  . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE 'FIRST BROKEN LINK:' TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-FIRST-BREAK-LINE TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE 'RUN CUSTAVF FOR THE FULL LIST - NOTHING ERASED' TO
               ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           PERFORM 8990-MARK-CYCLE-CLOSED
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE 'ERS STATUS: AUDIT TRAIL NOT PROVEN - ERASURE REFUSED'
               TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           CLOSE ERASURE-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * THE LIVE KEYED FILES ARE ALWAYS THERE ONCE CUSTCMP HAS RUN, SO
      * ONE THAT WILL NOT OPEN IS A FAULT, NOT AN EMPTY FILE - AND
      * CERTIFYING IT AS NOT PRESENT WOULD LEAVE THE KEY ON IT.  EACH
      * IS OPENED AS 3000/4000 WILL OPEN IT BEFORE ANYTHING IS
      * DELETED OR MASKED, AND THE RUN IS REFUSED IF ONE FAILS.
       2950-PROVE-LIVE-FILES.
           OPEN I-O NAME-INDEX-FILE
           IF WS-NIX-STATUS-OK
               CLOSE NAME-INDEX-FILE
           ELSE
               MOVE 'NAMEIDX' TO WS-FAILED-FILE
               MOVE WS-NIX-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF
           OPEN I-O CURRENT-MASTER-FILE
           IF WS-CURM-STATUS-OK
               CLOSE CURRENT-MASTER-FILE
           ELSE
               MOVE 'CURRMSTR' TO WS-FAILED-FILE
               MOVE WS-CURM-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-STATUS-OK
               CLOSE SNAPSHOT-FILE
           ELSE
               MOVE 'CUSTHIST' TO WS-FAILED-FILE
               MOVE WS-SNAP-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS-OK
               CLOSE HOLD-FILE
           ELSE
               MOVE 'HOLDFILE' TO WS-FAILED-FILE
               MOVE WS-HOLD-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS-OK
               CLOSE SUSPENSE-FILE
           ELSE
               MOVE 'SUSPFILE' TO WS-FAILED-FILE
               MOVE WS-SUSP-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF
           OPEN I-O FEED-CONTROL-FILE
           IF WS-FCTL-STATUS-OK
               CLOSE FEED-CONTROL-FILE
           ELSE
               MOVE 'FEEDCTL' TO WS-FAILED-FILE
               MOVE WS-FCTL-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF.

      * BEFORE MASKING STARTS NOTHING HAS CHANGED: THE CYCLE IS CLOSED
      * AND THE PART-WRITTEN NEW FILES ARE NOT SWAPPED IN ON RC 12, AS
      * IN 2900.  A LIVE FILE LOST AFTER 3100 HAS STARTED DELETING
      * LEAVES THE ERASURE PART DONE - THE CYCLE IS LEFT OPEN SO NO
      * COMPARE OR APPLY RUNS OVER IT UNTIL THE FILE IS RECOVERED AND
      * THE CYCLE RESET, AND THE ERASURE RERUN IN FULL.
       2960-REFUSE-LIVE-FILE.
           CLOSE AUDIT-NEW-FILE
           CLOSE AUDIT-CHAIN-FILE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING WS-FAILED-FILE DELIMITED BY SPACE
                  ' OPEN FAILED - STATUS ' DELIMITED BY SIZE
                  WS-FAILED-STATUS DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           IF WS-MASKING-STARTED
               MOVE 'ERS STATUS: ERASURE PART DONE - CYCLE LEFT OPEN - R
      -        'ECOVER THE FILE AND RERUN' TO ERASURE-RPT-LINE
           ELSE
               PERFORM 8990-MARK-CYCLE-CLOSED
               MOVE 'ERS STATUS: LIVE FILE UNAVAILABLE - ERASURE REFUSE
      -        'D' TO ERASURE-RPT-LINE
           END-IF
           WRITE ERASURE-RPT-LINE
           CLOSE ERASURE-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * THE KEYED FILES ARE MASKED IN PLACE.  A WORK COPY THAT IS NOT
      * THERE (THEY EXIST ONLY AFTER A CUSTARC OR CUSTPIT RUN) IS
      * CERTIFIED AS NOT PRESENT.  THE NAME INDEXES ARE SWEPT
      * BEFORE THEIR MASTERS ARE MASKED - THE ENTRY UNDER THE OLD NAME
      * GOES, AND THE MASTER PASS FILES ONE UNDER THE MASK.
       3000-MASK-KEYED-FILES.
           SET WS-MASKING-STARTED TO TRUE
           PERFORM 3100-SWEEP-NAME-INDEX
           PERFORM 3200-MASK-CURRENT-MASTER
           PERFORM 3300-MASK-HISTORY
           PERFORM 3400-MASK-HOLD-FILE
           PERFORM 3500-SWEEP-NAME-WORK
           PERFORM 3600-MASK-WORK-MASTER
           PERFORM 3700-MASK-HISTORY-WORK.

      * NAMEIDX IS KEYED BY THE NAME ITSELF - THE ONLY WAY TO MASK AN
      * ENTRY IS TO DELETE IT.  THE FILE STAYS OPEN FOR 3200.
       3100-SWEEP-NAME-INDEX.
           OPEN I-O NAME-INDEX-FILE
           IF WS-NIX-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-NAMEIDX) TO TRUE
               MOVE WS-SLOT-NAMEIDX TO WS-SLOT
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 3110-SWEEP-ONE-NAME-ENTRY
                   UNTIL WS-SCAN-EOF
           ELSE
               MOVE 'NAMEIDX' TO WS-FAILED-FILE
               MOVE WS-NIX-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF.

       3110-SWEEP-ONE-NAME-ENTRY.
           READ NAME-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE NIX-CUST-ID TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   IF WS-KEY-HIT
                       AND NIX-CUST-NAME NOT = WS-ERASED-NAME
                       DELETE NAME-INDEX-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM 8400-COUNT-HIT
                   END-IF
           END-READ.

      * CURRMSTR STAYS OPEN - 6200 PUTS EACH KEY'S MASKED MASTER ON
      * ITS ERASED LINES AS THE AFTER-IMAGE.
       3200-MASK-CURRENT-MASTER.
           OPEN I-O CURRENT-MASTER-FILE
           IF WS-CURM-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-CURRMSTR) TO TRUE
               MOVE WS-SLOT-CURRMSTR TO WS-SLOT
               PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                       UNTIL WS-KEY-IX > WS-KEY-COUNT
                   PERFORM 3210-MASK-ONE-MASTER
               END-PERFORM
           ELSE
               MOVE 'CURRMSTR' TO WS-FAILED-FILE
               MOVE WS-CURM-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF
           IF WS-FILE-PRESENT(WS-SLOT-NAMEIDX)
               CLOSE NAME-INDEX-FILE
           END-IF.

       3210-MASK-ONE-MASTER.
           MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO CURM-CUST-ID
           READ CURRENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CURM-DATA TO WS-MASK-AREA
                   PERFORM 8200-MASK-IMAGE
                   IF WS-IMAGE-ALTERED
                       MOVE WS-MASK-AREA TO CURM-DATA
                       REWRITE CURRENT-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 8400-COUNT-HIT
                   END-IF
                   IF WS-FILE-PRESENT(WS-SLOT-NAMEIDX)
                       MOVE CUST-NAME OF WS-MASK-AREA TO NIX-CUST-NAME
                       MOVE CURM-CUST-ID TO NIX-CUST-ID
                       WRITE NAME-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

       3300-MASK-HISTORY.
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-CUSTHIST) TO TRUE
               MOVE WS-SLOT-CUSTHIST TO WS-SLOT
               PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                       UNTIL WS-KEY-IX > WS-KEY-COUNT
                   PERFORM 3310-MASK-ONE-KEY-HISTORY
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           ELSE
               MOVE 'CUSTHIST' TO WS-FAILED-FILE
               MOVE WS-SNAP-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF.

      * ONE BROWSE FROM THE LOW END OF THE KEY'S DATES DELIVERS EVERY
      * SNAPSHOT IT HAS.
       3310-MASK-ONE-KEY-HISTORY.
           MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO SNAP-CUST-ID
           MOVE LOW-VALUES TO SNAP-EFF-DATE
           START SNAPSHOT-FILE KEY NOT < SNAP-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3320-MASK-ONE-SNAPSHOT
               UNTIL WS-SCAN-EOF.

       3320-MASK-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SNAP-STATUS-OK
               SET WS-SCAN-EOF TO TRUE
           END-IF
           IF NOT WS-SCAN-EOF
               IF SNAP-CUST-ID NOT = WS-KEY-CUST-ID(WS-KEY-IX)
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   MOVE SNAP-DATA TO WS-MASK-AREA
                   PERFORM 8200-MASK-IMAGE
                   IF WS-IMAGE-ALTERED
                       MOVE WS-MASK-AREA TO SNAP-DATA
                       REWRITE SNAPSHOT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 8400-COUNT-HIT
                   END-IF
               END-IF
           END-IF.

      * A HELD CHANGE CARRIES THE IMAGES EITHER SIDE OF IT; BOTH ARE
      * MASKED AND THE HOLD COUNTS AS ONE RECORD.  THE DECISION
      * FIELDS ARE LEFT AS THEY ARE.
       3400-MASK-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-HOLDFILE) TO TRUE
               MOVE WS-SLOT-HOLDFILE TO WS-SLOT
               PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                       UNTIL WS-KEY-IX > WS-KEY-COUNT
                   PERFORM 3410-MASK-ONE-HOLD
               END-PERFORM
               CLOSE HOLD-FILE
           ELSE
               MOVE 'HOLDFILE' TO WS-FAILED-FILE
               MOVE WS-HOLD-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF.

       3410-MASK-ONE-HOLD.
           MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
           MOVE 'N' TO WS-LINE-ALTERED-SW
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO HOLD-CUST-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-BEFORE-IMAGE NOT = SPACES
                       MOVE HOLD-BEFORE-IMAGE TO WS-MASK-AREA
                       PERFORM 8200-MASK-IMAGE
                       IF WS-IMAGE-ALTERED
                           MOVE WS-MASK-AREA TO HOLD-BEFORE-IMAGE
                           SET WS-LINE-ALTERED TO TRUE
                       END-IF
                   END-IF
                   IF HOLD-AFTER-IMAGE NOT = SPACES
                       MOVE HOLD-AFTER-IMAGE TO WS-MASK-AREA
                       PERFORM 8200-MASK-IMAGE
                       IF WS-IMAGE-ALTERED
                           MOVE WS-MASK-AREA TO HOLD-AFTER-IMAGE
                           SET WS-LINE-ALTERED TO TRUE
                       END-IF
                   END-IF
                   IF WS-LINE-ALTERED
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 8400-COUNT-HIT
                   END-IF
           END-READ.

      * NAMEWORK AND MSTRWORK ARE CUSTPIT'S REBUILT PAIR, WAITING FOR
      * A SWAP - THEY ARE TREATED EXACTLY AS NAMEIDX AND CURRMSTR.
       3500-SWEEP-NAME-WORK.
           OPEN I-O NAME-WORK-FILE
           IF WS-NWRK-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-NAMEWORK) TO TRUE
               MOVE WS-SLOT-NAMEWORK TO WS-SLOT
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 3510-SWEEP-ONE-NAME-WORK
                   UNTIL WS-SCAN-EOF
           END-IF.

       3510-SWEEP-ONE-NAME-WORK.
           READ NAME-WORK-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE NWRK-CUST-ID TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   IF WS-KEY-HIT
                       AND NWRK-CUST-NAME NOT = WS-ERASED-NAME
                       DELETE NAME-WORK-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM 8400-COUNT-HIT
                   END-IF
           END-READ.

       3600-MASK-WORK-MASTER.
           OPEN I-O WORK-MASTER-FILE
           IF WS-WORK-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-MSTRWORK) TO TRUE
               MOVE WS-SLOT-MSTRWORK TO WS-SLOT
               PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                       UNTIL WS-KEY-IX > WS-KEY-COUNT
                   PERFORM 3610-MASK-ONE-WORK-MASTER
               END-PERFORM
               CLOSE WORK-MASTER-FILE
           END-IF
           IF WS-FILE-PRESENT(WS-SLOT-NAMEWORK)
               CLOSE NAME-WORK-FILE
           END-IF.

       3610-MASK-ONE-WORK-MASTER.
           MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO WORK-CUST-ID
           READ WORK-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WORK-DATA TO WS-MASK-AREA
                   PERFORM 8200-MASK-IMAGE
                   IF WS-IMAGE-ALTERED
                       MOVE WS-MASK-AREA TO WORK-DATA
                       REWRITE WORK-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 8400-COUNT-HIT
                   END-IF
                   IF WS-FILE-PRESENT(WS-SLOT-NAMEWORK)
                       MOVE CUST-NAME OF WS-MASK-AREA TO NWRK-CUST-NAME
                       MOVE WORK-CUST-ID TO NWRK-CUST-ID
                       WRITE NAME-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      * HISTWORK IS CUSTARC'S RETRIEVED HISTORY - SAME SHAPE AND SAME
      * BROWSE AS CUSTHIST.
       3700-MASK-HISTORY-WORK.
           OPEN I-O SNAPSHOT-WORK-FILE
           IF WS-SWRK-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-HISTWORK) TO TRUE
               MOVE WS-SLOT-HISTWORK TO WS-SLOT
               PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                       UNTIL WS-KEY-IX > WS-KEY-COUNT
                   PERFORM 3710-MASK-ONE-KEY-WORK
               END-PERFORM
               CLOSE SNAPSHOT-WORK-FILE
           END-IF.

       3710-MASK-ONE-KEY-WORK.
           MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO SWRK-CUST-ID
           MOVE LOW-VALUES TO SWRK-EFF-DATE
           START SNAPSHOT-WORK-FILE KEY NOT < SWRK-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3720-MASK-ONE-WORK-SNAPSHOT
               UNTIL WS-SCAN-EOF.

       3720-MASK-ONE-WORK-SNAPSHOT.
           READ SNAPSHOT-WORK-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SWRK-STATUS-OK
               SET WS-SCAN-EOF TO TRUE
           END-IF
           IF NOT WS-SCAN-EOF
               IF SWRK-CUST-ID NOT = WS-KEY-CUST-ID(WS-KEY-IX)
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   MOVE SWRK-DATA TO WS-MASK-AREA
                   PERFORM 8200-MASK-IMAGE
                   IF WS-IMAGE-ALTERED
                       MOVE WS-MASK-AREA TO SWRK-DATA
                       REWRITE SNAPSHOT-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM 8400-COUNT-HIT
                   END-IF
               END-IF
           END-IF.

      * SUSPFILE AND FEEDCTL ARE NOT KEYED BY CUST-ID, SO EACH IS READ
      * END TO END ONCE AND EVERY RECORD TESTED AGAINST THE KEY TABLE.
       4000-MASK-SCANNED-FILES.
           PERFORM 4100-MASK-SUSPENSE
           PERFORM 4200-MASK-FEED-CONTROL.

       4100-MASK-SUSPENSE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-SUSPFILE) TO TRUE
               MOVE WS-SLOT-SUSPFILE TO WS-SLOT
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 4110-MASK-ONE-SUSPENSE
                   UNTIL WS-SCAN-EOF
               CLOSE SUSPENSE-FILE
           ELSE
               MOVE 'SUSPFILE' TO WS-FAILED-FILE
               MOVE WS-SUSP-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF.

      * A REJECTED RECORD MAY CARRY A BAD KEY IN THE SUSPENSE KEY AND
      * A GOOD ONE IN ITS RAW IMAGE, OR THE OTHER WAY ROUND - EITHER
      * TIES IT TO THE ERASED KEY.
       4110-MASK-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE SUSP-CUST-ID TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   IF NOT WS-KEY-HIT
                       MOVE SUSP-RAW-IMAGE(1:10) TO WS-KEY-TEST-ID
                       PERFORM 8100-FIND-KEY
                   END-IF
                   IF WS-KEY-HIT AND SUSP-RAW-IMAGE NOT = SPACES
                       MOVE SUSP-RAW-IMAGE TO WS-MASK-AREA
                       PERFORM 8200-MASK-IMAGE
                       IF WS-IMAGE-ALTERED
                           MOVE WS-MASK-AREA TO SUSP-RAW-IMAGE
                           REWRITE SUSPENSE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           PERFORM 8400-COUNT-HIT
                       END-IF
                   END-IF
           END-READ.

       4200-MASK-FEED-CONTROL.
           OPEN I-O FEED-CONTROL-FILE
           IF WS-FCTL-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-FEEDCTL) TO TRUE
               MOVE WS-SLOT-FEEDCTL TO WS-SLOT
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 4210-MASK-ONE-FEED-ENTRY
                   UNTIL WS-SCAN-EOF
               CLOSE FEED-CONTROL-FILE
           ELSE
               MOVE 'FEEDCTL' TO WS-FAILED-FILE
               MOVE WS-FCTL-STATUS TO WS-FAILED-STATUS
               PERFORM 2960-REFUSE-LIVE-FILE
           END-IF.

       4210-MASK-ONE-FEED-ENTRY.
           READ FEED-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE FCTL-CUST-ID TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   IF WS-KEY-HIT
                       PERFORM 4250-MASK-FEED-IMAGE
                   END-IF
           END-READ.

      * THE STORED LINE IS REBUILT AS 6000-WRITE-EXTRACT-FEED IN
      * CUSTCMP BUILDS IT: KEY AND ACTION (BYTES 1-19) AS SENT, THE
      * MASK FOR NAME AND ADDRESS, AND EVERYTHING FROM THE COMMA AFTER
      * THE ADDRESS ON AS SENT.  THAT COMMA IS FOUND FROM THE LINE'S
      * OWN RUN DATE AND SEQUENCE, SEARCHED FOR FROM THE RIGHT SO NO
      * NAME OR ADDRESS TEXT CAN BE TAKEN FOR THEM.  A LINE WHOSE TAIL
      * CANNOT BE FOUND KEEPS ITS KEY AND ACTION AND LOSES THE REST -
      * CUSTACK THEN HAS NOTHING TO RE-EXTRACT, WHICH IS COUNTED.
       4250-MASK-FEED-IMAGE.
           MOVE FCTL-RUN-DATE TO WS-FEED-TAG-DATE
           MOVE FCTL-SEQUENCE TO WS-FEED-TAG-SEQ
           MOVE ZERO TO WS-FEED-TAIL-START
           PERFORM VARYING WS-FEED-POS FROM 133 BY -1
                   UNTIL WS-FEED-POS < 59
                      OR WS-FEED-TAIL-START > ZERO
               IF FCTL-FEED-IMAGE(WS-FEED-POS:18) = WS-FEED-TAG
                   AND FCTL-FEED-IMAGE(WS-FEED-POS - 38:1) = ','
                   COMPUTE WS-FEED-TAIL-START = WS-FEED-POS - 38
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FEED-NEW-IMAGE
           IF WS-FEED-TAIL-START > ZERO
               COMPUTE WS-FEED-TAIL-LEN = 151 - WS-FEED-TAIL-START
               STRING FCTL-FEED-IMAGE(1:19) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERASED-NAME) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERASED-ADDR) DELIMITED BY SIZE
                      FCTL-FEED-IMAGE(WS-FEED-TAIL-START:
                          WS-FEED-TAIL-LEN) DELIMITED BY SIZE
                   INTO WS-FEED-NEW-IMAGE
           ELSE
               STRING FCTL-FEED-IMAGE(1:19) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERASED-NAME) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERASED-ADDR) DELIMITED BY SIZE
                   INTO WS-FEED-NEW-IMAGE
           END-IF
           IF WS-FEED-NEW-IMAGE NOT = FCTL-FEED-IMAGE
               IF WS-FEED-TAIL-START = ZERO
                   ADD 1 TO WS-FEED-UNPARSED-COUNT
               END-IF
               MOVE WS-FEED-NEW-IMAGE TO FCTL-FEED-IMAGE
               REWRITE FEED-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 8400-COUNT-HIT
           END-IF.

      * THE FLAT FILES ARE COPIED, MASKED, TO THEIR NEW FILES.  ONE
      * THAT IS NOT THERE GETS NO NEW FILE AND NOTHING IS SWAPPED.
       5000-MASK-FLAT-FILES.
           PERFORM 5100-MASK-RECYCLE
           PERFORM 5200-MASK-HISTORY-ARCHIVE
           PERFORM 5300-MASK-AUDIT-WORK.

       5100-MASK-RECYCLE.
           OPEN INPUT RECYCLE-FILE
           IF WS-RCYC-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-RECYCLE) TO TRUE
               MOVE WS-SLOT-RECYCLE TO WS-SLOT
               OPEN OUTPUT RECYCLE-NEW-FILE
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 5110-MASK-ONE-RECYCLE
                   UNTIL WS-SCAN-EOF
               CLOSE RECYCLE-FILE
               CLOSE RECYCLE-NEW-FILE
           END-IF.

       5110-MASK-ONE-RECYCLE.
           READ RECYCLE-FILE INTO WS-MASK-AREA
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE CUST-ID OF WS-MASK-AREA TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   IF WS-KEY-HIT
                       PERFORM 8200-MASK-IMAGE
                       IF WS-IMAGE-ALTERED
                           PERFORM 8400-COUNT-HIT
                       END-IF
                   END-IF
                   WRITE RECYCLE-NEW-RECORD FROM WS-MASK-AREA
           END-READ.

       5200-MASK-HISTORY-ARCHIVE.
           OPEN INPUT SNAPSHOT-ARCH-FILE
           IF WS-HARC-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-HISTARCH) TO TRUE
               MOVE WS-SLOT-HISTARCH TO WS-SLOT
               OPEN OUTPUT SNAPSHOT-ARCH-NEW-FILE
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 5210-MASK-ONE-ARCH-SNAPSHOT
                   UNTIL WS-SCAN-EOF
               CLOSE SNAPSHOT-ARCH-FILE
               CLOSE SNAPSHOT-ARCH-NEW-FILE
           END-IF.

       5210-MASK-ONE-ARCH-SNAPSHOT.
           READ SNAPSHOT-ARCH-FILE INTO WS-ARCH-SNAPSHOT
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE WS-ARCH-CUST-ID TO WS-KEY-TEST-ID
                   PERFORM 8100-FIND-KEY
                   IF WS-KEY-HIT
                       MOVE WS-ARCH-DATA TO WS-MASK-AREA
                       PERFORM 8200-MASK-IMAGE
                       IF WS-IMAGE-ALTERED
                           MOVE WS-MASK-AREA TO WS-ARCH-DATA
                           PERFORM 8400-COUNT-HIT
                       END-IF
                   END-IF
                   WRITE SNAPSHOT-ARCH-NEW-RECORD FROM WS-ARCH-SNAPSHOT
           END-READ.

      * AUDTWORK IS CUSTARC'S EXTRACT OF THE TRAIL FOR ONE CUSTOMER,
      * NOT PART OF THE CHAIN - IT IS MASKED BUT NEITHER PROVED NOR
      * RESEALED, AND ITS ANCHOR LINES ARE COPIED AS THEY ARE.
       5300-MASK-AUDIT-WORK.
           OPEN INPUT AUDIT-WORK-FILE
           IF WS-AWRK-STATUS-OK
               SET WS-FILE-PRESENT(WS-SLOT-AUDTWORK) TO TRUE
               MOVE WS-SLOT-AUDTWORK TO WS-SLOT
               OPEN OUTPUT AUDIT-WORK-NEW-FILE
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 5310-MASK-ONE-WORK-LINE
                   UNTIL WS-SCAN-EOF
               CLOSE AUDIT-WORK-FILE
               CLOSE AUDIT-WORK-NEW-FILE
           END-IF.

       5310-MASK-ONE-WORK-LINE.
           READ AUDIT-WORK-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-LINE-ALTERED-SW
                   IF NOT AUD-ACTION-ANCHOR
                       PERFORM 2600-MASK-AUDIT-LINE
                   END-IF
                   WRITE AUDIT-WORK-NEW-LINE FROM WS-AUDIT-RECORD
           END-READ.

      * EVERY KEY GOES ON ERASEREG AND GETS ITS ERASED LINES, CHAINED
      * ON FROM THE RESEALED TRAIL, AND THE HEAD MOVES ONTO THE LAST.
       6000-RECORD-ERASURES.
           OPEN I-O ERASURE-REG-FILE
           IF WS-ERG-STATUS-NOT-FOUND
               OPEN OUTPUT ERASURE-REG-FILE
               CLOSE ERASURE-REG-FILE
               OPEN I-O ERASURE-REG-FILE
           END-IF
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
               MOVE WS-KEY-REQ-IX(WS-KEY-IX) TO WS-REQ-IX
               PERFORM 6100-REGISTER-ONE-KEY
               PERFORM 6200-WRITE-ERASED-LINES
           END-PERFORM
           CLOSE ERASURE-REG-FILE
           PERFORM 6300-ADVANCE-CHAIN-HEAD
           CLOSE AUDIT-NEW-FILE
           CLOSE AUDIT-CHAIN-FILE
           IF WS-FILE-PRESENT(WS-SLOT-CURRMSTR)
               CLOSE CURRENT-MASTER-FILE
           END-IF.

      * A KEY ERASED BEFORE IS FILED AGAIN UNDER THE LATEST REQUEST.
       6100-REGISTER-ONE-KEY.
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO ERG-CUST-ID
           MOVE WS-REQ-CUST-ID(WS-REQ-IX) TO ERG-REQUEST-ID
           MOVE WS-REQ-CASE-REF(WS-REQ-IX) TO ERG-CASE-REF
           MOVE WS-ERASE-TS TO ERG-ERASED-TS
           WRITE ERASURE-REG-RECORD
               INVALID KEY
                   REWRITE ERASURE-REG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

      * ONE ERASED LINE PER FILE THAT HELD THE KEY, WITH ITS COUNT -
      * OR ONE LINE SAYING NONE, SO EVERY ERASED KEY IS ON THE TRAIL.
       6200-WRITE-ERASED-LINES.
           MOVE SPACES TO WS-MASTER-IMAGE
           IF WS-FILE-PRESENT(WS-SLOT-CURRMSTR)
               MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO CURM-CUST-ID
               READ CURRENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CURM-DATA TO WS-MASTER-IMAGE
               END-READ
           END-IF
           MOVE SPACES TO WS-ERASED-DETAIL
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO ERA-CUST-ID
           MOVE WS-REQ-CUST-ID(WS-REQ-IX) TO ERA-REQUEST-ID
           MOVE WS-REQ-CASE-REF(WS-REQ-IX) TO ERA-CASE-REF
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-MAX
               IF WS-KEY-FILE-COUNT(WS-KEY-IX, WS-FILE-IX) > ZERO
                   MOVE WS-FILE-NAME(WS-FILE-IX) TO ERA-FILE
                   MOVE WS-KEY-FILE-COUNT(WS-KEY-IX, WS-FILE-IX) TO
                       ERA-RECORD-COUNT
                   PERFORM 6250-WRITE-ONE-ERASED-LINE
               END-IF
           END-PERFORM
           IF WS-KEY-ERASED-LINES(WS-KEY-IX) = ZERO
               MOVE 'NONE' TO ERA-FILE
               MOVE ZERO TO ERA-RECORD-COUNT
               PERFORM 6250-WRITE-ONE-ERASED-LINE
           END-IF.

      * CHAINED EXACTLY AS CUSTCMP'S 5000-WRITE-AUDIT-LOG CHAINS A
      * LINE, OFF THE LAST RESEALED LINK.
       6250-WRITE-ONE-ERASED-LINE.
           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-KEY-CUST-ID(WS-KEY-IX) TO AUD-KEY
           MOVE 'ERASED' TO AUD-ACTION
           MOVE WS-ERASED-DETAIL TO AUD-BEFORE-IMAGE
           MOVE WS-MASTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE 'CUSTERS' TO AUD-SOURCE-PGM
           MOVE SPACES TO AUD-USER-ID
           COMPUTE AUD-CHAIN-SEQ = WS-TRAIL-LAST-SEQ + 1
           MOVE WS-NEW-LAST-CHECK TO WS-CHAIN-SEED
           PERFORM 8300-COMPUTE-CHAIN-CHECK
           MOVE WS-CHAIN-ACCUM TO AUD-CHAIN-CHECK
           WRITE AUDIT-NEW-LINE FROM WS-AUDIT-RECORD
           MOVE AUD-CHAIN-SEQ TO WS-TRAIL-LAST-SEQ
           MOVE AUD-CHAIN-CHECK TO WS-NEW-LAST-CHECK
           MOVE AUD-TIMESTAMP TO WS-LAST-LINE-TS
           ADD 1 TO WS-KEY-ERASED-LINES(WS-KEY-IX)
           ADD 1 TO WS-ERASED-LINE-COUNT.

       6300-ADVANCE-CHAIN-HEAD.
           MOVE 'HEAD' TO CHN-KEY
           MOVE WS-TRAIL-LAST-SEQ TO CHN-LAST-SEQ
           MOVE WS-NEW-LAST-CHECK TO CHN-LAST-CHECK
           MOVE WS-LAST-LINE-TS TO CHN-LAST-TS
           MOVE 'CUSTERS' TO CHN-LAST-PGM
           IF WS-HEAD-FOUND
               REWRITE AUDIT-CHAIN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE AUDIT-CHAIN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT WS-ACHN-STATUS-OK
               PERFORM 6350-REFUSE-HEAD-NOT-MOVED
           END-IF.

      * THE KEYED FILES ARE MASKED AND ERASEREG FILED BY NOW, BUT THE
      * RESEALED TRAIL HAS NO HEAD TO PROVE IT AGAINST.  AS IN 2960
      * THE CYCLE IS LEFT OPEN, AND THE NEW FILES ARE NOT SWAPPED IN
      * ON RC 12.
       6350-REFUSE-HEAD-NOT-MOVED.
           CLOSE AUDIT-NEW-FILE
           CLOSE AUDIT-CHAIN-FILE
           IF WS-FILE-PRESENT(WS-SLOT-CURRMSTR)
               CLOSE CURRENT-MASTER-FILE
           END-IF
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'AUDCHAIN HEAD NOT MOVED - STATUS ' DELIMITED BY SIZE
                  WS-ACHN-STATUS DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE 'ERS STATUS: ERASURE PART DONE - CYCLE LEFT OPEN - RECOV
      -        'ER THE FILE AND RERUN' TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           CLOSE ERASURE-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       7000-PRINT-CERTIFICATES.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
               PERFORM 7100-PRINT-ONE-CERTIFICATE
           END-PERFORM.

      * THE CERTIFICATE ANSWERS FOR THE REQUEST AS A WHOLE - ITS
      * COUNTS ARE THE SUM OVER THE REQUESTED KEY AND EVERY KEY LINKED
      * TO IT.
       7100-PRINT-ONE-CERTIFICATE.
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-REQ-IX TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING ' ERASURE CERTIFICATE' DELIMITED BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING '   REQUESTED CUST-ID  . . . . . ' DELIMITED BY SIZE
                  WS-REQ-CUST-ID(WS-REQ-IX) DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING '   CASE REFERENCE . . . . . . . ' DELIMITED BY SIZE
                  WS-REQ-CASE-REF(WS-REQ-IX) DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING '   ERASED AT  . . . . . . . . . ' DELIMITED BY SIZE
                  WS-ERASE-TS(1:4) '-' WS-ERASE-TS(5:2) '-'
                  WS-ERASE-TS(7:2) ' ' WS-ERASE-TS(9:2) ':'
                  WS-ERASE-TS(11:2) ':' WS-ERASE-TS(13:2)
                      DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE '   KEYS ERASED' TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           PERFORM VARYING WS-KEY-IX FROM WS-REQ-FIRST-KEY(WS-REQ-IX)
                   BY 1 UNTIL WS-KEY-IX > WS-REQ-LAST-KEY(WS-REQ-IX)
               MOVE SPACES TO ERASURE-RPT-LINE
               IF WS-KEY-IX = WS-REQ-FIRST-KEY(WS-REQ-IX)
                   STRING '     ' DELIMITED BY SIZE
                          WS-KEY-CUST-ID(WS-KEY-IX) DELIMITED BY SIZE
                          '  (REQUESTED)' DELIMITED BY SIZE
                       INTO ERASURE-RPT-LINE
               ELSE
                   STRING '     ' DELIMITED BY SIZE
                          WS-KEY-CUST-ID(WS-KEY-IX) DELIMITED BY SIZE
                          '  (LINKED ON KEYXREF)' DELIMITED BY SIZE
                       INTO ERASURE-RPT-LINE
               END-IF
               WRITE ERASURE-RPT-LINE
           END-PERFORM
           IF WS-REQ-CHAIN-CUT(WS-REQ-IX)
               MOVE '     KEY CHAIN CUT AT THE LIMIT - FURTHER LINKED KE
      -        'YS NOT ERASED, SUBMIT THEM ON THEIR OWN'
                   TO ERASURE-RPT-LINE
               WRITE ERASURE-RPT-LINE
           END-IF
           MOVE '   FILE        RECORDS MASKED' TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-MAX
               PERFORM 7150-PRINT-ONE-FILE-COUNT
           END-PERFORM
           MOVE ZERO TO WS-CERT-SUM
           PERFORM VARYING WS-KEY-IX FROM WS-REQ-FIRST-KEY(WS-REQ-IX)
                   BY 1 UNTIL WS-KEY-IX > WS-REQ-LAST-KEY(WS-REQ-IX)
               ADD WS-KEY-ERASED-LINES(WS-KEY-IX) TO WS-CERT-SUM
           END-PERFORM
           MOVE WS-CERT-SUM TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING '   ERASED AUDIT LINES WRITTEN . ' DELIMITED BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE '   CUST-NAME AND CUST-ADDR MASKED IN EVERY RECORD ABOVE
      -        '. CUST-ID, BALANCE, STATUS, SOURCE SYSTEM,'
               TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE '   CUSTOMER TYPE AND DATES RETAINED.' TO
               ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE.

       7150-PRINT-ONE-FILE-COUNT.
           MOVE SPACES TO WS-CERT-FILE-DETAIL
           MOVE WS-FILE-NAME(WS-FILE-IX) TO WS-CERTF-NAME
           IF WS-FILE-PRESENT(WS-FILE-IX)
               MOVE ZERO TO WS-CERT-SUM
               PERFORM VARYING WS-KEY-IX
                       FROM WS-REQ-FIRST-KEY(WS-REQ-IX) BY 1
                       UNTIL WS-KEY-IX > WS-REQ-LAST-KEY(WS-REQ-IX)
                   ADD WS-KEY-FILE-COUNT(WS-KEY-IX, WS-FILE-IX) TO
                       WS-CERT-SUM
               END-PERFORM
               MOVE WS-CERT-SUM TO WS-RPT-NUM
               MOVE WS-RPT-NUM TO WS-CERTF-RESULT
           ELSE
               MOVE '  NOT PRESENT THIS RUN' TO WS-CERTF-RESULT
           END-IF
           MOVE WS-CERT-FILE-DETAIL TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE.

      * WS-KEY-TEST-ID IN; WS-KEY-HIT AND WS-KEY-FOUND-IX OUT.
       8100-FIND-KEY.
           MOVE 'N' TO WS-KEY-HIT-SW
           MOVE ZERO TO WS-KEY-FOUND-IX
           PERFORM VARYING WS-KEY-SRCH FROM 1 BY 1
                   UNTIL WS-KEY-SRCH > WS-KEY-COUNT
                      OR WS-KEY-HIT
               IF WS-KEY-CUST-ID(WS-KEY-SRCH) = WS-KEY-TEST-ID
                   SET WS-KEY-HIT TO TRUE
                   MOVE WS-KEY-SRCH TO WS-KEY-FOUND-IX
               END-IF
           END-PERFORM.

      * WS-KEY-TEST-ID JOINS THE RUN OF THE REQUEST BEING ACCEPTED.
       8150-ADD-KEY.
           ADD 1 TO WS-KEY-COUNT
           INITIALIZE WS-KEY-ENTRY(WS-KEY-COUNT)
           MOVE WS-KEY-TEST-ID TO WS-KEY-CUST-ID(WS-KEY-COUNT)
           MOVE WS-REQ-COUNT TO WS-KEY-REQ-IX(WS-KEY-COUNT)
           MOVE WS-KEY-COUNT TO WS-REQ-LAST-KEY(WS-REQ-COUNT).

      * A NAME OR ADDRESS ALREADY BLANK IS LEFT BLANK; ONE ALREADY
      * MASKED BY AN EARLIER RUN IS NOT COUNTED AGAIN.
       8200-MASK-IMAGE.
           MOVE 'N' TO WS-IMAGE-ALTERED-SW
           IF CUST-NAME OF WS-MASK-AREA NOT = SPACES
               AND CUST-NAME OF WS-MASK-AREA NOT = WS-ERASED-NAME
               MOVE WS-ERASED-NAME TO CUST-NAME OF WS-MASK-AREA
               SET WS-IMAGE-ALTERED TO TRUE
           END-IF
           IF CUST-ADDR OF WS-MASK-AREA NOT = SPACES
               AND CUST-ADDR OF WS-MASK-AREA NOT = WS-ERASED-ADDR
               MOVE WS-ERASED-ADDR TO CUST-ADDR OF WS-MASK-AREA
               SET WS-IMAGE-ALTERED TO TRUE
           END-IF.

      * SAME CHECK VALUE AS CUSTCMP'S 5050-COMPUTE-CHAIN-CHECK, FOLDED
      * FROM WS-CHAIN-SEED.
       8300-COMPUTE-CHAIN-CHECK.
           MOVE WS-CHAIN-SEED TO WS-CHAIN-ACCUM
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > 268
               COMPUTE WS-CHAIN-WORK = WS-CHAIN-ACCUM * 256
                   + FUNCTION ORD(WS-AUDIT-RECORD(WS-CHAIN-IX:1))
               DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOT
                   REMAINDER WS-CHAIN-ACCUM
           END-PERFORM.

      * ONE MORE RECORD MASKED UNDER KEY WS-KEY-FOUND-IX IN FILE
      * WS-SLOT.
       8400-COUNT-HIT.
           ADD 1 TO WS-KEY-FILE-COUNT(WS-KEY-FOUND-IX, WS-SLOT)
           ADD 1 TO WS-FILE-TOTAL(WS-SLOT).

       8990-MARK-CYCLE-CLOSED.
           MOVE 'CYCLE' TO CYCL-KEY
           READ CYCLE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CYCL-CLOSED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO CYCL-CLOSED-TS
                   MOVE 'CUSTERS' TO CYCL-PGM
                   REWRITE CYCLE-CONTROL-RECORD
           END-READ
           CLOSE CYCLE-CONTROL-FILE.

      * RC 4 WHEN ANY REQUEST LINE WAS NOT TAKEN, OR A KEY CHAIN WAS
      * CUT SHORT - THE ERASURE DONE IS GOOD AND THE NEW FILES GO IN,
      * BUT SOMEONE MUST FOLLOW UP THE REST.
       9000-TERMINATE.
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE ' RECORDS MASKED BY FILE, ALL REQUESTS' TO
               ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-MAX
               MOVE SPACES TO WS-CERT-FILE-DETAIL
               MOVE WS-FILE-NAME(WS-FILE-IX) TO WS-CERTF-NAME
               IF WS-FILE-PRESENT(WS-FILE-IX)
                   MOVE WS-FILE-TOTAL(WS-FILE-IX) TO WS-RPT-NUM
                   MOVE WS-RPT-NUM TO WS-CERTF-RESULT
               ELSE
                   MOVE '  NOT PRESENT THIS RUN' TO WS-CERTF-RESULT
               END-IF
               MOVE WS-CERT-FILE-DETAIL TO ERASURE-RPT-LINE
               WRITE ERASURE-RPT-LINE
           END-PERFORM
           PERFORM 9200-WRITE-REQUEST-TOTALS
           MOVE WS-TRAIL-LINE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'AUDIT TRAIL LINES PROVED  . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-LINES-MASKED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'AUDIT TRAIL LINES MASKED  . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-LINES-RESEALED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'CHAINED LINES RESEALED  . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-ANCHORS-RESEALED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'ANCHOR LINES RESEALED . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-ERASED-LINE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'ERASED AUDIT LINES WRITTEN  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-TRAIL-LAST-SEQ TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'LAST SEQUENCE ON THE NEW TRAIL  . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-FEED-UNPARSED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'FEEDCTL IMAGES CUT TO KEY AND ACTION  . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           IF WS-REQ-REJECT-COUNT > ZERO OR WS-CHAIN-CUT-COUNT > ZERO
               MOVE 'ERS STATUS: ERASED - REQUEST LINES NEED REVIEW - SW
      -        'AP THE NEW FILES IN' TO ERASURE-RPT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'ERS STATUS: ERASED - SWAP THE NEW FILES IN' TO
                   ERASURE-RPT-LINE
               MOVE ZERO TO RETURN-CODE
           END-IF
           WRITE ERASURE-RPT-LINE
           CLOSE ERASURE-RPT-FILE.

      * NOTHING USABLE ON ERSREQ - THE CYCLE WAS NEVER TAKEN AND NO
      * FILE HAS BEEN OPENED.
       9100-NO-VALID-REQUEST.
           PERFORM 9200-WRITE-REQUEST-TOTALS
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE 'ERS STATUS: NO VALID ERASURE REQUEST - NOTHING ERASED'
               TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           CLOSE ERASURE-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9200-WRITE-REQUEST-TOTALS.
           MOVE SPACES TO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-REQ-READ-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'REQUEST LINES READ  . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-REQ-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'REQUESTS ACCEPTED . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-REQ-REJECT-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'REQUEST LINES REJECTED  . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-CHAIN-CUT-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'KEY CHAINS CUT AT THE LIMIT . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE
           MOVE WS-KEY-COUNT TO WS-RPT-NUM
           MOVE SPACES TO ERASURE-RPT-LINE
           STRING 'KEYS ERASED . . . . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO ERASURE-RPT-LINE
           WRITE ERASURE-RPT-LINE.
