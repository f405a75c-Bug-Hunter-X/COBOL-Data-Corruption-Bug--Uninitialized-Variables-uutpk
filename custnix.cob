       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNIX.
      *****************************************************************
      *  CUSTNIX - NAME INDEX REBUILD FROM THE CURRENT MASTER          *
      *  NAMEIDX IS CURRMSTR IN CUST-NAME ORDER - THE ACCESS PATH THE  *
      *  ONLINE NAME SEARCH (CUSTSRC, TRANSID CSRC) BROWSES.  CUSTCMP, *
      *  CUSTAPL, CUSTUPD AND CUSTHLD KEEP IT IN STEP WITH EVERY       *
      *  MASTER WRITE THEY MAKE, AND CUSTPIT BUILDS A MATCHING         *
      *  NAMEWORK FOR ITS SWAP.  THIS JOB LOADS IT FROM EMPTY OFF THE  *
      *  WHOLE MASTER: ONCE AT INSTALL, AND AGAIN WHENEVER CURRMSTR    *
      *  HAS BEEN RESTORED OR REPLACED BY ANY OTHER MEANS.  LIKE       *
      *  CUSTAPL IT REFUSES TO START WHILE CYCLCTL SHOWS THE COMPARE   *
      *  CYCLE OPEN, SINCE CUSTCMP IS THEN REWRITING BOTH FILES.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYCL-KEY
               FILE STATUS IS WS-CYCL-STATUS.

           SELECT NAME-INDEX-RPT-FILE ASSIGN TO "NIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * MATCHES CURRENT-MASTER-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "CURRMSTR" DD/PATH CUSTCMP MAINTAINS.
       FD  CURRENT-MASTER-FILE.
       01  CURRENT-MASTER-RECORD.
           05  CURM-CUST-ID                 PIC X(10).
           05  CURM-DATA                    PIC X(100).

      * MATCHES NAME-INDEX-RECORD IN CUSTCMP (BUG.COB) - THE FILE
      * BEHIND THE "NAMEIDX" DD/PATH 7550-MAINTAIN-NAME-INDEX KEEPS.
       FD  NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           05  NIX-KEY.
               10  NIX-CUST-NAME            PIC X(30).
               10  NIX-CUST-ID              PIC X(10).

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

       FD  NAME-INDEX-RPT-FILE.
       01  NAME-INDEX-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-AREA.
           COPY CUSTREC.

       01  WS-CURM-STATUS                  PIC XX VALUE SPACES.
           88  WS-CURM-STATUS-OK                   VALUE '00'.
           88  WS-CURM-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-NIX-STATUS                   PIC XX VALUE SPACES.
           88  WS-NIX-STATUS-OK                    VALUE '00'.

       01  WS-CYCL-STATUS                  PIC XX VALUE SPACES.
           88  WS-CYCL-STATUS-OK                   VALUE '00'.

       01  WS-CURM-EOF-SW                  PIC X VALUE 'N'.
           88  WS-CURM-EOF                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-ENTRY-WRITTEN-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-BLANK-NAME-COUNT         PIC 9(9) VALUE ZERO.

       01  WS-NIX-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-NIX-RPT-KEY              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-NIX-RPT-TEXT             PIC X(40).

       01  WS-RPT-NUM                      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INDEX-ONE-MASTER
               UNTIL WS-CURM-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT NAME-INDEX-RPT-FILE
           MOVE 'CUSTNIX NAME INDEX REBUILD REPORT' TO
               NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE
           MOVE SPACES TO NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE
           PERFORM 1050-CHECK-CYCLE-INTERLOCK
           PERFORM 1060-OPEN-CURRENT-MASTER
           PERFORM 1070-OPEN-NAME-INDEX.

      * SAME INTERLOCK TEST AS CUSTAPL'S 1050 - A MISSING CYCLCTL MAY
      * RUN, AN OPEN CYCLE MAY NOT.
       1050-CHECK-CYCLE-INTERLOCK.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCL-STATUS-OK
               MOVE 'CYCLE' TO CYCL-KEY
               READ CYCLE-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CYCL-STATUS-OK AND CYCL-OPEN
                   MOVE 'COMPARE CYCLE OPEN ON CYCLCTL - INDEX REFUSED'
                       TO NAME-INDEX-RPT-LINE
                   WRITE NAME-INDEX-RPT-LINE
                   CLOSE CYCLE-CONTROL-FILE
                         NAME-INDEX-RPT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CYCLE-CONTROL-FILE
           END-IF.

      * NAMEIDX IS EMPTIED BY ITS OPEN OUTPUT - A MASTER THAT WILL NOT
      * OPEN MUST STOP THE REBUILD BEFORE THE LIVE INDEX IS TOUCHED.
       1060-OPEN-CURRENT-MASTER.
           OPEN INPUT CURRENT-MASTER-FILE
           IF NOT WS-CURM-STATUS-OK
               MOVE SPACES TO NAME-INDEX-RPT-LINE
               STRING 'CURRMSTR OPEN FAILED - STATUS ' DELIMITED BY SIZE
                      WS-CURM-STATUS DELIMITED BY SIZE
                      ' - INDEX REFUSED' DELIMITED BY SIZE
                   INTO NAME-INDEX-RPT-LINE
               WRITE NAME-INDEX-RPT-LINE
               CLOSE NAME-INDEX-RPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * AN INDEX THAT WILL NOT OPEN FOR LOADING IS NOT REBUILT - THE
      * RUN MUST NOT REPORT A MATCH IT NEVER WROTE.
       1070-OPEN-NAME-INDEX.
           OPEN OUTPUT NAME-INDEX-FILE
           IF NOT WS-NIX-STATUS-OK
               MOVE SPACES TO NAME-INDEX-RPT-LINE
               STRING 'NAMEIDX OPEN FAILED - STATUS ' DELIMITED BY SIZE
                      WS-NIX-STATUS DELIMITED BY SIZE
                      ' - INDEX REFUSED' DELIMITED BY SIZE
                   INTO NAME-INDEX-RPT-LINE
               WRITE NAME-INDEX-RPT-LINE
               CLOSE CURRENT-MASTER-FILE
                     NAME-INDEX-RPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A MASTER RECORD WITH NO NAME STILL GETS ITS ENTRY (IT SORTS
      * FIRST) BUT IS LISTED - CUSTCMP AND CUSTAPL NEVER LET ONE IN.
       2000-INDEX-ONE-MASTER.
           READ CURRENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CURM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE CURM-DATA TO WS-MASTER-AREA
                   IF CUST-NAME OF WS-MASTER-AREA = SPACES
                       ADD 1 TO WS-BLANK-NAME-COUNT
                       MOVE SPACES TO WS-NIX-DETAIL
                       MOVE CURM-CUST-ID TO WS-NIX-RPT-KEY
                       MOVE 'BLANK CUST-NAME ON CURRENT MASTER' TO
                           WS-NIX-RPT-TEXT
                       MOVE WS-NIX-DETAIL TO NAME-INDEX-RPT-LINE
                       WRITE NAME-INDEX-RPT-LINE
                   END-IF
                   MOVE CUST-NAME OF WS-MASTER-AREA TO NIX-CUST-NAME
                   MOVE CURM-CUST-ID TO NIX-CUST-ID
                   WRITE NAME-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ENTRY-WRITTEN-COUNT
                   END-WRITE
           END-READ.

       9000-TERMINATE.
           MOVE SPACES TO NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE

           MOVE WS-MASTER-READ-COUNT TO WS-RPT-NUM
           MOVE SPACES TO NAME-INDEX-RPT-LINE
           STRING 'CURRENT MASTER RECORDS READ . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE

           MOVE WS-ENTRY-WRITTEN-COUNT TO WS-RPT-NUM
           MOVE SPACES TO NAME-INDEX-RPT-LINE
           STRING 'NAME INDEX ENTRIES WRITTEN  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE

           MOVE WS-BLANK-NAME-COUNT TO WS-RPT-NUM
           MOVE SPACES TO NAME-INDEX-RPT-LINE
           STRING 'MASTER RECORDS WITH NO NAME  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE

           MOVE SPACES TO NAME-INDEX-RPT-LINE
           WRITE NAME-INDEX-RPT-LINE
           IF WS-ENTRY-WRITTEN-COUNT = WS-MASTER-READ-COUNT
               MOVE 'NIX STATUS: NAME INDEX MATCHES CURRENT MASTER' TO
                   NAME-INDEX-RPT-LINE
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 'NIX STATUS: ENTRY COUNT DIFFERS FROM MASTER' TO
                   NAME-INDEX-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE NAME-INDEX-RPT-LINE
           IF WS-CURM-STATUS-OK OR WS-CURM-STATUS = '10'
               CLOSE CURRENT-MASTER-FILE
           END-IF
           CLOSE NAME-INDEX-FILE
                 NAME-INDEX-RPT-FILE.
