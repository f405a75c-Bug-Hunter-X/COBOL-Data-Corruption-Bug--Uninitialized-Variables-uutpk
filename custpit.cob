      *  LIVE MASTER KEY BY KEY, CUSTRCN-STYLE, SO AUDIT GETS A        *
      *  PROVABLE "STATE AS OF" ANSWER AND OPERATIONS SEES EXACTLY     *
      *  WHAT A SWAP WOULD CHANGE.  ALL THREE RESULTS LAND ON PITRPT.  *
      *  NAMEWORK, THE NAME-ORDERED PATH OVER THE REBUILT COPY, IS     *
      *  BUILT ALONGSIDE MSTRWORK SO A SWAP RENAMES IT OVER NAMEIDX IN *
      *  THE SAME STEP AND THE NAME SEARCH NEVER SEES A MASTER AND AN  *
      *  INDEX FROM DIFFERENT DAYS.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS WORK-CUST-ID
               FILE STATUS IS WS-WORK-STATUS.

           SELECT NAME-WORK-FILE ASSIGN TO "NAMEWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NWRK-KEY
               FILE STATUS IS WS-NWRK-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO "PITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           05  WORK-CUST-ID                 PIC X(10).
           05  WORK-DATA                    PIC X(100).

      * MATCHES NAME-INDEX-RECORD IN CUSTCMP (BUG.COB) - NAMEIDX IN
      * THE SHAPE THE SWAP NEEDS, BUILT FROM MSTRWORK.
       FD  NAME-WORK-FILE.
       01  NAME-WORK-RECORD.
           05  NWRK-KEY.
               10  NWRK-CUST-NAME           PIC X(30).
               10  NWRK-CUST-ID             PIC X(10).

       FD  PARM-FILE.
       01  PARM-RECORD                     PIC X(80).

               88  AUD-ACTION-ADDED                VALUE 'ADDED'.
               88  AUD-ACTION-CHANGED              VALUE 'CHANGED'.
               88  AUD-ACTION-DELETED              VALUE 'DELETED'.
               88  AUD-ACTION-REKEYED              VALUE 'REKEYED'.
               88  AUD-ACTION-MERGED               VALUE 'MERGED'.
               88  AUD-ACTION-RELEASED             VALUE 'RELEASE'.
           05  AUD-BEFORE-IMAGE            PIC X(100).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           88  WS-WORK-STATUS-OK                   VALUE '00'.
           88  WS-WORK-STATUS-NOT-FOUND            VALUE '35'.

       01  WS-NWRK-STATUS                  PIC XX VALUE SPACES.
           88  WS-NWRK-STATUS-OK                   VALUE '00'.

       01  WS-PARM-STATUS                  PIC XX VALUE SPACES.
           88  WS-PARM-STATUS-OK                   VALUE '00'.

           88  WS-WORK-EOF                         VALUE 'Y'.
       01  WS-MSTR-EOF-SW                  PIC X VALUE 'N'.
           88  WS-MSTR-EOF                         VALUE 'Y'.
       01  WS-NAME-EOF-SW                  PIC X VALUE 'N'.
           88  WS-NAME-EOF                         VALUE 'Y'.

      * CONTROL-BREAK STATE FOR THE SNAPSHOT PROOF PASS - ONLY THE
      * FIRST SNAPSHOT DATED AFTER THE AS-OF DATE PROVES A KEY, SO
           05  WS-ADD-APPLIED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-CHG-APPLIED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-DEL-APPLIED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-LINK-APPLIED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-AUDT-SKIPPED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-REBUILT-KEY-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-NAME-ENTRY-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-PROOF-CONFIRM-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-PROOF-MISMATCH-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PROOF-MISSING-COUNT      PIC 9(9) VALUE ZERO.
           PERFORM 1000-INITIALIZE
           IF WS-PARM-REQUEST-OK
               PERFORM 2000-REPLAY-AUDIT-TRAIL
               PERFORM 2500-BUILD-NAME-WORK
               PERFORM 3000-PROVE-WITH-SNAPSHOTS
               PERFORM 4000-VERIFY-AGAINST-LIVE
           END-IF
           END-IF
           CLOSE WORK-MASTER-FILE.

      * ONLY ADDED, CHANGED, DELETED AND THE CUSTCMP RE-KEY/MERGE
      * LINES MUTATE THE MASTER.  A REKEYED LINE WITH NO BEFORE IMAGE
      * IS THE NEW KEY ARRIVING AND REPLAYS AS AN ADD; A REKEYED OR
      * MERGED LINE WITH A BEFORE IMAGE IS THE OLD KEY LEAVING AND
      * REPLAYS THROUGH 2400 EXACTLY AS 7800-CARRY-CURRENT-MASTER
      * APPLIED IT.  RECYCLE
      * AND RESOLVD LINES FROM CUSTSUS DESCRIBE SUSPENSE REPAIRS THAT
      * REACH THE MASTER THROUGH A LATER COMPARE CYCLE (WHICH AUDITS
      * THEM AGAIN), SO REPLAYING THEM WOULD DOUBLE-APPLY.
                               PERFORM 2200-APPLY-UPSERT
                               ADD 1 TO WS-ADD-APPLIED-COUNT
                           WHEN AUD-ACTION-CHANGED
                             OR AUD-ACTION-RELEASED
                               PERFORM 2200-APPLY-UPSERT
                               ADD 1 TO WS-CHG-APPLIED-COUNT
                           WHEN AUD-ACTION-DELETED
                               PERFORM 2300-APPLY-DELETE
                               ADD 1 TO WS-DEL-APPLIED-COUNT
                           WHEN AUD-ACTION-REKEYED
                               AND AUD-BEFORE-IMAGE = SPACES
                               PERFORM 2200-APPLY-UPSERT
                               ADD 1 TO WS-LINK-APPLIED-COUNT
                           WHEN AUD-ACTION-REKEYED
                             OR AUD-ACTION-MERGED
                               PERFORM 2400-APPLY-KEY-LINK
                               ADD 1 TO WS-LINK-APPLIED-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-AUDT-SKIPPED-COUNT
                       END-EVALUATE
                   CONTINUE
           END-DELETE.

      * THE OLD KEY GOES; A RE-KEYED RECORD IS WRITTEN UNDER THE NEW
      * KEY CARRIED ON THE FRONT OF THE AFTER IMAGE UNLESS THE NEW
      * KEY'S OWN LINE GOT THERE FIRST.  A MERGE SURVIVOR KEEPS ITS
      * OWN RECORD.
       2400-APPLY-KEY-LINK.
           PERFORM 2300-APPLY-DELETE
           IF AUD-ACTION-REKEYED
               MOVE AUD-AFTER-IMAGE(1:10) TO WORK-CUST-ID
               MOVE AUD-AFTER-IMAGE TO WORK-DATA
               WRITE WORK-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * ONE ENTRY PER REBUILT KEY UNDER ITS REBUILT CUST-NAME, FROM
      * EMPTY EVERY RUN LIKE MSTRWORK ITSELF.  A NAMEWORK THAT WILL
      * NOT OPEN STOPS THE RUN - A SWAP WITHOUT IT WOULD LEAVE NAMEIDX
      * DESCRIBING A DIFFERENT MASTER.
       2500-BUILD-NAME-WORK.
           OPEN OUTPUT NAME-WORK-FILE
           IF NOT WS-NWRK-STATUS-OK
               MOVE SPACES TO REBUILD-RPT-LINE
               STRING 'NAMEWORK OPEN FAILED - STATUS ' DELIMITED BY SIZE
                      WS-NWRK-STATUS DELIMITED BY SIZE
                      ' - REBUILD REFUSED' DELIMITED BY SIZE
                   INTO REBUILD-RPT-LINE
               WRITE REBUILD-RPT-LINE
               CLOSE REBUILD-RPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WORK-MASTER-FILE
           MOVE 'N' TO WS-NAME-EOF-SW
           PERFORM 2510-FILE-ONE-NAME
               UNTIL WS-NAME-EOF
           CLOSE WORK-MASTER-FILE
                 NAME-WORK-FILE.

      * BYTES 11-40 OF A MASTER IMAGE ARE ITS CUST-NAME.
       2510-FILE-ONE-NAME.
           READ WORK-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-NAME-EOF TO TRUE
               NOT AT END
                   MOVE WORK-DATA(11:30) TO NWRK-CUST-NAME
                   MOVE WORK-CUST-ID TO NWRK-CUST-ID
                   WRITE NAME-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-NAME-ENTRY-COUNT
                   END-WRITE
           END-READ.

      * SNAPSHOT PROOF: CUSTHIST IS KEYED CUST-ID + DATE, SO ONE
      * SEQUENTIAL PASS DELIVERS EACH KEY'S SNAPSHOTS OLDEST TO
      * NEWEST.  THE FIRST ONE DATED AFTER THE AS-OF DATE IS THE
               INTO REBUILD-RPT-LINE
           WRITE REBUILD-RPT-LINE

           MOVE WS-LINK-APPLIED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO REBUILD-RPT-LINE
           STRING 'RE-KEYS AND MERGES REPLAYED . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO REBUILD-RPT-LINE
           WRITE REBUILD-RPT-LINE

           MOVE WS-AUDT-SKIPPED-COUNT TO WS-RPT-NUM
           MOVE SPACES TO REBUILD-RPT-LINE
           STRING 'LINES PAST AS-OF DATE OR NON-APPLY  . . .' DELIMITED
               INTO REBUILD-RPT-LINE
           WRITE REBUILD-RPT-LINE

           MOVE WS-NAME-ENTRY-COUNT TO WS-RPT-NUM
           MOVE SPACES TO REBUILD-RPT-LINE
           STRING 'NAME ENTRIES BUILT ON NAMEWORK  . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO REBUILD-RPT-LINE
           WRITE REBUILD-RPT-LINE

           MOVE WS-PROOF-CONFIRM-COUNT TO WS-RPT-NUM
           MOVE SPACES TO REBUILD-RPT-LINE
           STRING 'SNAPSHOT PROOFS CONFIRMED . . . . . . . .' DELIMITED
