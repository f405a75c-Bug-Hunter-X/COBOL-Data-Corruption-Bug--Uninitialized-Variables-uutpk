      *  HISTORY EXACTLY AS IT PAGES THE LIVE FILES.                   *
      *  A MISSING OR BLANK ARCPARM REQUEST ENDS WITH RETURN CODE 8 -  *
      *  AN UNBOUNDED PULL OF THE FULL ARCHIVE IS NEVER WANTED.        *
      *  A CUSTOMER RE-KEYED OR MERGED UPSTREAM HAS HISTORY UNDER MORE *
      *  THAN ONE NUMBER - EVERY KEY LINKED TO THE REQUESTED ONE ON    *
      *  KEYXREF, IN EITHER DIRECTION AND AT ANY DISTANCE, IS PULLED   *
      *  WITH IT AND LISTED AT THE HEAD OF THE REPORT.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RETRIEVE-RPT-FILE ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEY-XREF-FILE ASSIGN TO "KEYXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE UNLOADED SNAPSHOT PER LINE, EXACTLY AS CUSTPRG'S
       FD  RETRIEVE-RPT-FILE.
       01  RETRIEVE-RPT-LINE               PIC X(132).

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

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-AREA.
           COPY CUSTREC.
       01  WS-PARM-STATUS                  PIC XX VALUE SPACES.
           88  WS-PARM-STATUS-OK                   VALUE '00'.

       01  WS-XREF-STATUS                  PIC XX VALUE SPACES.
           88  WS-XREF-STATUS-OK                   VALUE '00'.

       01  WS-XREF-EOF-SW                  PIC X VALUE 'N'.
           88  WS-XREF-EOF                         VALUE 'Y'.

      * EVERY NUMBER THE REQUESTED CUSTOMER HAS BORNE, THE REQUESTED
      * ONE FIRST.  BUILT BREADTH-FIRST BY 0200 - EACH KEY ADDED IS
      * ITSELF LOOKED UP IN TURN, SO A CHAIN OF RE-KEYS AND MERGES IS
      * FOLLOWED TO ITS ENDS.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ID                 PIC X(10)
                   OCCURS 20 TIMES.
       01  WS-CHAIN-MAX                    PIC 9(3) VALUE 20.
       01  WS-CHAIN-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-CHAIN-IX                     PIC 9(3) VALUE ZERO.
       01  WS-CHAIN-SRCH                   PIC 9(3) VALUE ZERO.
       01  WS-CHAIN-TEST-ID                PIC X(10) VALUE SPACES.
       01  WS-CHAIN-HIT-SW                 PIC X VALUE 'N'.
           88  WS-CHAIN-HIT                        VALUE 'Y'.
       01  WS-CHAIN-FULL-SW                PIC X VALUE 'N'.
           88  WS-CHAIN-FULL                       VALUE 'Y'.

      * RETRIEVAL REQUEST, ONE LINE ON ARCPARM: CUST-ID, WINDOW START
      * AND END (YYYYMMDD).  BLANK DATES DEFAULT TO THE FULL RANGE.
       01  WS-PARM-FIELDS.

       01  WS-SNAP-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SNP-CUST-ID              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SNP-EFF-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-SNP-NAME                 PIC X(30).

       01  WS-AUDT-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-AUD-KEY                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-AUD-TIMESTAMP            PIC X(26).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-AUD-ACTION               PIC X(07).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-READ-PARMS
           IF WS-PARM-REQUEST-OK
               PERFORM 0200-BUILD-KEY-CHAIN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-PARM-REQUEST-OK
               PERFORM 2000-RETRIEVE-SNAPSHOTS
               CLOSE PARM-FILE
           END-IF.

      * NO KEYXREF YET (NO CUSTOMER EVER RE-KEYED) LEAVES THE CHAIN AT
      * THE REQUESTED KEY ALONE - THE RETRIEVAL IT ALWAYS WAS.
       0200-BUILD-KEY-CHAIN.
           MOVE 1 TO WS-CHAIN-COUNT
           MOVE WS-REQ-CUST-ID TO WS-CHAIN-ID(1)
           OPEN INPUT KEY-XREF-FILE
           IF WS-XREF-STATUS-OK
               PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                       UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
                   PERFORM 0210-ADD-LINKS-OF-ONE-KEY
               END-PERFORM
               CLOSE KEY-XREF-FILE
           END-IF.

      * KEYXREF IS KEYED LOOKUP ID + DIRECTION + OTHER ID, SO ONE
      * BROWSE FROM THE LOW END OF A KEY'S RANGE DELIVERS ALL ITS
      * LINKS, PREDECESSORS AND SUCCESSORS ALIKE.
       0210-ADD-LINKS-OF-ONE-KEY.
           MOVE 'N' TO WS-XREF-EOF-SW
           MOVE WS-CHAIN-ID(WS-CHAIN-IX) TO XREF-LOOKUP-ID
           MOVE LOW-VALUES TO XREF-DIRECTION
           MOVE LOW-VALUES TO XREF-OTHER-ID
           START KEY-XREF-FILE KEY NOT < XREF-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START
           IF NOT WS-XREF-STATUS-OK
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM 0220-ADD-ONE-LINK
               UNTIL WS-XREF-EOF.

       0220-ADD-ONE-LINK.
           READ KEY-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
           END-READ
           IF NOT WS-XREF-STATUS-OK
               SET WS-XREF-EOF TO TRUE
           END-IF
           IF NOT WS-XREF-EOF
               IF XREF-LOOKUP-ID NOT = WS-CHAIN-ID(WS-CHAIN-IX)
                   SET WS-XREF-EOF TO TRUE
               ELSE
                   MOVE XREF-OTHER-ID TO WS-CHAIN-TEST-ID
                   PERFORM 0240-TEST-CHAIN
                   IF NOT WS-CHAIN-HIT
                       IF WS-CHAIN-COUNT < WS-CHAIN-MAX
                           ADD 1 TO WS-CHAIN-COUNT
                           MOVE XREF-OTHER-ID
                               TO WS-CHAIN-ID(WS-CHAIN-COUNT)
                       ELSE
                           SET WS-CHAIN-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0240-TEST-CHAIN.
           MOVE 'N' TO WS-CHAIN-HIT-SW
           PERFORM VARYING WS-CHAIN-SRCH FROM 1 BY 1
                   UNTIL WS-CHAIN-SRCH > WS-CHAIN-COUNT
                      OR WS-CHAIN-HIT
               IF WS-CHAIN-ID(WS-CHAIN-SRCH) = WS-CHAIN-TEST-ID
                   SET WS-CHAIN-HIT TO TRUE
               END-IF
           END-PERFORM.

       1000-INITIALIZE.
           OPEN OUTPUT RETRIEVE-RPT-FILE
           MOVE 'CUSTARC ARCHIVE RETRIEVAL REPORT' TO
               MOVE 'NO CUST-ID ON ARCPARM - NOTHING RETRIEVED' TO
                   RETRIEVE-RPT-LINE
               WRITE RETRIEVE-RPT-LINE
           END-IF
           IF WS-CHAIN-COUNT > 1
               PERFORM VARYING WS-CHAIN-IX FROM 2 BY 1
                       UNTIL WS-CHAIN-IX > WS-CHAIN-COUNT
                   MOVE SPACES TO RETRIEVE-RPT-LINE
                   STRING ' LINKED CUST-ID ' DELIMITED BY SIZE
                          WS-CHAIN-ID(WS-CHAIN-IX) DELIMITED BY SIZE
                          ' (RE-KEY/MERGE ON KEYXREF)' DELIMITED BY SIZE
                       INTO RETRIEVE-RPT-LINE
                   WRITE RETRIEVE-RPT-LINE
               END-PERFORM
               MOVE SPACES TO RETRIEVE-RPT-LINE
               WRITE RETRIEVE-RPT-LINE
           END-IF
           IF WS-CHAIN-FULL
               MOVE 'KEY CHAIN LONGER THAN 20 KEYS - LATER LINKS NOT RE
      -            'TRIEVED' TO RETRIEVE-RPT-LINE
               WRITE RETRIEVE-RPT-LINE
               MOVE SPACES TO RETRIEVE-RPT-LINE
               WRITE RETRIEVE-RPT-LINE
           END-IF.

       2000-RETRIEVE-SNAPSHOTS.
               NOT AT END
                   ADD 1 TO WS-HARC-READ-COUNT
                   MOVE SNAPSHOT-ARCH-RECORD TO WS-ARCH-SNAPSHOT
                   MOVE WS-ARCH-CUST-ID TO WS-CHAIN-TEST-ID
                   PERFORM 0240-TEST-CHAIN
                   IF WS-CHAIN-HIT
                       AND WS-ARCH-EFF-DATE NOT < WS-WINDOW-START
                       AND WS-ARCH-EFF-DATE NOT > WS-WINDOW-END
                       ADD 1 TO WS-HARC-MATCH-COUNT
       2200-REPORT-ONE-SNAPSHOT.
           MOVE WS-ARCH-DATA TO WS-SNAPSHOT-AREA
           MOVE SPACES TO WS-SNAP-DETAIL
           MOVE WS-ARCH-CUST-ID TO WS-SNP-CUST-ID
           MOVE WS-ARCH-EFF-DATE TO WS-SNP-EFF-DATE
           MOVE CUST-NAME OF WS-SNAPSHOT-AREA TO WS-SNP-NAME
           MOVE CUST-ADDR OF WS-SNAPSHOT-AREA TO WS-SNP-ADDR
               NOT AT END
                   ADD 1 TO WS-AARC-READ-COUNT
                   MOVE AUDIT-ARCH-LINE TO WS-AUDIT-RECORD
                   MOVE AUD-KEY TO WS-CHAIN-TEST-ID
                   PERFORM 0240-TEST-CHAIN
                   IF WS-CHAIN-HIT
                       AND AUD-TIMESTAMP(1:8) NOT < WS-WINDOW-START
                       AND AUD-TIMESTAMP(1:8) NOT > WS-WINDOW-END
                       ADD 1 TO WS-AARC-MATCH-COUNT

       3200-REPORT-ONE-AUDIT-LINE.
           MOVE SPACES TO WS-AUDT-DETAIL
           MOVE AUD-KEY TO WS-AUD-KEY
           MOVE AUD-TIMESTAMP TO WS-AUD-TIMESTAMP
           MOVE AUD-ACTION TO WS-AUD-ACTION
           MOVE AUD-SOURCE-PGM TO WS-AUD-SOURCE-PGM
               INTO RETRIEVE-RPT-LINE
           WRITE RETRIEVE-RPT-LINE

           EVALUATE TRUE
               WHEN NOT WS-PARM-REQUEST-OK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHAIN-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           CLOSE RETRIEVE-RPT-FILE.
