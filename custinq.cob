      *  PRIOR VALUES COME FROM CUSTHIST, THE DATED SNAPSHOT FILE      *
      *  CUSTCMP APPENDS WS-AREA-2 TO WHEN A KEY CHANGES OR DROPS -    *
      *  THE MOST RECENT SNAPSHOT ON FILE FOR THE KEY IS "LAST KNOWN". *
      *  AN ID RETIRED BY AN UPSTREAM RE-KEY OR MERGE IS FOLLOWED      *
      *  THROUGH KEYXREF TO THE KEY NOW ON CURRMSTR, AND A NEW KEY     *
      *  WITH NO SNAPSHOT OF ITS OWN YET TAKES ITS PRIOR VALUE FROM    *
      *  THE KEY IT WAS RE-KEYED FROM - LNK: NAMES THE OTHER NUMBER.   *
      *  A KEY PICKED FROM THE NAME SEARCH (CUSTSRC, TRANSID CSRC)     *
      *  ARRIVES BY XCTL ALREADY IN THE COMMAREA AND IS SHOWN WITHOUT  *
      *  WAITING FOR THE OPERATOR TO KEY IT.                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       01  WS-RESP                         PIC S9(8) COMP.

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
       01  WS-CURRENT-FOUND-SW             PIC X VALUE 'N'.
           88  WS-CURRENT-FOUND                    VALUE 'Y'.
       01  WS-LINK-FOUND-SW                PIC X VALUE 'N'.
           88  WS-LINK-FOUND                       VALUE 'Y'.
       01  WS-LINK-FROM-ID                 PIC X(10) VALUE SPACES.
       01  WS-LINK-ID                      PIC X(10) VALUE SPACES.
       01  WS-LINK-DIRECTION               PIC X(01) VALUE SPACE.
       01  WS-LINK-DEPTH                   PIC 9(3) VALUE ZERO.
       01  WS-LINK-MAX                     PIC 9(3) VALUE 20.

      * THE KEYS ACTUALLY READ - THE ENTERED ID UNLESS THE CHAIN WAS
      * FOLLOWED - AND THE OTHER NUMBER SHOWN AGAINST LNK:.
       01  WS-CURRENT-ID                   PIC X(10) VALUE SPACES.
       01  WS-PRIOR-ID                     PIC X(10) VALUE SPACES.
       01  WS-SHOWN-LINK-ID                PIC X(10) VALUE SPACES.

       01  WS-PROMPT-MSG                   PIC X(20)
               VALUE 'ENTER CUSTOMER ID: '.

           05  WS-MSG-CUST-TYPE            PIC X(01).
           05  FILLER                      PIC X(5) VALUE ' MNT:'.
           05  WS-MSG-LAST-MAINT           PIC X(14).
           05  FILLER                      PIC X(5) VALUE ' LNK:'.
           05  WS-MSG-LINK-ID              PIC X(10).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-PROMPT
           ELSE
               IF EIBTRNID NOT = 'CSRC'
                   PERFORM 2000-RECEIVE-ID
               END-IF
               MOVE SPACES TO WS-SHOWN-LINK-ID
               MOVE CA-INQUIRY-ID TO WS-CURRENT-ID
               PERFORM 3000-LOOKUP-CURRENT
               IF NOT WS-CURRENT-FOUND
                   PERFORM 3100-FOLLOW-SUCCESSORS
               END-IF
               MOVE CA-INQUIRY-ID TO WS-PRIOR-ID
               PERFORM 4000-LOOKUP-PRIOR
               IF WS-PRIOR-RECORD = SPACES
                   PERFORM 4100-TRY-PREDECESSOR
               END-IF
               PERFORM 5000-SEND-COMPARE
           END-IF
           EXEC CICS RETURN
           EXEC CICS READ
               FILE('CURRMSTR')
               INTO(WS-CURRENT-MASTER-RECORD)
               RIDFLD(WS-CURRENT-ID)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           MOVE 'N' TO WS-CURRENT-FOUND-SW
           IF WS-RESP = ZERO
               SET WS-CURRENT-FOUND TO TRUE
               MOVE CURM-DATA TO WS-CURRENT-RECORD
           END-IF.

      * THE ENTERED ID IS OFF THE MASTER - IF CUSTCMP RETIRED IT BY A
      * RE-KEY OR MERGE, THE CURRENT VALUE IS WHATEVER THE CHAIN ENDS
      * IN.  A KEY SIMPLY DELETED HAS NO SUCCESSOR AND SHOWS BLANK AS
      * IT ALWAYS HAS.
       3100-FOLLOW-SUCCESSORS.
           MOVE ZERO TO WS-LINK-DEPTH
           MOVE CA-INQUIRY-ID TO WS-LINK-FROM-ID
           MOVE 'S' TO WS-LINK-DIRECTION
           PERFORM 6000-FIND-LINK
           PERFORM UNTIL NOT WS-LINK-FOUND
                      OR WS-CURRENT-FOUND
                      OR WS-LINK-DEPTH >= WS-LINK-MAX
               ADD 1 TO WS-LINK-DEPTH
               MOVE WS-LINK-ID TO WS-CURRENT-ID
               PERFORM 3000-LOOKUP-CURRENT
               IF NOT WS-CURRENT-FOUND
                   MOVE WS-LINK-ID TO WS-LINK-FROM-ID
                   PERFORM 6000-FIND-LINK
               END-IF
           END-PERFORM
           IF WS-CURRENT-FOUND
               MOVE WS-CURRENT-ID TO WS-SHOWN-LINK-ID
           END-IF.

      * CUSTHIST IS KEYED BY CUST-ID + EFFECTIVE DATE, ONE ENTRY PER
      * CYCLE A KEY CHANGED OR DROPPED - THERE IS NO SINGLE RECORD FOR
      * "THE" PRIOR VALUE.  BROWSE BACKWARD FROM ONE PAST THE HIGHEST
       4000-LOOKUP-PRIOR.
           MOVE SPACES TO WS-PRIOR-RECORD
           MOVE SPACES TO WS-SNAPSHOT-RECORD
           MOVE WS-PRIOR-ID TO BR-CUST-ID
           MOVE HIGH-VALUES TO BR-EFF-DATE
           EXEC CICS STARTBR
               FILE('CUSTHIST')
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                       AND SNAP-CUST-ID = WS-PRIOR-ID
                   MOVE SNAP-DATA TO WS-PRIOR-RECORD
               END-IF
               EXEC CICS ENDBR
      * HIGHEST-DATED) SNAPSHOT SEEN BEFORE THE KEY MOVES TO ANOTHER
      * CUSTOMER OR THE FILE RUNS OUT.
       4050-LOOKUP-PRIOR-FORWARD.
           MOVE WS-PRIOR-ID TO BR-CUST-ID
           MOVE LOW-VALUES TO BR-EFF-DATE
           EXEC CICS STARTBR
               FILE('CUSTHIST')
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = ZERO
                       IF SNAP-CUST-ID = WS-PRIOR-ID
                           MOVE SNAP-DATA TO WS-PRIOR-RECORD
                       ELSE
                           MOVE 12 TO WS-RESP
               END-EXEC
           END-IF.

      * A NEW KEY CUSTCMP HAS NOT YET SNAPSHOT IS STILL THE SAME
      * CUSTOMER AS THE KEY IT WAS RE-KEYED FROM, WHOSE LAST SNAPSHOT
      * (TAKEN THE CYCLE THE KEY WAS RETIRED) IS THE LAST-KNOWN PRIOR.
       4100-TRY-PREDECESSOR.
           MOVE CA-INQUIRY-ID TO WS-LINK-FROM-ID
           MOVE 'P' TO WS-LINK-DIRECTION
           PERFORM 6000-FIND-LINK
           IF WS-LINK-FOUND
               MOVE WS-LINK-ID TO WS-PRIOR-ID
               PERFORM 4000-LOOKUP-PRIOR
               IF WS-PRIOR-RECORD NOT = SPACES
                   AND WS-SHOWN-LINK-ID = SPACES
                   MOVE WS-LINK-ID TO WS-SHOWN-LINK-ID
               END-IF
           END-IF.

      * THE PROVENANCE FIELDS SHOWN ARE THE CURRENT SIDE'S - "WHICH
      * FEED SENT THIS AND WHEN WAS IT LAST TOUCHED" IS A QUESTION
      * ABOUT THE VALUE ON THE MASTER TODAY, NOT THE PRIOR SNAPSHOT.
           MOVE CUST-TYPE OF WS-CURRENT-RECORD TO WS-MSG-CUST-TYPE
           MOVE CUST-LAST-MAINT OF WS-CURRENT-RECORD
               TO WS-MSG-LAST-MAINT
           MOVE WS-SHOWN-LINK-ID TO WS-MSG-LINK-ID
           EXEC CICS SEND TEXT
               FROM(WS-COMPARE-MSG)
               LENGTH(124)
               ERASE
           END-EXEC.

      * KEYXREF IS KEYED LOOKUP ID + DIRECTION + OTHER ID - BROWSE
      * FROM THE LOW END OF WS-LINK-FROM-ID'S LINKS IN THE WANTED
      * DIRECTION.  A SUCCESSOR OF EITHER LINK TYPE IS TAKEN; ONLY A
      * RE-KEY PREDECESSOR IS, SINCE A MERGE SURVIVOR'S PRIOR VALUE IS
      * ITS OWN AND NOT THAT OF AN ACCOUNT IT ABSORBED.
       6000-FIND-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW
           MOVE 'N' TO WS-XREF-END-SW
           MOVE SPACES TO WS-LINK-ID
           MOVE WS-LINK-FROM-ID TO XB-LOOKUP-ID
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
               PERFORM 6100-SCAN-ONE-LINK
                   UNTIL WS-LINK-FOUND OR WS-XREF-END
               EXEC CICS ENDBR
                   FILE('KEYXREF')
               END-EXEC
           END-IF.

       6100-SCAN-ONE-LINK.
           EXEC CICS READNEXT
               FILE('KEYXREF')
               INTO(WS-XREF-RECORD)
               RIDFLD(WS-XREF-BROWSE-KEY)
               KEYLENGTH(21)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               OR XREF-LOOKUP-ID NOT = WS-LINK-FROM-ID
               OR XREF-DIRECTION NOT = WS-LINK-DIRECTION
               SET WS-XREF-END TO TRUE
           ELSE
               IF XREF-SUCCESSOR OR XREF-REKEY
                   SET WS-LINK-FOUND TO TRUE
                   MOVE XREF-OTHER-ID TO WS-LINK-ID
               END-IF
           END-IF.
