       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLTR.
      *****************************************************************
      *  CUSTLTR - NIGHTLY ADDRESS-CHANGE CONFIRMATION LETTERS         *
      *  PICKS THE DAY'S CUST-ADDR CHANGES OFF AUDITLOG - EVERY        *
      *  CHANGED LINE (CUSTCMP OVERNIGHT COMPARE, CUSTAPL INTRA-DAY    *
      *  TRANSACTIONS, CUSTUPD CUPD CORRECTIONS) AND EVERY RELEASE     *
      *  LINE (A HELD CHANGE CUSTHLD APPLIED) WHOSE BEFORE AND AFTER   *
      *  IMAGES CARRY A DIFFERENT ADDRESS - AND WRITES TWO LETTERS     *
      *  FOR EACH ONE TO LTRFILE: ONE TO THE PREVIOUS ADDRESS, ONE TO  *
      *  THE NEW.  LTRFILE IS PRINT-READY, ASA CARRIAGE CONTROL IN     *
      *  COLUMN 1, ONE PAGE PER LETTER.  LTRRPT IS THE CONTROL REPORT  *
      *  THE PRINT VENDOR'S COUNTS ARE TIED BACK TO: EVERY LETTER BY   *
      *  REFERENCE NUMBER, AND LETTERS BY SOURCE PROGRAM.  A KEY WITH  *
      *  MORE THAN ONE ADDRESS CHANGE IN THE DAY, OR WHOSE NEW IMAGE   *
      *  CARRIES A CLOSED CUST-STATUS, GETS NO LETTERS - IT IS LISTED  *
      *  ON LTRRPT FOR REVIEW AND THE STEP ENDS RC 4.                  *
      *  LTRPARM NAMES THE DAY (YYYYMMDD, COLUMNS 1-8) AND UP TO FIVE  *
      *  CUST-STATUS CODES THAT MEAN CLOSED (COLUMNS 9-13); AN ABSENT  *
      *  FILE TAKES THE RUN DATE AND 'C'.                              *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

           SELECT ADDR-CHANGE-FILE ASSIGN TO "LTRSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-ADDR-WORK ASSIGN TO "SRTLTR01".

           SELECT OPTIONAL PARM-FILE ASSIGN TO "LTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-RPT-FILE ASSIGN TO "LTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(280).

       FD  ADDR-CHANGE-FILE.
       01  ADDR-CHANGE-LINE                PIC X(280).

      * THE AUDIT LINE AS CUSTCMP WRITES IT, SORTED KEY THEN TIME SO
      * EACH KEY'S CHANGES FOR THE DAY ARRIVE TOGETHER, OLDEST FIRST.
       SD  SORT-ADDR-WORK.
       01  SORT-ADDR-RECORD.
           05  SRT-TIMESTAMP               PIC X(26).
           05  SRT-KEY                     PIC X(10).
           05  FILLER                      PIC X(244).

       FD  PARM-FILE.
       01  PARM-RECORD                     PIC X(80).

       FD  LETTER-FILE.
       01  LETTER-LINE                     PIC X(133).

       FD  LETTER-RPT-FILE.
       01  LETTER-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * MATCHES WS-AUDIT-RECORD IN CUSTCMP (BUG.COB).
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-ACTION                  PIC X(7).
               88  AUD-ACTION-CHANGED              VALUE 'CHANGED'.
               88  AUD-ACTION-RELEASED             VALUE 'RELEASE'.
           05  AUD-BEFORE-IMAGE            PIC X(100).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).

       01  WS-BEFORE-AREA.
           COPY CUSTREC.

       01  WS-AFTER-AREA.
           COPY CUSTREC.

       01  WS-AUDT-STATUS                  PIC XX VALUE SPACES.
           88  WS-AUDT-STATUS-OK                   VALUE '00'.

       01  WS-PARM-STATUS                  PIC XX VALUE SPACES.
           88  WS-PARM-STATUS-OK                   VALUE '00'.

       01  WS-PARM-FIELDS.
           05  WS-LETTER-DATE              PIC X(08).
           05  WS-CLOSED-CODES             PIC X(05) VALUE 'C'.
           05  WS-CLOSED-TABLE REDEFINES WS-CLOSED-CODES.
               10  WS-CLOSED-CODE          PIC X(01) OCCURS 5 TIMES.

       01  WS-PARM-INPUT.
           05  PARM-LETTER-DATE            PIC X(08).
           05  PARM-CLOSED-CODES           PIC X(05).
           05  FILLER                      PIC X(67).

       01  WS-AUDT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-AUDT-EOF                         VALUE 'Y'.

       01  WS-CHG-EOF-SW                   PIC X VALUE 'N'.
           88  WS-CHG-EOF                          VALUE 'Y'.

       01  WS-AUDT-MISSING-SW              PIC X VALUE 'N'.
           88  WS-AUDT-MISSING                     VALUE 'Y'.

       01  WS-CLOSED-SW                    PIC X VALUE 'N'.
           88  WS-CUST-CLOSED                      VALUE 'Y'.

      * CONTROL-BREAK STATE FOR THE KEY IN PROGRESS.  THE FIRST TEN
      * CHANGES ARE KEPT FOR THE REVIEW LISTING; A KEY WITH ONLY ONE
      * CHANGE IS THE ONLY KIND THAT GETS LETTERS, AND ITS WHOLE AUDIT
      * LINE IS KEPT IN WS-GROUP-AUDIT.  THE STATUS TESTED FOR CLOSED
      * IS THE ONE ON THE KEY'S LAST CHANGE OF THE DAY.
       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-KEY              PIC X(10) VALUE LOW-VALUES.
           05  WS-GROUP-COUNT              PIC 9(5) VALUE ZERO.
           05  WS-GROUP-LAST-STATUS        PIC X(01).
           05  WS-GROUP-AUDIT.
               10  WS-GRA-TIMESTAMP        PIC X(26).
               10  WS-GRA-KEY              PIC X(10).
               10  WS-GRA-ACTION           PIC X(7).
               10  WS-GRA-BEFORE-IMAGE     PIC X(100).
               10  WS-GRA-AFTER-IMAGE      PIC X(100).
               10  WS-GRA-SOURCE-PGM       PIC X(08).
               10  WS-GRA-USER-ID          PIC X(08).
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-GRP-IX.
               10  WS-GRP-TIME             PIC X(06).
               10  WS-GRP-SOURCE-PGM       PIC X(08).
               10  WS-GRP-USER-ID          PIC X(08).
               10  WS-GRP-OLD-ADDR         PIC X(30).
               10  WS-GRP-NEW-ADDR         PIC X(30).
       01  WS-CODE-IX                      PIC 9(1) VALUE ZERO.

      * LETTERS AND REVIEW ITEMS BY SOURCE PROGRAM.  SLOT 5 TAKES ANY
      * PROGRAM NOT NAMED HERE SO THE TOTALS STILL FOOT.
       01  WS-SOURCE-NAMES.
           05  FILLER                      PIC X(08) VALUE 'CUSTCMP'.
           05  FILLER                      PIC X(08) VALUE 'CUSTAPL'.
           05  FILLER                      PIC X(08) VALUE 'CUSTUPD'.
           05  FILLER                      PIC X(08) VALUE 'CUSTHLD'.
           05  FILLER                      PIC X(08) VALUE 'OTHER'.
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME              PIC X(08) OCCURS 5 TIMES.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 5 TIMES.
               10  WS-SRC-CHANGES          PIC 9(9) VALUE ZERO.
               10  WS-SRC-LETTERS          PIC 9(9) VALUE ZERO.
               10  WS-SRC-REVIEW           PIC 9(9) VALUE ZERO.
       01  WS-SRC-IX                       PIC 9(1) VALUE ZERO.
       01  WS-SLOT-PGM                     PIC X(08).

       01  WS-COUNTERS.
           05  WS-AUDIT-READ-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-ADDR-CHANGE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-KEYS-LETTERED            PIC 9(9) VALUE ZERO.
           05  WS-LETTER-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-MULTI-CHANGE-KEYS        PIC 9(9) VALUE ZERO.
           05  WS-CLOSED-KEYS              PIC 9(9) VALUE ZERO.

      * THE LETTER IN HAND.  THE REFERENCE (LETTER DATE AND A RUNNING
      * NUMBER) IS PRINTED ON THE LETTER AND ON THE LTRRPT REGISTER.
       01  WS-LETTER-FIELDS.
           05  WS-LTR-TYPE                 PIC X(01).
               88  WS-LTR-TO-OLD                   VALUE 'O'.
               88  WS-LTR-TO-NEW                   VALUE 'N'.
           05  WS-LTR-NAME                 PIC X(30).
           05  WS-LTR-ADDR                 PIC X(30).
           05  WS-LTR-SEQ                  PIC 9(7) VALUE ZERO.
           05  WS-LTR-FIRST-SEQ            PIC 9(7).
       01  WS-LTR-REF.
           05  WS-LTR-REF-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-LTR-REF-SEQ              PIC 9(7).

       01  WS-LETTER-PRINT.
           05  WS-LTR-CC                   PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-LTR-TEXT                 PIC X(128).

       01  WS-LETTER-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-LTD-KEY                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-LTD-TIME                 PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-LTD-SOURCE-PGM           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-LTD-USER-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WS-LTD-TEXT                 PIC X(66).

       01  WS-SOURCE-DETAIL.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-SRD-NAME                 PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-SRD-CHANGES              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-SRD-LETTERS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WS-SRD-REVIEW               PIC ZZZ,ZZZ,ZZ9.

       01  WS-RPT-NUM                      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-READ-PARMS
           PERFORM 0500-SORT-ADDRESS-CHANGES
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHANGE
               UNTIL WS-CHG-EOF
           IF WS-GROUP-COUNT > ZERO
               PERFORM 2500-CLOSE-KEY-GROUP
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-READ-PARMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LETTER-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS-OK
               READ PARM-FILE INTO WS-PARM-INPUT
                   NOT AT END
                       IF PARM-LETTER-DATE NUMERIC
                           MOVE PARM-LETTER-DATE TO WS-LETTER-DATE
                       END-IF
                       IF PARM-CLOSED-CODES NOT = SPACES
                           MOVE PARM-CLOSED-CODES TO WS-CLOSED-CODES
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * ONLY LINES THAT MOVED AN EXISTING ADDRESS REACH THE SORT: AN
      * ADD (NO BEFORE IMAGE) HAS NO PREVIOUS ADDRESS TO WRITE TO, AND
      * A HELD CHANGE IS NOT ON THE MASTER UNTIL CUSTHLD RELEASES IT.
       0500-SORT-ADDRESS-CHANGES.
           SORT SORT-ADDR-WORK
               ON ASCENDING KEY SRT-KEY
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS 0520-RELEASE-ADDRESS-CHANGES
               GIVING ADDR-CHANGE-FILE.

       0520-RELEASE-ADDRESS-CHANGES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDT-STATUS-OK
               PERFORM 0525-RELEASE-ONE-AUDIT-LINE
                   UNTIL WS-AUDT-EOF
               CLOSE AUDIT-LOG-FILE
           ELSE
               SET WS-AUDT-MISSING TO TRUE
           END-IF.

       0525-RELEASE-ONE-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF AUD-TIMESTAMP(1:8) = WS-LETTER-DATE
                       AND (AUD-ACTION-CHANGED OR AUD-ACTION-RELEASED)
                       AND AUD-BEFORE-IMAGE NOT = SPACES
                       AND AUD-AFTER-IMAGE NOT = SPACES
                       AND AUD-BEFORE-IMAGE(41:30) NOT =
                           AUD-AFTER-IMAGE(41:30)
                       ADD 1 TO WS-ADDR-CHANGE-COUNT
                       RELEASE SORT-ADDR-RECORD FROM WS-AUDIT-RECORD
                   END-IF
           END-READ.

       1000-INITIALIZE.
           OPEN INPUT ADDR-CHANGE-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LETTER-RPT-FILE
           MOVE 'CUSTLTR ADDRESS-CHANGE LETTER CONTROL REPORT' TO
               LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           MOVE SPACES TO LETTER-RPT-LINE
           STRING ' ADDRESS CHANGES AUDITED ON ' DELIMITED BY SIZE
                  WS-LETTER-DATE DELIMITED BY SIZE
                  '   CLOSED STATUS CODES ' DELIMITED BY SIZE
                  WS-CLOSED-CODES DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           MOVE SPACES TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           MOVE ' CUST-ID     TIME    SOURCE    USER-ID' TO
               LETTER-RPT-LINE(1:40)
           MOVE 'LETTERS / REVIEW' TO LETTER-RPT-LINE(42:16)
           WRITE LETTER-RPT-LINE.

       2000-PROCESS-CHANGE.
           READ ADDR-CHANGE-FILE INTO WS-AUDIT-RECORD
               AT END
                   SET WS-CHG-EOF TO TRUE
               NOT AT END
                   IF AUD-KEY NOT = WS-CURRENT-KEY
                       IF WS-GROUP-COUNT > ZERO
                           PERFORM 2500-CLOSE-KEY-GROUP
                       END-IF
                       MOVE AUD-KEY TO WS-CURRENT-KEY
                       MOVE ZERO TO WS-GROUP-COUNT
                       MOVE WS-AUDIT-RECORD TO WS-GROUP-AUDIT
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE AUD-AFTER-IMAGE(71:1) TO WS-GROUP-LAST-STATUS
                   IF WS-GROUP-COUNT NOT > 10
                       SET WS-GRP-IX TO WS-GROUP-COUNT
                       MOVE AUD-TIMESTAMP(9:6) TO WS-GRP-TIME(WS-GRP-IX)
                       MOVE AUD-SOURCE-PGM TO
                           WS-GRP-SOURCE-PGM(WS-GRP-IX)
                       MOVE AUD-USER-ID TO WS-GRP-USER-ID(WS-GRP-IX)
                       MOVE AUD-BEFORE-IMAGE(41:30) TO
                           WS-GRP-OLD-ADDR(WS-GRP-IX)
                       MOVE AUD-AFTER-IMAGE(41:30) TO
                           WS-GRP-NEW-ADDR(WS-GRP-IX)
                   END-IF
           END-READ.

      * ONE KEY'S CHANGES FOR THE DAY ARE IN HAND.  MORE THAN ONE
      * MEANS THE LETTERS WOULD CROSS IN THE POST OR CONTRADICT EACH
      * OTHER, AND A CLOSED ACCOUNT HAS NO ONE TO WRITE TO - BOTH GO
      * TO REVIEW.
       2500-CLOSE-KEY-GROUP.
           MOVE WS-GRA-BEFORE-IMAGE TO WS-BEFORE-AREA
           MOVE WS-GRA-AFTER-IMAGE TO WS-AFTER-AREA
           PERFORM 2550-TEST-CLOSED-STATUS
           EVALUATE TRUE
               WHEN WS-GROUP-COUNT > 1
                   ADD 1 TO WS-MULTI-CHANGE-KEYS
                   PERFORM 2600-LIST-MULTIPLE-CHANGES
               WHEN WS-CUST-CLOSED
                   ADD 1 TO WS-CLOSED-KEYS
                   PERFORM 2700-LIST-CLOSED-CUSTOMER
               WHEN OTHER
                   PERFORM 3000-WRITE-LETTER-PAIR
           END-EVALUATE
           MOVE ZERO TO WS-GROUP-COUNT.

       2550-TEST-CLOSED-STATUS.
           MOVE 'N' TO WS-CLOSED-SW
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 5
               IF WS-CLOSED-CODE(WS-CODE-IX) NOT = SPACE
                   AND WS-CLOSED-CODE(WS-CODE-IX) =
                       WS-GROUP-LAST-STATUS
                   SET WS-CUST-CLOSED TO TRUE
               END-IF
           END-PERFORM.

       2600-LIST-MULTIPLE-CHANGES.
           MOVE SPACES TO WS-LETTER-DETAIL
           MOVE WS-CURRENT-KEY TO WS-LTD-KEY
           MOVE 'REVIEW - ADDRESS CHANGED MORE THAN ONCE, NO LETTERS'
               TO WS-LTD-TEXT
           IF WS-CUST-CLOSED
               MOVE '(CLOSED)' TO WS-LTD-TEXT(53:8)
           END-IF
           MOVE WS-LETTER-DETAIL TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           PERFORM 2650-LIST-ONE-CHANGE
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GROUP-COUNT
                  OR WS-GRP-IX > 10
           IF WS-GROUP-COUNT > 10
               MOVE SPACES TO WS-LETTER-DETAIL
               SUBTRACT 10 FROM WS-GROUP-COUNT GIVING WS-RPT-NUM
               STRING '  ' DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                      ' FURTHER CHANGES NOT LISTED' DELIMITED BY SIZE
                   INTO WS-LTD-TEXT
               MOVE WS-LETTER-DETAIL TO LETTER-RPT-LINE
               WRITE LETTER-RPT-LINE
           END-IF.

      * EVERY CHANGE IS CHARGED TO ITS OWN SOURCE PROGRAM, SO A KEY
      * CUSTAPL AND CUPD BOTH MOVED SHOWS UNDER BOTH.
       2650-LIST-ONE-CHANGE.
           MOVE WS-GRP-SOURCE-PGM(WS-GRP-IX) TO WS-SLOT-PGM
           PERFORM 3500-FIND-SOURCE-SLOT
           ADD 1 TO WS-SRC-CHANGES(WS-SRC-IX)
           ADD 1 TO WS-SRC-REVIEW(WS-SRC-IX)
           MOVE SPACES TO WS-LETTER-DETAIL
           MOVE WS-GRP-TIME(WS-GRP-IX) TO WS-LTD-TIME
           MOVE WS-GRP-SOURCE-PGM(WS-GRP-IX) TO WS-LTD-SOURCE-PGM
           MOVE WS-GRP-USER-ID(WS-GRP-IX) TO WS-LTD-USER-ID
           STRING WS-GRP-OLD-ADDR(WS-GRP-IX) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-GRP-NEW-ADDR(WS-GRP-IX) DELIMITED BY SIZE
               INTO WS-LTD-TEXT
           MOVE WS-LETTER-DETAIL TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE.

       2700-LIST-CLOSED-CUSTOMER.
           MOVE SPACES TO WS-LETTER-DETAIL
           MOVE WS-CURRENT-KEY TO WS-LTD-KEY
           STRING 'REVIEW - CUST-STATUS ' DELIMITED BY SIZE
                  WS-GROUP-LAST-STATUS DELIMITED BY SIZE
                  ' IS CLOSED, NO LETTERS' DELIMITED BY SIZE
               INTO WS-LTD-TEXT
           MOVE WS-LETTER-DETAIL TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           SET WS-GRP-IX TO 1
           PERFORM 2650-LIST-ONE-CHANGE.

      * THE PREVIOUS ADDRESS IS WRITTEN TO UNDER THE NAME IT WAS HELD
      * IN, AND IS NOT TOLD THE NEW ADDRESS - THAT LETTER EXISTS TO
      * WARN A CUSTOMER WHOSE ADDRESS WAS MOVED WITHOUT THEIR SAY.
       3000-WRITE-LETTER-PAIR.
           ADD 1 TO WS-KEYS-LETTERED
           MOVE WS-GRA-SOURCE-PGM TO WS-SLOT-PGM
           PERFORM 3500-FIND-SOURCE-SLOT
           ADD 1 TO WS-SRC-CHANGES(WS-SRC-IX)
           COMPUTE WS-LTR-FIRST-SEQ = WS-LTR-SEQ + 1
           SET WS-LTR-TO-OLD TO TRUE
           MOVE CUST-NAME OF WS-BEFORE-AREA TO WS-LTR-NAME
           MOVE CUST-ADDR OF WS-BEFORE-AREA TO WS-LTR-ADDR
           PERFORM 3100-WRITE-ONE-LETTER
           SET WS-LTR-TO-NEW TO TRUE
           MOVE CUST-NAME OF WS-AFTER-AREA TO WS-LTR-NAME
           MOVE CUST-ADDR OF WS-AFTER-AREA TO WS-LTR-ADDR
           PERFORM 3100-WRITE-ONE-LETTER
           MOVE SPACES TO WS-LETTER-DETAIL
           MOVE WS-CURRENT-KEY TO WS-LTD-KEY
           MOVE WS-GRA-TIMESTAMP(9:6) TO WS-LTD-TIME
           MOVE WS-GRA-SOURCE-PGM TO WS-LTD-SOURCE-PGM
           MOVE WS-GRA-USER-ID TO WS-LTD-USER-ID
           STRING 'LETTERS ' DELIMITED BY SIZE
                  WS-LTR-FIRST-SEQ DELIMITED BY SIZE
                  ' (PREVIOUS ADDRESS) AND ' DELIMITED BY SIZE
                  WS-LTR-SEQ DELIMITED BY SIZE
                  ' (NEW)' DELIMITED BY SIZE
               INTO WS-LTD-TEXT
           MOVE WS-LETTER-DETAIL TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE.

       3100-WRITE-ONE-LETTER.
           ADD 1 TO WS-LTR-SEQ
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-SRC-LETTERS(WS-SRC-IX)
           MOVE WS-LETTER-DATE TO WS-LTR-REF-DATE
           MOVE WS-LTR-SEQ TO WS-LTR-REF-SEQ
           MOVE SPACES TO WS-LTR-TEXT
           STRING 'CUSTOMER ACCOUNT SERVICES' DELIMITED BY SIZE
                  '                                        '
                      DELIMITED BY SIZE
                  'REF ' DELIMITED BY SIZE
                  WS-LTR-REF DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           MOVE '1' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           MOVE WS-LTR-NAME TO WS-LTR-TEXT
           MOVE '-' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           MOVE WS-LTR-ADDR TO WS-LTR-TEXT
           MOVE ' ' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           STRING 'DATE         ' DELIMITED BY SIZE
                  WS-LETTER-DATE DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           MOVE '-' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           STRING 'CUSTOMER ID  ' DELIMITED BY SIZE
                  WS-CURRENT-KEY DELIMITED BY SIZE
               INTO WS-LTR-TEXT
           MOVE ' ' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           MOVE 'DEAR CUSTOMER,' TO WS-LTR-TEXT
           MOVE '-' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           IF WS-LTR-TO-NEW
               MOVE 'THIS LETTER CONFIRMS THAT THE ADDRESS HELD ON YOUR'
                   TO WS-LTR-TEXT
               MOVE '0' TO WS-LTR-CC
               PERFORM 3900-PUT-LETTER-LINE
               MOVE 'ACCOUNT HAS BEEN CHANGED TO THE ADDRESS SHOWN'
                   TO WS-LTR-TEXT
               MOVE ' ' TO WS-LTR-CC
               PERFORM 3900-PUT-LETTER-LINE
               MOVE 'ABOVE.' TO WS-LTR-TEXT
               MOVE ' ' TO WS-LTR-CC
               PERFORM 3900-PUT-LETTER-LINE
           ELSE
               MOVE 'THE ADDRESS HELD ON YOUR ACCOUNT HAS BEEN CHANGED'
                   TO WS-LTR-TEXT
               MOVE '0' TO WS-LTR-CC
               PERFORM 3900-PUT-LETTER-LINE
               MOVE 'FROM THE ADDRESS SHOWN ABOVE.  AS A SECURITY'
                   TO WS-LTR-TEXT
               MOVE ' ' TO WS-LTR-CC
               PERFORM 3900-PUT-LETTER-LINE
               MOVE 'PRECAUTION THIS LETTER IS SENT TO YOUR PREVIOUS'
                   TO WS-LTR-TEXT
               PERFORM 3900-PUT-LETTER-LINE
               MOVE 'ADDRESS.' TO WS-LTR-TEXT
               PERFORM 3900-PUT-LETTER-LINE
           END-IF
           MOVE 'IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE CONTACT US'
               TO WS-LTR-TEXT
           MOVE '0' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           MOVE 'AT ONCE, QUOTING THE REFERENCE AT THE TOP OF THIS'
               TO WS-LTR-TEXT
           MOVE ' ' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE
           MOVE 'LETTER.' TO WS-LTR-TEXT
           PERFORM 3900-PUT-LETTER-LINE
           MOVE 'CUSTOMER ACCOUNT SERVICES' TO WS-LTR-TEXT
           MOVE '-' TO WS-LTR-CC
           PERFORM 3900-PUT-LETTER-LINE.

      * MAPS WS-SLOT-PGM TO ITS WS-SOURCE-TABLE SLOT IN WS-SRC-IX.
       3500-FIND-SOURCE-SLOT.
           MOVE 5 TO WS-SRC-IX
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 4
               IF WS-SLOT-PGM = WS-SOURCE-NAME(WS-CODE-IX)
                   MOVE WS-CODE-IX TO WS-SRC-IX
               END-IF
           END-PERFORM.

       3900-PUT-LETTER-LINE.
           MOVE WS-LETTER-PRINT TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-LTR-TEXT.

       9000-TERMINATE.
           MOVE SPACES TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           MOVE ' SOURCE         CHANGES        LETTERS         REVIEW'
               TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > 5
               MOVE SPACES TO WS-SOURCE-DETAIL
               MOVE WS-SOURCE-NAME(WS-SRC-IX) TO WS-SRD-NAME
               MOVE WS-SRC-CHANGES(WS-SRC-IX) TO WS-SRD-CHANGES
               MOVE WS-SRC-LETTERS(WS-SRC-IX) TO WS-SRD-LETTERS
               MOVE WS-SRC-REVIEW(WS-SRC-IX) TO WS-SRD-REVIEW
               MOVE WS-SOURCE-DETAIL TO LETTER-RPT-LINE
               WRITE LETTER-RPT-LINE
           END-PERFORM
           MOVE SPACES TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE WS-AUDIT-READ-COUNT TO WS-RPT-NUM
           MOVE SPACES TO LETTER-RPT-LINE
           STRING 'AUDIT LINES READ  . . . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE WS-ADDR-CHANGE-COUNT TO WS-RPT-NUM
           MOVE SPACES TO LETTER-RPT-LINE
           STRING 'ADDRESS CHANGES FOR THE DAY  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE WS-KEYS-LETTERED TO WS-RPT-NUM
           MOVE SPACES TO LETTER-RPT-LINE
           STRING 'CUSTOMERS WRITTEN TO  . . . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE WS-LETTER-COUNT TO WS-RPT-NUM
           MOVE SPACES TO LETTER-RPT-LINE
           STRING 'LETTERS WRITTEN TO LTRFILE  . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE WS-MULTI-CHANGE-KEYS TO WS-RPT-NUM
           MOVE SPACES TO LETTER-RPT-LINE
           STRING 'KEYS CHANGED MORE THAN ONCE - REVIEW  . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE WS-CLOSED-KEYS TO WS-RPT-NUM
           MOVE SPACES TO LETTER-RPT-LINE
           STRING 'CLOSED CUSTOMERS - REVIEW . . . . . . . .' DELIMITED
                   BY SIZE
                  WS-RPT-NUM DELIMITED BY SIZE
               INTO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE

           MOVE SPACES TO LETTER-RPT-LINE
           WRITE LETTER-RPT-LINE
           EVALUATE TRUE
               WHEN WS-AUDT-MISSING
                   MOVE 'LTR STATUS: AUDITLOG NOT AVAILABLE'
                       TO LETTER-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MULTI-CHANGE-KEYS > ZERO
                 OR WS-CLOSED-KEYS > ZERO
                   MOVE 'LTR STATUS: LETTERS WRITTEN, ITEMS FOR REVIEW'
                       TO LETTER-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'LTR STATUS: LETTERS WRITTEN' TO LETTER-RPT-LINE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           WRITE LETTER-RPT-LINE
           CLOSE ADDR-CHANGE-FILE
                 LETTER-FILE
                 LETTER-RPT-FILE.
