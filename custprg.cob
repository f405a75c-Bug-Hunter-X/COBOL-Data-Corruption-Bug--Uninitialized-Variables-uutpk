      *  REWRITTEN TO AUDITNEW/CKPTNEW - THE JOB STEP THAT FOLLOWS     *
      *  SWAPS THE NEW GENERATION OVER THE LIVE DATASET.  CUSTHIST IS  *
      *  KEYED AND IS PRUNED IN PLACE.                                 *
      *  AUDITLOG IS CHAINED LINE TO LINE (SEE CUSTCMP 5050), SO THE   *
      *  SPLIT CARRIES THE LINK ACROSS: AUDITNEW OPENS WITH AN ANCHOR  *
      *  LINE HOLDING THE SEQUENCE AND CHECK OF THE LAST LINE ARCHIVED,*
      *  AND THE ANCHOR THE LIVE LOG OPENED WITH GOES TO THE HEAD OF   *
      *  AUDTARCH - EVERY GENERATION STARTS WITH THE LINK IT HANGS     *
      *  FROM, AND CUSTAVF CAN WALK THEM ALL END TO END.               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  AUDIT-NEW-LINE                  PIC X(280).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE                 PIC X(400).

       FD  CHECKPOINT-ARCH-FILE.
       01  CHECKPOINT-ARCH-LINE            PIC X(400).

       FD  CHECKPOINT-NEW-FILE.
       01  CHECKPOINT-NEW-LINE             PIC X(400).

       FD  PARM-FILE.
       01  PARM-RECORD                     PIC X(80).
       01  PURGE-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * MATCHES WS-AUDIT-RECORD IN CUSTCMP (BUG.COB) - THE TIMESTAMP
      * AGES A LINE, THE CHAIN FIELDS ARE CARRIED INTO THE ANCHOR.
      * AN ANCHOR LINE IS ACTION 'ANCHOR' FROM CUSTPRG WITH A BLANK
      * KEY; ITS CHAIN FIELDS ARE THE LINK OF THE LINE BEFORE IT AND
      * THE FIRST 8 BYTES OF ITS BEFORE IMAGE THE CUTOFF IT WAS CUT AT.
       01  WS-AUDIT-RECORD.
           05  AUD-TIMESTAMP               PIC X(26).
           05  AUD-KEY                     PIC X(10).
           05  AUD-ACTION                  PIC X(7).
               88  AUD-ACTION-ANCHOR               VALUE 'ANCHOR'.
           05  AUD-BEFORE-IMAGE            PIC X(100).
           05  AUD-AFTER-IMAGE             PIC X(100).
           05  AUD-SOURCE-PGM              PIC X(08).
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-CHAIN-SEQ               PIC 9(09).
           05  AUD-CHAIN-CHECK             PIC 9(12).

      * MATCHES WS-CHECKPOINT-RECORD IN CUSTCMP (BUG.COB) - ONLY THE
      * TIMESTAMP AND RUN STATUS ARE NEEDED HERE.
           05  WS-CKPT-PURGED-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-CKPT-AFTER-COUNT         PIC 9(9) VALUE ZERO.

      * THE LINK THE NEXT GENERATION OF AUDITLOG HANGS FROM - THE
      * LAST CHAINED LINE (OR ANCHOR) SENT TO AUDTARCH.  ONCE THE
      * FIRST LINE IS KEPT, EVERY LINE AFTER IT IS KEPT TOO: THE
      * SPLIT IS ONE CUT, SO THE ANCHOR ALWAYS MEETS THE LINE IT
      * PRECEDES EVEN IF A CLOCK STEP PUT AN OLDER DATE LATER ON.
       01  WS-ANCHOR-SEQ                   PIC 9(09) VALUE ZERO.
       01  WS-ANCHOR-CHECK                 PIC 9(12) VALUE ZERO.
       01  WS-ANCHOR-WRITTEN-SW            PIC X VALUE 'N'.
           88  WS-ANCHOR-WRITTEN                   VALUE 'Y'.
       01  WS-AUDT-KEEPING-SW              PIC X VALUE 'N'.
           88  WS-AUDT-KEEPING                     VALUE 'Y'.

       01  WS-CKPT-LAST-LINE               PIC X(400).
       01  WS-CKPT-LAST-ARCHIVED-SW        PIC X VALUE 'N'.
           88  WS-CKPT-LAST-ARCHIVED               VALUE 'Y'.

               OPEN OUTPUT AUDIT-NEW-FILE
               PERFORM 3100-PURGE-ONE-AUDIT-LINE
                   UNTIL WS-AUDT-EOF
               IF NOT WS-ANCHOR-WRITTEN
                   PERFORM 3300-WRITE-NEW-ANCHOR
               END-IF
               CLOSE AUDIT-LOG-FILE
                     AUDIT-ARCH-FILE
                     AUDIT-NEW-FILE
               AT END
                   SET WS-AUDT-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-LOG-LINE TO WS-AUDIT-RECORD
                   IF AUD-ACTION-ANCHOR AND AUD-SOURCE-PGM = 'CUSTPRG'
                       PERFORM 3200-CARRY-OLD-ANCHOR
                   ELSE
                       ADD 1 TO WS-AUDT-BEFORE-COUNT
                       IF AUD-TIMESTAMP(1:8) < WS-AUDT-CUTOFF
                           AND NOT WS-AUDT-KEEPING
                           MOVE AUDIT-LOG-LINE TO AUDIT-ARCH-LINE
                           WRITE AUDIT-ARCH-LINE
                           ADD 1 TO WS-AUDT-PURGED-COUNT
                           IF AUD-CHAIN-SEQ NUMERIC
                               AND AUD-CHAIN-CHECK NUMERIC
                               MOVE AUD-CHAIN-SEQ TO WS-ANCHOR-SEQ
                               MOVE AUD-CHAIN-CHECK TO WS-ANCHOR-CHECK
                           END-IF
                       ELSE
                           IF NOT WS-ANCHOR-WRITTEN
                               PERFORM 3300-WRITE-NEW-ANCHOR
                           END-IF
                           SET WS-AUDT-KEEPING TO TRUE
                           MOVE AUDIT-LOG-LINE TO AUDIT-NEW-LINE
                           WRITE AUDIT-NEW-LINE
                           ADD 1 TO WS-AUDT-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

      * ANCHOR LINES ARE NOT AUDIT LINES AND ARE LEFT OUT OF THE
      * BEFORE/PURGED/AFTER BALANCE.  THE ONE THE LIVE LOG OPENED
      * WITH HEADS THE ARCHIVE GENERATION IT BELONGS TO, AND ITS LINK
      * STANDS AS THE NEW ANCHOR IF NOTHING CHAINED IS ARCHIVED
      * BEHIND IT.
       3200-CARRY-OLD-ANCHOR.
           IF WS-AUDT-KEEPING
               MOVE AUDIT-LOG-LINE TO AUDIT-NEW-LINE
               WRITE AUDIT-NEW-LINE
           ELSE
               MOVE AUDIT-LOG-LINE TO AUDIT-ARCH-LINE
               WRITE AUDIT-ARCH-LINE
               IF AUD-CHAIN-SEQ NUMERIC AND AUD-CHAIN-CHECK NUMERIC
                   MOVE AUD-CHAIN-SEQ TO WS-ANCHOR-SEQ
                   MOVE AUD-CHAIN-CHECK TO WS-ANCHOR-CHECK
               END-IF
           END-IF.

      * WRITTEN AHEAD OF THE FIRST SURVIVOR, OR ALONE WHEN NOTHING
      * SURVIVES, SO AUDITNEW ALWAYS OPENS WITH ONE.  THE LINE IS
      * BUILT IN WS-AUDIT-RECORD, SO THE SURVIVOR WAITING THERE IS
      * PUT BACK FROM THE FILE RECORD AFTERWARDS.
       3300-WRITE-NEW-ANCHOR.
           MOVE SPACES TO WS-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 'ANCHOR' TO AUD-ACTION
           MOVE WS-AUDT-CUTOFF TO AUD-BEFORE-IMAGE(1:8)
           MOVE 'CUSTPRG' TO AUD-SOURCE-PGM
           MOVE WS-ANCHOR-SEQ TO AUD-CHAIN-SEQ
           MOVE WS-ANCHOR-CHECK TO AUD-CHAIN-CHECK
           MOVE WS-AUDIT-RECORD TO AUDIT-NEW-LINE
           WRITE AUDIT-NEW-LINE
           SET WS-ANCHOR-WRITTEN TO TRUE
           MOVE AUDIT-LOG-LINE TO WS-AUDIT-RECORD.

      * THE LAST CMPCKPT LINE IS WHAT 1100-CHECK-RESTART IN CUSTCMP
      * READS TO DECIDE FRESH RUN VS RESTART, SO IT MUST SURVIVE THE
      * PURGE EVEN WHEN IT IS OLDER THAN THE RETENTION - OTHERWISE AN
           MOVE WS-RPT-NUM TO PURGE-RPT-LINE(37:11)
           MOVE WS-AUDT-AFTER-COUNT TO WS-RPT-NUM
           MOVE WS-RPT-NUM TO PURGE-RPT-LINE(49:11)
           WRITE PURGE-RPT-LINE
           IF WS-ANCHOR-WRITTEN
               MOVE SPACES TO PURGE-RPT-LINE
               MOVE WS-ANCHOR-SEQ TO WS-RPT-NUM
               STRING '  AUDITNEW ANCHORED AT CHAIN SEQUENCE'
                       DELIMITED BY SIZE
                      WS-RPT-NUM DELIMITED BY SIZE
                      '  CHECK ' DELIMITED BY SIZE
                      WS-ANCHOR-CHECK DELIMITED BY SIZE
                   INTO PURGE-RPT-LINE
               WRITE PURGE-RPT-LINE
           END-IF.

       9300-REPORT-CKPT-LINE.
           MOVE SPACES TO PURGE-RPT-LINE
