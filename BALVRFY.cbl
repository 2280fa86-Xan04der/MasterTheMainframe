      *                   per-transaction limit is reported but
      *                   left unrepaired. One person alone cannot
      *                   rewrite an eight-digit balance.
      *   2026-10-15 XG - GAME-LOG-REC widened from 108 to 136 bytes
      *                   for the LOGSEAL sequence/check columns; the
      *                   fields read here are unchanged.
      *   2026-10-15 XG - Follow the 'W' tax-withholding record's
      *                   post-withholding CREDITS like a 'J'.
      *   2026-10-15 XG - Follow the promotional-credit records: a
      *                   'P' promo stake and a 'C' conversion keep
      *                   the session chain like a 'J', and the
      *                   promo balance they carry becomes the
      *                   player's expected promo at the trailer; a
      *                   'P' issue or 'E' expiry sets it straight
      *                   away. A stored promo balance that disagrees
      *                   is reported, never repaired.
      *   2026-10-15 XG - Every REPAIR rebuild now cuts a 'B' record
      *                   on CREDAUD under the repairing operator,
      *                   with the amount and direction the balance
      *                   moved, so repairs can be reviewed and the
      *                   liability roll still ties. 'Q' records
      *                   (expired queued adjustments) are skipped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  CRED-AUDIT.
       01  CRED-AUDIT-REC      PIC X(100).
              10 PT-DRIFT        PIC X.
              10 PT-DRIFT-TS     PIC X(14).
              10 PT-CLOSED       PIC X.
              10 PT-PROMO        PIC 9(8).
              10 PT-HAS-PROMO    PIC X.

       01  SESSION-LAST-CREDITS  PIC 9(8) VALUE 0.
       01  SESSION-HAS-DETAIL    PIC X    VALUE 'N'.
       01  SESSION-LAST-PROMO    PIC 9(8) VALUE 0.
       01  SESSION-HAS-PROMO     PIC X    VALUE 'N'.
       01  SAVE-SUB              PIC 9(3) VALUE 0.
       01  PROMO-SUB             PIC 9(3) VALUE 0.
       01  STORED-PROMO          PIC 9(8) VALUE 0.
       01  PROMO-DRIFT-COUNT     PIC 9(3) VALUE 0.

       01  CHECKED-COUNT      PIC 9(3) VALUE 0.
       01  AGREED-COUNT       PIC 9(3) VALUE 0.
                       END-IF
                   END-IF
                   MOVE 'N' TO SESSION-HAS-DETAIL
                   MOVE 'N' TO SESSION-HAS-PROMO
               WHEN 'D'
                   IF CUR-SUB > 0
                       MOVE GAME-LOG-REC TO LOG-DETAIL-LINE
                       MOVE LOGJ-CREDITS TO SESSION-LAST-CREDITS
                       MOVE 'Y' TO SESSION-HAS-DETAIL
                   END-IF
               WHEN 'W'
      *    SO DOES TAX WITHHELD FROM A REPORTABLE WIN.
                   IF CUR-SUB > 0
                       MOVE GAME-LOG-REC TO LOG-TAX-LINE
                       MOVE LOGW-CREDITS TO SESSION-LAST-CREDITS
                       MOVE 'Y' TO SESSION-HAS-DETAIL
                   END-IF
               WHEN 'P'
      *    A PROMO STAKE IN SESSION CARRIES BOTH BALANCES AFTER THE
      *    HAND; AN ISSUE OUTSIDE ANY SESSION MOVES ONLY THE PROMO
      *    BALANCE AND IS FOLDED IN STRAIGHT AWAY.
                   MOVE GAME-LOG-REC TO LOG-PROMO-LINE
                   IF LOGP-TYPE = 'WAGR'
                       IF CUR-SUB > 0
                           MOVE LOGP-CREDITS TO SESSION-LAST-CREDITS
                           MOVE 'Y' TO SESSION-HAS-DETAIL
                           MOVE LOGP-PROMO   TO SESSION-LAST-PROMO
                           MOVE 'Y' TO SESSION-HAS-PROMO
                       END-IF
                   ELSE
                       MOVE LOGP-PLAYER-ID TO WORK-PLAYER-ID
                       MOVE LOGP-PROMO     TO STORED-PROMO
                       PERFORM FOLD-PROMO-MOVEMENT
                       IF PROMO-SUB > 0
                        AND PT-HAS-BASE(PROMO-SUB) = 'N'
                           MOVE LOGP-CREDITS TO
                               PT-EXPECTED(PROMO-SUB)
                           MOVE 'Y' TO PT-HAS-BASE(PROMO-SUB)
                           MOVE LOGP-TIMESTAMP TO
                               PT-LAST-TS(PROMO-SUB)
                       END-IF
                   END-IF
               WHEN 'C'
      *    SO DOES A PROMO WIN CONVERTED TO CASHABLE CREDITS.
                   IF CUR-SUB > 0
                       MOVE GAME-LOG-REC TO LOG-CONVERT-LINE
                       MOVE LOGK-CREDITS TO SESSION-LAST-CREDITS
                       MOVE 'Y' TO SESSION-HAS-DETAIL
                       MOVE LOGK-PROMO   TO SESSION-LAST-PROMO
                       MOVE 'Y' TO SESSION-HAS-PROMO
                   END-IF
               WHEN 'E'
      *    AN EXPIRY OR A FORFEIT ON CLOSE EMPTIES THE PROMO
      *    BALANCE OUTSIDE ANY SESSION. ONLY THE SWEEP MAY SERVE
      *    AS A CASH BASE - A CLOSE IS PROVED BY ITS CREDAUD
      *    RECORD, CUT IN THE SAME SECOND.
                   MOVE GAME-LOG-REC TO LOG-EXPIRY-LINE
                   MOVE LOGE-PLAYER-ID TO WORK-PLAYER-ID
                   MOVE LOGE-PROMO     TO STORED-PROMO
                   PERFORM FOLD-PROMO-MOVEMENT
                   IF PROMO-SUB > 0 AND LOGE-TYPE = 'EXPD'
                    AND PT-HAS-BASE(PROMO-SUB) = 'N'
                       MOVE LOGE-CREDITS TO PT-EXPECTED(PROMO-SUB)
                       MOVE 'Y' TO PT-HAS-BASE(PROMO-SUB)
                       MOVE LOGE-TIMESTAMP TO PT-LAST-TS(PROMO-SUB)
                   END-IF
               WHEN 'T'
                   IF CUR-SUB > 0
                       MOVE GAME-LOG-REC TO LOG-TRAILER-LINE
                       IF SESSION-HAS-PROMO = 'Y'
                           MOVE SESSION-LAST-PROMO TO
                               PT-PROMO(CUR-SUB)
                           MOVE 'Y' TO PT-HAS-PROMO(CUR-SUB)
                       END-IF
                       IF SESSION-HAS-DETAIL = 'Y'
                        AND SESSION-LAST-CREDITS NOT =
                            LOGT-END-CREDITS

           PERFORM READ-GAME-LOG-RECORD.

      *    ---- FOLD AN OUT-OF-SESSION PROMO MOVEMENT IN ----
      *    A 'P' ISSUE OR AN 'E' EXPIRY SETS THE PROMO BALANCE.
      *    THE LOOKUP MUST NOT DISTURB CUR-SUB, WHICH TIES THE
      *    SESSION RECORDS STILL TO COME TO THEIR PLAYER. THE
      *    PLAYER'S ENTRY IS LEFT IN PROMO-SUB FOR THE CALLER.
       FOLD-PROMO-MOVEMENT.
           MOVE CUR-SUB TO SAVE-SUB
           PERFORM FIND-PLAYER-ENTRY
           MOVE CUR-SUB TO PROMO-SUB
           MOVE SAVE-SUB TO CUR-SUB

           IF PROMO-SUB > 0
               MOVE STORED-PROMO TO PT-PROMO(PROMO-SUB)
               MOVE 'Y' TO PT-HAS-PROMO(PROMO-SUB)
           END-IF.

      *    ---- PASS 2: FOLD IN CAGE ADJUSTMENTS AFTER LAST PLAY ----
       APPLY-AUDIT-RECORDS.
           OPEN INPUT CRED-AUDIT
           END-IF.

      *    ---- APPLY ONE AUDIT RECORD TO THE PLAYER TABLE ----
      *    A 'Q' RECORD IS A QUEUED ADJUSTMENT THAT EXPIRED
      *    UNAPPLIED - IT NEVER MOVED A BALANCE, SO IT IS SKIPPED.
       APPLY-ONE-AUDIT.
           MOVE CRED-AUDIT-REC TO ADJ-AUDIT-LINE
           MOVE ADJ-PLAYER-ID  TO WORK-PLAYER-ID
           IF ADJ-ACTION = 'Q'
               MOVE ZERO TO CUR-SUB
           ELSE
               PERFORM FIND-PLAYER-ENTRY
           END-IF

           IF CUR-SUB > 0
               IF ADJ-TIMESTAMP > PT-LAST-TS(CUR-SUB)
               IF BV-MODE = 'REPAIR'
                   CLOSE CREDITS-FILE
                   OPEN I-O CREDITS-FILE
                   PERFORM OPEN-AUDIT-FOR-REPAIR
               END-IF

               DISPLAY '=============================================='
                   UNTIL PLAYER-SUB > PLAYER-COUNT

               CLOSE CREDITS-FILE
               IF BV-MODE = 'REPAIR'
                   CLOSE CRED-AUDIT
               END-IF

               DISPLAY '----------------------------------------------'
               DISPLAY 'PLAYERS CHECKED .............: ' CHECKED-COUNT
               DISPLAY 'BALANCES IN AGREEMENT .......: ' AGREED-COUNT
               DISPLAY 'BALANCES IN DRIFT ...........: ' DRIFT-COUNT
               DISPLAY 'PROMO BALANCES IN DRIFT .....: '
                   PROMO-DRIFT-COUNT
               DISPLAY 'RECORDS REPAIRED ............: ' REPAIRED-COUNT
               IF BV-MODE = 'REPAIR'
                   DISPLAY 'REPAIRS OVER LIMIT SKIPPED ..: '
                               TO CR-LAST-PLAYED
                       END-IF
                       MOVE 'N' TO CR-IN-FLIGHT
                       MOVE ZERO   TO CR-PROMO-BALANCE
                       MOVE SPACES TO CR-PROMO-CAMPAIGN
                       MOVE SPACES TO CR-PROMO-EXPIRY
                       WRITE CREDITS-REC
                       ADD 1 TO REPAIRED-COUNT
                       DISPLAY '  REBUILT FROM LOG AS ' CR-BALANCE
                       MOVE PT-EXPECTED(PLAYER-SUB) TO MOVE-AMOUNT
                       MOVE '+' TO ADJ-SUB-CODE
                       PERFORM WRITE-REPAIR-AUDIT-RECORD
                       IF PT-HAS-PROMO(PLAYER-SUB) = 'Y'
                        AND PT-PROMO(PLAYER-SUB) > 0
                           DISPLAY '  PROMO BALANCE '
                               PT-PROMO(PLAYER-SUB)
                               ' NOT REBUILT - REISSUE WITH PROMOISS'
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   ' CLOSED BY CAGE BUT STILL ON CREDFILE WITH '
                   CR-BALANCE
           ELSE
               PERFORM CHECK-STORED-PROMO
               IF CR-BALANCE = PT-EXPECTED(PLAYER-SUB)
                   ADD 1 TO AGREED-COUNT
               ELSE
                           REWRITE CREDITS-REC
                           ADD 1 TO REPAIRED-COUNT
                           DISPLAY '  REBUILT FROM LOG AS ' CR-BALANCE
                           IF DIFF-AMOUNT < 0
                               MOVE '+' TO ADJ-SUB-CODE
                           ELSE
                               MOVE '-' TO ADJ-SUB-CODE
                           END-IF
                           PERFORM WRITE-REPAIR-AUDIT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ---- COMPARE THE STORED PROMO BALANCE AGAINST THE LOG ----
      *    REPORTED ONLY - A PROMO BALANCE IS NEVER REBUILT HERE,
      *    SINCE ITS CAMPAIGN AND EXPIRY ARE NOT ON THE LOG RECORD
      *    THAT MOVED IT LAST. A RECORD FROM BEFORE THE PROMO
      *    FIELDS EXISTED HOLDS NO PROMO CREDITS.
       CHECK-STORED-PROMO.
           IF CR-PROMO-BALANCE IS NUMERIC
               MOVE CR-PROMO-BALANCE TO STORED-PROMO
           ELSE
               MOVE ZERO TO STORED-PROMO
           END-IF

           IF PT-HAS-PROMO(PLAYER-SUB) = 'Y'
            AND STORED-PROMO NOT = PT-PROMO(PLAYER-SUB)
               ADD 1 TO PROMO-DRIFT-COUNT
               DISPLAY 'PLAYER ' PT-PLAYER-ID(PLAYER-SUB)
                   ' PROMO STORED ' STORED-PROMO
                   ' EXPECTED ' PT-PROMO(PLAYER-SUB)
                   ' - NOT REPAIRED'
           END-IF.

      *    ---- FIND OR ADD WORK-PLAYER-ID IN THE PLAYER TABLE ----
       FIND-PLAYER-ENTRY.
           MOVE ZERO TO CUR-SUB
                   MOVE 'N'  TO PT-DRIFT(CUR-SUB)
                   MOVE SPACES TO PT-DRIFT-TS(CUR-SUB)
                   MOVE 'N'  TO PT-CLOSED(CUR-SUB)
                   MOVE ZERO TO PT-PROMO(CUR-SUB)
                   MOVE 'N'  TO PT-HAS-PROMO(CUR-SUB)
               ELSE
                   DISPLAY 'PLAYER TABLE FULL - ' WORK-PLAYER-ID
                       ' NOT VERIFIED'
                   CONTINUE
           END-READ.

      *    ---- OPEN CREDAUD FOR APPEND, CREATING IT IF NEEDED ----
      *    A REPAIR RUN CUTS A 'B' RECORD FOR EVERY REBUILD.
       OPEN-AUDIT-FOR-REPAIR.
           OPEN EXTEND CRED-AUDIT
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT CRED-AUDIT
               CLOSE CRED-AUDIT
               OPEN EXTEND CRED-AUDIT
           END-IF.

      *    ---- CUT THE CREDAUD 'B' RECORD FOR ONE REBUILD ----
      *    THE AMOUNT IS HOW FAR THE BALANCE MOVED AND ADJ-SUB-CODE
      *    (SET BY THE CALLER) WHICH WAY, SO THE LIABILITY ROLL
      *    AND THE OPERATOR REVIEW SEE THE REPAIR LIKE ANY OTHER
      *    CAGE CHANGE. THE NEW BALANCE IS THE ONE THE NEXT RUN
      *    PROVES AGAINST.
       WRITE-REPAIR-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-TIMESTAMP
           MOVE CR-PLAYER-ID TO ADJ-PLAYER-ID
           MOVE 'B'          TO ADJ-ACTION
           MOVE MOVE-AMOUNT  TO ADJ-AMOUNT
           MOVE CR-BALANCE   TO ADJ-NEW-BALANCE
           MOVE 'RPAR'       TO ADJ-REASON
           MOVE BV-OPERATOR  TO ADJ-OPERATOR
           MOVE SPACES       TO ADJ-APPROVER

           MOVE ADJ-AUDIT-LINE TO CRED-AUDIT-REC
           WRITE CRED-AUDIT-REC.

      *    ---- READ NEXT RECORD FROM CREDAUD ----
       READ-AUDIT-RECORD.
           READ CRED-AUDIT
