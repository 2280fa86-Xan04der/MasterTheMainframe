      *                   the marker; one stranded by a crash before
      *                   the first checkpoint is released with a
      *                   CREDMNT 'R' card.
      *   2026-10-15 XG - Tamper-evident log: every GAME-LOG record
      *                   is now sealed with the next run-wide
      *                   sequence number and a check value chained
      *                   from the record before it (LOGSEAL), and
      *                   the chain tip is kept on the new LOGCHAIN
      *                   dataset, saved after every write. The
      *                   record grew from 108 to 136 bytes.
      *   2026-10-15 XG - Reportable-win withholding: a hand win or
      *                   jackpot payout at or over the LIMFILE
      *                   reportable amount has the card's percent
      *                   withheld from the credit. Each one is a
      *                   'W' record on GAME-LOG and a TAXFILE record
      *                   for the year-end W2GEXTR filing, and the
      *                   session's total withheld rides the GL feed
      *                   as '-' LUCKYZ-TX, added back to the LUCKYZ
      *                   gaming net. Tax is not a gaming loss, so it
      *                   is added back in the loss-cap arithmetic
      *                   and the DAYACT net too. The running total
      *                   rides the checkpoint out of its FILLER.
      *   2026-10-15 XG - Total the amount wagered over the session
      *                   and add it to the new DA-WAGERED on DAYACT,
      *                   the figure the loyalty scheme earns on.
      *                   The total rides the checkpoint, which grew
      *                   from 100 to 110 bytes - reallocate CHKPOINT
      *                   with no session in flight.
      *   2026-10-15 XG - Promotional free play: a player's promo
      *                   balance on CREDFILE (issued by PROMOISS
      *                   under one campaign, with an expiry date) is
      *                   staked before cash on every bet. A lost
      *                   promo stake is gone; winnings on it follow
      *                   the campaign's CAMPFILE conversion percent,
      *                   the converted part becoming cashable
      *                   CREDITS and the rest staying promo. Promo
      *                   stakes and conversions are 'P' and 'C'
      *                   records on GAME-LOG, the cash converted
      *                   rides the GL feed as '+' LUCKYZ-PR outside
      *                   the LUCKYZ gaming net, and only the cash
      *                   part of a bet counts against the loss cap.
      *                   Cash-out stays capped at CREDITS, so promo
      *                   credits can never be cut to a voucher. A
      *                   lapsed balance is not played. The promo
      *                   balance and converted total ride the
      *                   checkpoint, which grew from 110 to 130
      *                   bytes - reallocate CHKPOINT with no session
      *                   in flight.
      *   2026-10-15 XG - Stamp the session header with the limits
      *                   card ID from the new LIMFILE column and the
      *                   three payout multipliers in force, for the
      *                   HOLDRPT hold report. No card at all stamps
      *                   DEFAULT.
      *   2026-10-15 XG - A session cash-out voucher is cut with a
      *                   blank VCH-ORIGIN, telling it apart from a
      *                   CLOSACCT final settlement.
      *   2026-10-15 XG - Resume withholding from a checkpoint cut
      *                   before CK-TAX was carried as zero.
      *   2026-10-15 XG - Rake the cash stake only: a hand played on
      *                   promo credits no longer moves cash into
      *                   the jackpot pool. A LOGCHAIN tip that cannot
      *                   be saved now stops the run RC=8.
      *   2026-10-15 XG - No jackpot on a hand staked wholly on promo
      *                   credits: the trigger needs a cash stake, as
      *                   the rake does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS RCT-JOB-NAME
               FILE STATUS IS RL-FILE-STATUS.

           SELECT LOG-CHAIN-FILE
               ASSIGN TO LOGCHAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

           SELECT TAX-WIN-FILE
               ASSIGN TO TAXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TW-FILE-STATUS.

           SELECT CAMPAIGN-FILE
               ASSIGN TO CAMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CAMPAIGN-ID
               FILE STATUS IS CM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  CREDITS-FILE.
           COPY CREDREC.
       01  LIMITS-CARD         PIC X(80).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC      PIC X(130).

       FD  VOUCHER-FILE.
           COPY VOUCHER.
       FD  RUN-CONTROL.
           COPY RUNCTL.

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-REC       PIC X(80).

       FD  TAX-WIN-FILE.
           COPY TAXWIN.

       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

       WORKING-STORAGE SECTION.
       01  CREDITS            PIC 9(8) VALUE 0.
       01  BET-CHOICE         PIC 99   VALUE 0.
       01  RAKE-AMOUNT        PIC 9(8) VALUE 0.
       01  RAKE-TOTAL         PIC 9(8) VALUE 0.
       01  JACKPOT-PAID       PIC 9(8) VALUE 0.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.
       01  TW-FILE-STATUS     PIC XX   VALUE '00'.
       01  WIN-AMOUNT         PIC 9(8) VALUE 0.
       01  TAX-AMOUNT         PIC 9(8) VALUE 0.
       01  TAX-TOTAL          PIC 9(8) VALUE 0.
       01  TAX-WIN-TYPE       PIC X(4) VALUE SPACES.
       01  WAGERED-TOTAL      PIC 9(8) VALUE 0.
       01  CM-FILE-STATUS     PIC XX   VALUE '00'.
       01  PROMO-CREDITS      PIC 9(8) VALUE 0.
       01  PROMO-CAMPAIGN     PIC X(8) VALUE SPACES.
       01  PROMO-CONV-PCT     PIC 9(3) VALUE 0.
       01  PROMO-USABLE       PIC X    VALUE 'N'.
       01  PROMO-STAKE        PIC 9(8) VALUE 0.
       01  CASH-STAKE         PIC 9(8) VALUE 0.
       01  PROMO-WIN          PIC 9(8) VALUE 0.
       01  CONVERT-AMOUNT     PIC 9(8) VALUE 0.
       01  CONVERT-TOTAL      PIC 9(8) VALUE 0.

       01  JACKPOT-LINE.
           05 JP-POOL          PIC 9(8)  VALUE 0.
           05 CK-RAKE          PIC 9(8)  VALUE 0.
           05 FILLER           PIC X     VALUE SPACE.
           05 CK-JACKPOT       PIC 9(8)  VALUE 0.
           05 FILLER           PIC X     VALUE SPACE.
           05 CK-TAX           PIC 9(8)  VALUE 0.
           05 FILLER           PIC X     VALUE SPACE.
           05 CK-WAGERED       PIC 9(8)  VALUE 0.
           05 FILLER           PIC X     VALUE SPACE.
           05 CK-PROMO         PIC 9(8)  VALUE 0.
           05 FILLER           PIC X     VALUE SPACE.
           05 CK-CONVERTED     PIC 9(8)  VALUE 0.
           05 FILLER           PIC X(10) VALUE SPACES.

      * Input Buffers
       01  BET-CHOICE-IN      PIC X(2).

           COPY LOGLINE.
           COPY LOGSEAL.
           COPY GLFEED.
           COPY HOUSELIM.
                                                                        
               PERFORM CHECK-DAILY-LOSS-CAP
           END-IF

           PERFORM UNTIL PLAY-AGAIN = 'N'
                      OR CREDITS + PROMO-CREDITS <= 0
                      OR SESSION-LIMITED = 'Y'
                      OR SESSION-PHASE NOT = 'P'
               DISPLAY '=============================='                 
               DISPLAY '       Welcome to LuckyZ      '                 
               DISPLAY '=============================='                 
               DISPLAY 'Your current credits: ' CREDITS                 
               IF PROMO-CREDITS > 0
                   DISPLAY 'Promo credits (played first): '
                       PROMO-CREDITS
               END-IF
                                                                        
               MOVE 'N' TO VALID-BET
               PERFORM GET-BET-AMOUNT UNTIL VALID-BET = 'Y'
                 WHEN 1
                   IF FUNCTION MOD(RANDOM-NUMBER, 2) = 0
                      COMPUTE CREDITS = CREDITS +
                          (CASH-STAKE * HL-PAYOUT-EVEN)
                          ON SIZE ERROR
                             DISPLAY 'CREDITS OVERFLOW - PAYOUT CAPPED'
                             MOVE MAX-CREDITS TO CREDITS
                      END-COMPUTE
                      MOVE 'WON ' TO RESULT-TEXT
                   ELSE
                      SUBTRACT CASH-STAKE FROM CREDITS
                      MOVE 'LOST' TO RESULT-TEXT
                   END-IF
                 WHEN 2
                   IF FUNCTION MOD(RANDOM-NUMBER, 2) NOT = 0
                      COMPUTE CREDITS = CREDITS +
                          (CASH-STAKE * HL-PAYOUT-ODD)
                          ON SIZE ERROR
                             DISPLAY 'CREDITS OVERFLOW - PAYOUT CAPPED'
                             MOVE MAX-CREDITS TO CREDITS
                      END-COMPUTE
                      MOVE 'WON ' TO RESULT-TEXT
                   ELSE
                      SUBTRACT CASH-STAKE FROM CREDITS
                      MOVE 'LOST' TO RESULT-TEXT
                   END-IF
                 WHEN 3
                   IF RANDOM-NUMBER = BET-NUMBER
                      COMPUTE CREDITS = CREDITS +
                          (CASH-STAKE * HL-PAYOUT-EXACT)
                          ON SIZE ERROR
                             DISPLAY 'CREDITS OVERFLOW - PAYOUT CAPPED'
                             MOVE MAX-CREDITS TO CREDITS
                      END-COMPUTE
                      MOVE 'WON ' TO RESULT-TEXT
                   ELSE
                      SUBTRACT CASH-STAKE FROM CREDITS
                      MOVE 'LOST' TO RESULT-TEXT
                   END-IF
               END-EVALUATE

               MOVE ZERO TO CONVERT-AMOUNT
               IF PROMO-STAKE > 0
                   PERFORM SETTLE-PROMO-STAKE
               END-IF

               DISPLAY 'Result: ' RESULT-TEXT
               DISPLAY 'Credits left: ' CREDITS
               IF PROMO-STAKE > 0
                   DISPLAY 'Promo credits left: ' PROMO-CREDITS
               END-IF

      *        ---- FILE LOGGING ----
               ADD 1 TO HANDS-PLAYED
               ADD BET-AMOUNT TO WAGERED-TOTAL
                   ON SIZE ERROR
                      MOVE MAX-CREDITS TO WAGERED-TOTAL
               END-ADD
               MOVE 'D' TO LOG-REC-TYPE
               MOVE BET-AMOUNT    TO LOG-BET-DISP
               MOVE RANDOM-NUMBER TO LOG-DICE
               END-EVALUATE

               MOVE LOG-DETAIL-LINE TO GAME-LOG-REC
               PERFORM WRITE-SEALED-LOG-RECORD

               IF PROMO-STAKE > 0
                   PERFORM WRITE-PROMO-LOG-RECORDS
               END-IF
      *        ----------------------

               IF RESULT-TEXT = 'WON ' AND HL-TAX-REPORT-AMT > 0
                   PERFORM CHECK-REPORTABLE-HAND
               END-IF

               IF HL-RAKE-PCT > 0
                   PERFORM APPLY-JACKPOT-RAKE
               END-IF
                AND HL-JACKPOT-NUM > 0
                AND RANDOM-NUMBER = HL-JACKPOT-NUM
                AND JACKPOT-POOL > 0
                AND CASH-STAKE > 0
                   PERFORM PAY-JACKPOT
               END-IF

           END-IF

           IF SESSION-PHASE = 'E'
               IF PROMO-CREDITS > 0
                   DISPLAY 'PROMO CREDITS OF ' PROMO-CREDITS
                       ' STAY ON ACCOUNT - THEY CANNOT BE CASHED'
               END-IF
               IF CREDITS > 0
                   MOVE 'N' TO VALID-CASHOUT
                   PERFORM OFFER-CASH-OUT UNTIL VALID-CASHOUT = 'Y'
                   MOVE EX-REASON   TO LOGX-REASON
                   MOVE 'SIGNON  '  TO LOGX-SOURCE
                   MOVE LOG-EXCLUSION-LINE TO GAME-LOG-REC
                   PERFORM WRITE-SEALED-LOG-RECORD
                   CLOSE GAME-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           ACCEPT BET-AMOUNT
           ADD 1 TO CARDS-USED

      *    PROMO CREDITS ARE STAKED BEFORE CASH, SO ONLY THE CASH
      *    PART OF THE BET HAS TO BE COVERED BY CREDITS AND ONLY
      *    THE CASH PART COUNTS TOWARDS THE DAILY LOSS CAP.
           PERFORM SPLIT-PROMO-STAKE

           COMPUTE LOSS-WITH-BET = DAILY-NET-LOSS
               + STARTING-CREDITS + BUYIN-AMOUNT
               - CREDITS - TAX-TOTAL + CASH-STAKE

           IF CASH-STAKE > CREDITS OR BET-AMOUNT <= 0
               DISPLAY 'INVALID BET - PLEASE TRY AGAIN'
               MOVE 'N' TO VALID-BET
           ELSE
               END-IF
           END-IF.

      *    ---- SPLIT THE BET INTO ITS PROMO AND CASH STAKES ----
      *    WHATEVER PROMO CREDITS ARE LEFT GO ON THE BET FIRST AND
      *    CASH COVERS THE REST.
       SPLIT-PROMO-STAKE.
           MOVE ZERO       TO PROMO-STAKE
           MOVE BET-AMOUNT TO CASH-STAKE

           IF PROMO-CREDITS > 0
               IF BET-AMOUNT > PROMO-CREDITS
                   MOVE PROMO-CREDITS TO PROMO-STAKE
               ELSE
                   MOVE BET-AMOUNT    TO PROMO-STAKE
               END-IF
               SUBTRACT PROMO-STAKE FROM CASH-STAKE
           END-IF.

      *    ---- PICK UP AN ACTIVE CHECKPOINT, IF ONE EXISTS ----
       READ-CHECKPOINT.
           MOVE 'N' TO RESUMING
           MOVE CK-REFUSALS       TO REFUSAL-COUNT
           MOVE CK-RAKE           TO RAKE-TOTAL
           MOVE CK-JACKPOT        TO JACKPOT-PAID
           IF CK-TAX IS NUMERIC
               MOVE CK-TAX        TO TAX-TOTAL
           ELSE
               MOVE ZERO          TO TAX-TOTAL
           END-IF
           IF CK-WAGERED IS NUMERIC
               MOVE CK-WAGERED    TO WAGERED-TOTAL
           END-IF
           IF CK-PROMO IS NUMERIC AND PROMO-USABLE = 'Y'
               MOVE CK-PROMO      TO PROMO-CREDITS
           END-IF
           IF CK-CONVERTED IS NUMERIC
               MOVE CK-CONVERTED  TO CONVERT-TOTAL
           END-IF

           IF CK-PHASE = 'E' OR CK-PHASE = 'C'
               MOVE CK-PHASE TO SESSION-PHASE
           MOVE REFUSAL-COUNT    TO CK-REFUSALS
           MOVE RAKE-TOTAL       TO CK-RAKE
           MOVE JACKPOT-PAID     TO CK-JACKPOT
           MOVE TAX-TOTAL        TO CK-TAX
           MOVE WAGERED-TOTAL    TO CK-WAGERED
           MOVE PROMO-CREDITS    TO CK-PROMO
           MOVE CONVERT-TOTAL    TO CK-CONVERTED

           OPEN OUTPUT CHECKPOINT-FILE
           IF CK-FILE-STATUS = '00'
       CHECK-DAILY-LOSS-CAP.
           COMPUTE LOSS-WITH-BET = DAILY-NET-LOSS
               + STARTING-CREDITS + BUYIN-AMOUNT
               - CREDITS - TAX-TOTAL + 1
           IF LOSS-WITH-BET > HL-DAILY-LOSS-CAP
               DISPLAY 'HOUSE LIMIT - DAILY LOSS CAP REACHED'
               MOVE 'LOSSCAP ' TO REFUSED-LIMIT
           MOVE REFUSED-LIMIT TO LOGR-LIMIT-CODE

           MOVE LOG-REFUSAL-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- READ HOUSE LIMITS AND ODDS FROM THE LIMITS FILE ----
       LOAD-HOUSE-LIMITS.
           MOVE 10       TO HL-PAYOUT-EXACT
           MOVE ZERO     TO HL-RAKE-PCT
           MOVE ZERO     TO HL-JACKPOT-NUM
           MOVE ZERO     TO HL-TAX-REPORT-AMT
           MOVE ZERO     TO HL-TAX-PCT
           MOVE 'DEFAULT ' TO HL-CARD-ID

           OPEN INPUT LIMITS-FILE
           IF LM-FILE-STATUS = '00'
           END-IF.

      *    ---- APPLY THE LIMITS CARD IF IT IS WELL FORMED ----
      *    THE TWO JACKPOT COLUMNS AND THE TWO TAX COLUMNS MAY BE
      *    BLANK ON AN OLDER CARD; THEY READ AS ZERO (NO RAKE, NO
      *    TRIGGER, NO REPORTABLE WINS) RATHER THAN FAILING THE
      *    WHOLE CARD BACK TO DEFAULTS. A CARD WITH NO ID IS STILL
      *    USED, BUT ITS SESSIONS ARE STAMPED UNNAMED.
       APPLY-LIMITS-CARD.
           IF LIMITS-CARD(1:4)   IS NUMERIC
            AND LIMITS-CARD(6:4)  IS NUMERIC
               IF HL-JACKPOT-NUM IS NOT NUMERIC
                   MOVE ZERO TO HL-JACKPOT-NUM
               END-IF
               IF HL-TAX-REPORT-AMT IS NOT NUMERIC
                   MOVE ZERO TO HL-TAX-REPORT-AMT
               END-IF
               IF HL-TAX-PCT IS NOT NUMERIC
                   MOVE ZERO TO HL-TAX-PCT
               END-IF
               IF HL-CARD-ID = SPACES
                   MOVE 'UNNAMED ' TO HL-CARD-ID
               END-IF
           ELSE
               DISPLAY 'BAD LIMITS CARD - DEFAULTS IN USE'
           END-IF.
      *    THE RAKE COMES OFF THE PLAYER'S CREDITS AFTER THE BET
      *    SETTLES, NEVER MORE THAN IS LEFT, AND EVERY DIVERSION
      *    IS A 'J' RECORD SO THE SESSION CHAIN AND THE POOL BOTH
      *    REPLAY FROM THE LOG. ONLY THE CASH STAKE IS RAKED:
      *    PROMO CREDITS ARE NEVER CASH, SO A HAND PLAYED WHOLLY
      *    ON FREE PLAY FEEDS NOTHING TO THE POOL.
       APPLY-JACKPOT-RAKE.
           MOVE ZERO TO RAKE-AMOUNT
           IF CASH-STAKE > 0
               COMPUTE RAKE-AMOUNT =
                   (CASH-STAKE * HL-RAKE-PCT) / 100
           END-IF
           IF RAKE-AMOUNT > CREDITS
               MOVE CREDITS TO RAKE-AMOUNT
           END-IF
           END-IF.

      *    ---- PAY THE WHOLE POOL ON THE TRIGGER WIN ----
      *    THE TRIGGER NEEDS A CASH STAKE: A HAND STAKED WHOLLY ON
      *    PROMO CREDITS FED NOTHING TO THE POOL AND CANNOT WIN IT.
       PAY-JACKPOT.
           DISPLAY '*** PROGRESSIVE JACKPOT *** YOU WIN THE POOL OF '
               JACKPOT-POOL

           MOVE 'JPOT'       TO LOGJ-TYPE
           MOVE JACKPOT-POOL TO LOGJ-AMOUNT
           MOVE JACKPOT-POOL TO WIN-AMOUNT
           MOVE ZERO         TO JACKPOT-POOL
           PERFORM WRITE-JACKPOT-LOG-RECORD
           PERFORM SAVE-JACKPOT-POOL

           IF HL-TAX-REPORT-AMT > 0
            AND WIN-AMOUNT >= HL-TAX-REPORT-AMT
               MOVE 'JPOT' TO TAX-WIN-TYPE
               PERFORM WITHHOLD-WIN-TAX
           END-IF

           DISPLAY 'Credits after jackpot: ' CREDITS.

      *    ---- IS THIS HAND'S PAYOUT A REPORTABLE WIN ----
      *    THE WIN IS WHAT THE HAND CREDITED - THE CASH STAKE TIMES
      *    THE CARD'S MULTIPLIER FOR THE WAGER, PLUS ANY PROMO WIN
      *    CONVERTED TO CASH - NOT THE CREDITS LEFT. PROMO WINNINGS
      *    KEPT AS PROMO CREDITS ARE NOT A CASH WIN.
       CHECK-REPORTABLE-HAND.
           EVALUATE BET-CHOICE
             WHEN 1
               COMPUTE WIN-AMOUNT = CASH-STAKE * HL-PAYOUT-EVEN
             WHEN 2
               COMPUTE WIN-AMOUNT = CASH-STAKE * HL-PAYOUT-ODD
             WHEN 3
               COMPUTE WIN-AMOUNT = CASH-STAKE * HL-PAYOUT-EXACT
           END-EVALUATE
           ADD CONVERT-AMOUNT TO WIN-AMOUNT
               ON SIZE ERROR
                  MOVE MAX-CREDITS TO WIN-AMOUNT
           END-ADD

           IF WIN-AMOUNT >= HL-TAX-REPORT-AMT
               MOVE 'HAND' TO TAX-WIN-TYPE
               PERFORM WITHHOLD-WIN-TAX
           END-IF.

      *    ---- WITHHOLD TAX FROM A REPORTABLE WIN ----
      *    THE CARD'S PERCENT OF THE GROSS WIN COMES OFF CREDITS,
      *    NEVER MORE THAN IS LEFT. A ZERO PERCENT STILL LOGS THE
      *    WIN - IT IS REPORTABLE WHETHER OR NOT ANYTHING IS HELD.
       WITHHOLD-WIN-TAX.
           COMPUTE TAX-AMOUNT = (WIN-AMOUNT * HL-TAX-PCT) / 100
           IF TAX-AMOUNT > CREDITS
               MOVE CREDITS TO TAX-AMOUNT
           END-IF

           SUBTRACT TAX-AMOUNT FROM CREDITS
           ADD TAX-AMOUNT TO TAX-TOTAL
               ON SIZE ERROR
                  DISPLAY 'TAX TOTAL OVERFLOW - CAPPED'
                  MOVE MAX-CREDITS TO TAX-TOTAL
           END-ADD

           DISPLAY 'REPORTABLE WIN OF ' WIN-AMOUNT
               ' - TAX WITHHELD ' TAX-AMOUNT

           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGW-TIMESTAMP
           MOVE PLAYER-ID    TO LOGW-PLAYER-ID
           MOVE TAX-WIN-TYPE TO LOGW-TYPE
           MOVE WIN-AMOUNT   TO LOGW-WIN-AMOUNT
           MOVE TAX-AMOUNT   TO LOGW-TAX-AMOUNT
           MOVE CREDITS      TO LOGW-CREDITS
           MOVE LOG-TAX-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD

           PERFORM WRITE-TAX-WIN-RECORD.

      *    ---- APPEND THE WIN TO TAXFILE FOR THE YEAR-END FILING ----
      *    THE 'W' RECORD IS ALREADY SEALED ON THE LOG, SO A FAILED
      *    OPEN HERE LOSES NOTHING THAT CANNOT BE REBUILT FROM IT.
       WRITE-TAX-WIN-RECORD.
           OPEN EXTEND TAX-WIN-FILE
           IF TW-FILE-STATUS = '35'
               OPEN OUTPUT TAX-WIN-FILE
               CLOSE TAX-WIN-FILE
               OPEN EXTEND TAX-WIN-FILE
           END-IF

           IF TW-FILE-STATUS NOT = '00'
               DISPLAY 'TAXFILE OPEN FAILED - STATUS ' TW-FILE-STATUS
               DISPLAY 'TAX RECORD NOT WRITTEN - REBUILD FROM LOG SEQ '
                   CHN-LAST-SEQ
           ELSE
               MOVE SPACES         TO TAX-WIN-REC
               MOVE PLAYER-ID      TO TW-PLAYER-ID
               MOVE LOGW-TIMESTAMP TO TW-WIN-TS
               MOVE TAX-WIN-TYPE   TO TW-WIN-TYPE
               MOVE LOG-CHOICE     TO TW-WAGER
               MOVE BET-AMOUNT     TO TW-BET
               MOVE WIN-AMOUNT     TO TW-WIN-AMOUNT
               MOVE HL-TAX-PCT     TO TW-TAX-PCT
               MOVE TAX-AMOUNT     TO TW-TAX-AMOUNT
               MOVE CHN-LAST-SEQ   TO TW-LOG-SEQ
               WRITE TAX-WIN-REC
               CLOSE TAX-WIN-FILE
           END-IF.

      *    ---- LOG ONE POOL MOVEMENT ON GAME-LOG ----
       WRITE-JACKPOT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGJ-TIMESTAMP
           MOVE CREDITS      TO LOGJ-CREDITS

           MOVE LOG-JACKPOT-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- SETTLE THE PROMO STAKE UNDER THE CAMPAIGN'S RULE ----
      *    A LOST PROMO STAKE IS SIMPLY GONE. A WIN ON IT PAYS THE
      *    CARD'S MULTIPLIER AS FOR CASH, BUT ONLY THE CAMPAIGN'S
      *    CONVERSION PERCENT OF THE WINNINGS BECOMES CASHABLE
      *    CREDITS; THE REST IS ADDED BACK TO THE PROMO BALANCE,
      *    AND THE STAKE ITSELF STAYS PROMO.
       SETTLE-PROMO-STAKE.
           IF RESULT-TEXT = 'WON '
               EVALUATE BET-CHOICE
                 WHEN 1
                   COMPUTE PROMO-WIN = PROMO-STAKE * HL-PAYOUT-EVEN
                 WHEN 2
                   COMPUTE PROMO-WIN = PROMO-STAKE * HL-PAYOUT-ODD
                 WHEN 3
                   COMPUTE PROMO-WIN = PROMO-STAKE * HL-PAYOUT-EXACT
               END-EVALUATE

               COMPUTE CONVERT-AMOUNT =
                   (PROMO-WIN * PROMO-CONV-PCT) / 100
               ADD CONVERT-AMOUNT TO CREDITS
                   ON SIZE ERROR
                      DISPLAY 'CREDITS OVERFLOW - PAYOUT CAPPED'
                      MOVE MAX-CREDITS TO CREDITS
               END-ADD
               ADD CONVERT-AMOUNT TO CONVERT-TOTAL
                   ON SIZE ERROR
                      DISPLAY 'CONVERTED TOTAL OVERFLOW - CAPPED'
                      MOVE MAX-CREDITS TO CONVERT-TOTAL
               END-ADD
               COMPUTE PROMO-CREDITS = PROMO-CREDITS
                   + PROMO-WIN - CONVERT-AMOUNT
                   ON SIZE ERROR
                      DISPLAY 'PROMO CREDITS OVERFLOW - CAPPED'
                      MOVE MAX-CREDITS TO PROMO-CREDITS
               END-COMPUTE
           ELSE
               SUBTRACT PROMO-STAKE FROM PROMO-CREDITS
           END-IF.

      *    ---- LOG THE PROMO STAKE AND ANY CONVERSION ----
      *    THE 'P' WAGR RECORD CARRIES THE PROMO STAKE AND BOTH
      *    BALANCES AFTER THE HAND; A 'C' RECORD FOLLOWS WHEN PART
      *    OF A PROMO WIN WAS CONVERTED TO CASHABLE CREDITS.
       WRITE-PROMO-LOG-RECORDS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGP-TIMESTAMP
           MOVE PLAYER-ID      TO LOGP-PLAYER-ID
           MOVE 'WAGR'         TO LOGP-TYPE
           MOVE PROMO-CAMPAIGN TO LOGP-CAMPAIGN
           MOVE PROMO-STAKE    TO LOGP-AMOUNT
           MOVE PROMO-CREDITS  TO LOGP-PROMO
           MOVE CREDITS        TO LOGP-CREDITS
           MOVE LOG-PROMO-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD

           IF CONVERT-AMOUNT > 0
               MOVE LOGP-TIMESTAMP TO LOGK-TIMESTAMP
               MOVE PLAYER-ID      TO LOGK-PLAYER-ID
               MOVE 'CONV'         TO LOGK-TYPE
               MOVE PROMO-CAMPAIGN TO LOGK-CAMPAIGN
               MOVE CONVERT-AMOUNT TO LOGK-AMOUNT
               MOVE PROMO-CREDITS  TO LOGK-PROMO
               MOVE CREDITS        TO LOGK-CREDITS
               MOVE LOG-CONVERT-LINE TO GAME-LOG-REC
               PERFORM WRITE-SEALED-LOG-RECORD
               DISPLAY 'PROMO WIN OF ' PROMO-WIN ' - '
                   CONVERT-AMOUNT ' CONVERTED TO CREDITS'
           END-IF.

      *    ---- ONE KEYED READ OF DAYACT FOR TODAY'S NET SO FAR ----
      *    THE SUMMARY RECORD IS MAINTAINED AT EVERY TRAILER, SO

      *    ---- FOLD THIS SESSION INTO THE PLAYER'S DAYACT RECORD ----
      *    RUN AT TRAILER TIME: THE SESSION NET IS THE CREDITS
      *    MOVEMENT WITH THE CASH-OUT AND TAX WITHHELD ADDED BACK
      *    AND THE BUY-IN TAKEN OUT, THE SAME FIGURE THE LOSS CAP
      *    SCORES.
       UPDATE-DAILY-ACTIVITY.
           COMPUTE SESSION-NET = CREDITS + CASHOUT-AMOUNT
               - BUYIN-AMOUNT + TAX-TOTAL - STARTING-CREDITS

           OPEN I-O DAILY-ACT-FILE
           IF DA-FILE-STATUS = '35'
                       MOVE ZERO TO DA-BUYIN-TOTAL
                       MOVE ZERO TO DA-CASHOUT-TOTAL
                       MOVE ZERO TO DA-REFUSALS
                       MOVE ZERO TO DA-WAGERED
                   NOT INVALID KEY
                       MOVE 'Y' TO DA-FOUND
                       IF DA-WAGERED IS NOT NUMERIC
                           MOVE ZERO TO DA-WAGERED
                       END-IF
               END-READ

               IF DA-NET-SIGN = '-'
                      MOVE 99999999 TO DA-CASHOUT-TOTAL
               END-ADD
               ADD REFUSAL-COUNT  TO DA-REFUSALS
               ADD WAGERED-TOTAL  TO DA-WAGERED
                   ON SIZE ERROR
                      DISPLAY 'DAYACT WAGERED TOTAL CAPPED'
                      MOVE 99999999 TO DA-WAGERED
               END-ADD

               IF DA-FOUND = 'Y'
                   REWRITE DAYACT-REC
           END-IF.

      *    ---- WRITE THE SESSION HEADER RECORD TO GAME-LOG ----
      *    THE HEADER NAMES THE LIMITS CARD AND ITS PAYOUT ODDS, SO
      *    HOLDRPT CAN MEASURE EVERY HAND AGAINST THE ODDS IT WAS
      *    PLAYED AT.
       WRITE-SESSION-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGH-TIMESTAMP
           MOVE CREDITS   TO LOGH-START-CREDITS
           MOVE PLAYER-ID TO LOGH-PLAYER-ID
           MOVE HL-CARD-ID      TO LOGH-CARD-ID
           MOVE HL-PAYOUT-EVEN  TO LOGH-PAY-EVEN
           MOVE HL-PAYOUT-ODD   TO LOGH-PAY-ODD
           MOVE HL-PAYOUT-EXACT TO LOGH-PAY-EXACT

           MOVE LOG-HEADER-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- WRITE THE SESSION TRAILER RECORD TO GAME-LOG ----
       WRITE-SESSION-TRAILER.
           MOVE HANDS-PLAYED TO LOGT-TOTAL-HANDS

           MOVE LOG-TRAILER-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- PROMPT FOR A CASH BUY-IN AT SESSION START ----
      *    THE HEADER IS ALREADY CUT WITH THE PRE-BUY-IN CREDITS,
           MOVE CREDITS      TO LOGB-CREDITS

           MOVE LOG-BUYIN-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- PROMPT FOR A CASH-OUT AND CUT THE VOUCHER ----
       OFFER-CASH-OUT.
               MOVE CASHOUT-AMOUNT TO VCH-AMOUNT
               MOVE 'O'            TO VCH-STATUS
               MOVE SPACES         TO VCH-REDEEMED-TS
               MOVE SPACE          TO VCH-ORIGIN

               WRITE VOUCHER-REC
                   INVALID KEY
           MOVE CREDITS        TO LOGC-CREDITS

           MOVE LOG-CASHOUT-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- WRITE THE GL SUMMARY RECORDS FOR THIS SESSION ----
      *    THE LUCKYZ RECORD CARRIES THE GAMING NET (CASH-OUT ADDED
      *    BACK, BUY-IN TAKEN OUT, RAKE ADDED BACK AND JACKPOT
      *    TAKEN OUT), THE LUCKYZ-CO RECORD THE CASH PAID OUT, THE
      *    LUCKYZ-BI RECORD THE CASH TAKEN IN, THE LUCKYZ-JR
      *    RECORD THE RAKE DIVERTED TO THE POOL, THE LUCKYZ-JP
      *    RECORD THE JACKPOT PAID FROM IT AND THE LUCKYZ-TX
      *    RECORD THE TAX WITHHELD FROM REPORTABLE WINS AND THE
      *    LUCKYZ-PR RECORD THE PROMO WINNINGS CONVERTED TO CASH, SO
      *    TOGETHER THEY EQUAL THE CHANGE IN THE PLAYER'S CREDITS
      *    AND THE POOL AND TAX LIABILITIES AND THE COST OF FREE
      *    PLAY STAY SEPARATE FROM THE HOUSE TAKE.
       WRITE-GL-FEED-RECORD.
           COMPUTE NET-CHANGE = CREDITS + CASHOUT-AMOUNT
               - BUYIN-AMOUNT + RAKE-TOTAL - JACKPOT-PAID
               + TAX-TOTAL - CONVERT-TOTAL - STARTING-CREDITS

           OPEN OUTPUT GL-FEED

                   WRITE GL-FEED-REC
               END-IF

               IF TAX-TOTAL > 0
                   MOVE 'LUCKYZ-TX ' TO GL-ACCOUNT-CODE
                   MOVE '-'          TO GL-NET-SIGN
                   MOVE TAX-TOTAL    TO GL-NET-AMOUNT
                   MOVE GL-FEED-LINE TO GL-FEED-REC
                   WRITE GL-FEED-REC
               END-IF

               IF CONVERT-TOTAL > 0
                   MOVE 'LUCKYZ-PR '  TO GL-ACCOUNT-CODE
                   MOVE '+'           TO GL-NET-SIGN
                   MOVE CONVERT-TOTAL TO GL-NET-AMOUNT
                   MOVE GL-FEED-LINE  TO GL-FEED-REC
                   WRITE GL-FEED-REC
               END-IF

               CLOSE GL-FEED
           END-IF.


      *    ---- OPEN GAME-LOG FOR APPEND, CREATING IT IF NEEDED ----
       OPEN-GAME-LOG-FILE.
           PERFORM LOAD-LOG-CHAIN

           OPEN EXTEND GAME-LOG
           IF GL-FILE-STATUS = '35'
               OPEN OUTPUT GAME-LOG
               OPEN EXTEND GAME-LOG
           END-IF.

      *    ---- PICK UP THE GAME-LOG CHAIN TIP FROM LOGCHAIN ----
      *    NO LOGCHAIN DATASET YET MEANS NO SEALED RECORD HAS EVER
      *    BEEN WRITTEN, AND THE CHAIN STARTS FROM ZERO. A CHAIN
      *    RECORD THAT CANNOT BE READ IS A HARD STOP - SEALING ON
      *    FROM A GUESSED TIP WOULD BREAK THE CHAIN FOR EVERYONE.
       LOAD-LOG-CHAIN.
           MOVE ZERO   TO CHN-LAST-SEQ
           MOVE ZERO   TO CHN-LAST-CHECK
           MOVE ZERO   TO CHN-BASE-SEQ
           MOVE ZERO   TO CHN-BASE-CHECK
           MOVE SPACES TO CHN-LAST-TS

           OPEN INPUT LOG-CHAIN-FILE
           IF LC-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF LC-FILE-STATUS NOT = '00'
                   DISPLAY 'LOGCHAIN OPEN FAILED - STATUS '
                       LC-FILE-STATUS ' - SIGN-ON REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               READ LOG-CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOG-CHAIN-REC TO LOG-CHAIN-LINE
               END-READ
               CLOSE LOG-CHAIN-FILE

               IF CHN-LAST-SEQ IS NOT NUMERIC
                OR CHN-LAST-CHECK IS NOT NUMERIC
                   DISPLAY 'BAD LOGCHAIN RECORD - SIGN-ON REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    ---- PERSIST THE CHAIN TIP AFTER EVERY SEALED WRITE ----
      *    A TIP THAT CANNOT BE SAVED STOPS THE RUN AT THE RECORD
      *    JUST WRITTEN: CARRYING ON, OR THE NEXT WRITER RELOADING
      *    THE OLD TIP, WOULD REUSE SEQUENCE NUMBERS AND BREAK THE
      *    CHAIN FOR LOGVRFY.
       SAVE-LOG-CHAIN.
           OPEN OUTPUT LOG-CHAIN-FILE
           IF LC-FILE-STATUS = '00'
               MOVE LOG-CHAIN-LINE TO LOG-CHAIN-REC
               WRITE LOG-CHAIN-REC
               CLOSE LOG-CHAIN-FILE
           ELSE
               DISPLAY 'LOGCHAIN OPEN FAILED - STATUS ' LC-FILE-STATUS
                   ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- SEAL THE RECORD IN GAME-LOG-REC AND WRITE IT ----
      *    THE CALLER HAS MOVED ITS LOG LINE INTO GAME-LOG-REC; THE
      *    SEAL TAKES THE NEXT SEQUENCE NUMBER AND THE CHECK VALUE
      *    CHAINED FROM THE TIP, AND THE NEW TIP IS SAVED STRAIGHT
      *    AWAY SO THE NEXT WRITER, IN THIS JOB OR ANOTHER, CARRIES
      *    ON FROM IT.
       WRITE-SEALED-LOG-RECORD.
           ADD 1 TO CHN-LAST-SEQ
           MOVE CHN-LAST-SEQ   TO LOGS-SEQUENCE
           MOVE CHN-LAST-CHECK TO CHAIN-SEED
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE CHAIN-HASH     TO LOGS-CHECK
           MOVE LOG-SEAL-LINE  TO GAME-LOG-REC(109:28)

           WRITE GAME-LOG-REC

           MOVE CHAIN-HASH     TO CHN-LAST-CHECK
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHN-LAST-TS
           PERFORM SAVE-LOG-CHAIN.

      *    ---- CHAINED CHECK VALUE FOR THE RECORD IN GAME-LOG-REC ----
      *    A ROLLING HASH OVER THE 108 DATA BYTES AND LOGS-SEQUENCE,
      *    SEEDED WITH CHAIN-SEED (THE PREVIOUS RECORD'S CHECK).
      *    LOGVRFY RECOMPUTES IT WITH THE SAME TWO PARAGRAPHS.
       COMPUTE-CHAIN-CHECK.
           MOVE GAME-LOG-REC(1:108) TO CHAIN-DATA(1:108)
           MOVE LOGS-SEQUENCE       TO CHAIN-DATA(109:9)
           MOVE CHAIN-SEED          TO CHAIN-HASH
           PERFORM HASH-CHAIN-BYTE
               VARYING CHAIN-SUB FROM 1 BY 1
               UNTIL CHAIN-SUB > 117.

      *    ---- FOLD ONE BYTE INTO THE RUNNING CHECK VALUE ----
       HASH-CHAIN-BYTE.
           COMPUTE CHAIN-HASH = FUNCTION MOD(
               (CHAIN-HASH * 31)
                   + FUNCTION ORD(CHAIN-DATA(CHAIN-SUB:1)),
               CHAIN-MODULUS).

      *    ---- LOAD OPENING CREDITS BALANCE FOR THIS PLAYER ----
       LOAD-CREDITS-BALANCE.
           OPEN I-O CREDITS-FILE
                   END-IF
                   MOVE CR-BALANCE TO CREDITS
                   MOVE 'Y' TO CR-FOUND
                   PERFORM LOAD-PROMO-BALANCE
           END-READ

           PERFORM SET-IN-FLIGHT-MARKER.

      *    ---- PICK UP THE PLAYER'S PROMO BALANCE, IF PLAYABLE ----
      *    A RECORD FROM BEFORE THE PROMO FIELDS EXISTED IS CLEANED
      *    TO "NO PROMO" HERE AND REWRITTEN THAT WAY BY THE MARKER.
      *    A BALANCE PAST ITS EXPIRY IS NOT PLAYED AND IS LEFT ON
      *    THE RECORD AS IT STANDS FOR PROMOEXP TO SWEEP.
       LOAD-PROMO-BALANCE.
           MOVE ZERO   TO PROMO-CREDITS
           MOVE ZERO   TO PROMO-CONV-PCT
           MOVE SPACES TO PROMO-CAMPAIGN
           MOVE 'N'    TO PROMO-USABLE

           IF CR-PROMO-BALANCE IS NOT NUMERIC
               MOVE ZERO   TO CR-PROMO-BALANCE
               MOVE SPACES TO CR-PROMO-CAMPAIGN
               MOVE SPACES TO CR-PROMO-EXPIRY
           END-IF

           IF CR-PROMO-BALANCE > 0
               IF CR-PROMO-EXPIRY < RUN-DATE
                   DISPLAY 'PROMO CREDITS OF ' CR-PROMO-BALANCE
                       ' EXPIRED ' CR-PROMO-EXPIRY ' - NOT PLAYABLE'
               ELSE
                   MOVE 'Y'               TO PROMO-USABLE
                   MOVE CR-PROMO-BALANCE  TO PROMO-CREDITS
                   MOVE CR-PROMO-CAMPAIGN TO PROMO-CAMPAIGN
                   PERFORM LOAD-CAMPAIGN-RULE
               END-IF
           END-IF.

      *    ---- READ THE CONVERSION RULE FOR THE PLAYER'S CAMPAIGN ----
      *    A CAMPAIGN THAT CANNOT BE FOUND CONVERTS NOTHING - THE
      *    PROMO CREDITS STILL PLAY, BUT NO CASH IS MINTED FROM THEM
      *    ON A RULE NOBODY CAN SHOW.
       LOAD-CAMPAIGN-RULE.
           OPEN INPUT CAMPAIGN-FILE
           IF CM-FILE-STATUS NOT = '00'
               DISPLAY 'CAMPFILE OPEN FAILED - STATUS ' CM-FILE-STATUS
                   ' - PROMO WINNINGS STAY PROMO'
           ELSE
               MOVE PROMO-CAMPAIGN TO CM-CAMPAIGN-ID
               READ CAMPAIGN-FILE
                   INVALID KEY
                       DISPLAY 'CAMPAIGN ' PROMO-CAMPAIGN
                           ' NOT ON FILE - PROMO WINNINGS STAY PROMO'
                   NOT INVALID KEY
                       IF CM-CONV-PCT IS NUMERIC
                        AND CM-CONV-PCT <= 100
                           MOVE CM-CONV-PCT TO PROMO-CONV-PCT
                       END-IF
               END-READ
               CLOSE CAMPAIGN-FILE
           END-IF.

      *    ---- MARK THE ACCOUNT IN FLIGHT FOR THIS SESSION ----
      *    A BRAND-NEW ACCOUNT GETS ITS RECORD WRITTEN HERE, SO
      *    THE MARKER PROTECTS A FIRST SESSION TOO; THE BALANCE
           ELSE
               MOVE CREDITS TO CR-BALANCE
               MOVE FUNCTION CURRENT-DATE(1:8) TO CR-LAST-PLAYED
               MOVE ZERO    TO CR-PROMO-BALANCE
               MOVE SPACES  TO CR-PROMO-CAMPAIGN
               MOVE SPACES  TO CR-PROMO-EXPIRY
               WRITE CREDITS-REC
               MOVE 'Y' TO CR-FOUND
           END-IF.

      *    ---- REWRITE CLOSING CREDITS BALANCE FOR THIS PLAYER ----
      *    THE PROMO FIELDS ARE ONLY TOUCHED WHEN THE PROMO BALANCE
      *    WAS PLAYABLE THIS SESSION; ONE USED UP CLEARS ITS
      *    CAMPAIGN SO THE PLAYER CAN TAKE PART IN ANOTHER.
       SAVE-CREDITS-BALANCE.
           MOVE PLAYER-ID TO CR-PLAYER-ID
           MOVE CREDITS   TO CR-BALANCE
           MOVE RUN-DATE  TO CR-LAST-PLAYED
           MOVE 'N'       TO CR-IN-FLIGHT

           IF PROMO-USABLE = 'Y'
               MOVE PROMO-CREDITS TO CR-PROMO-BALANCE
               IF PROMO-CREDITS = 0
                   MOVE SPACES TO CR-PROMO-CAMPAIGN
                   MOVE SPACES TO CR-PROMO-EXPIRY
               END-IF
           END-IF

           IF CR-FOUND = 'Y'
               REWRITE CREDITS-REC
           ELSE
