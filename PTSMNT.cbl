       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSMNT.
      * Author: Xander Geluykens
      * Description: Loyalty points redemption at the cage. Reads
      *              fixed-format cards from SYSIN, in the CREDMNT
      *              layout, and converts a player's points on
      *              PTSFILE into credits on CREDITS-FILE at the
      *              LOYPARM points-per-credit rate. Only whole
      *              credits are given; the odd points stay on the
      *              balance. The card's operator must be on the
      *              OPERFILE authority file, and the credits given
      *              must be within the operator's limit. The player
      *              must be enrolled and open, not self-excluded
      *              (the refusal is cut as an 'X' record on
      *              GAME-LOG, as CREDMNT does), hold a CREDFILE
      *              account and not be in a session. Each
      *              redemption cuts a PTSAUD 'R' record, a CREDAUD
      *              'L' record and a '+' LUCKYZ-MK record on the GL
      *              feed - the credits are a marketing expense.
      * Change History:
      *   2026-10-15 XG - First cut. Card layout is documented in
      *                   the PTSMNT JCL; an 'E' card ends the run.
      *   2026-10-15 XG - A LOGCHAIN tip that cannot be saved now
      *                   stops the run RC=8 at the record written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-FILE
               ASSIGN TO PTSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PLAYER-ID
               FILE STATUS IS LP-FILE-STATUS.

           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT CRED-AUDIT
               ASSIGN TO CREDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

           SELECT LOY-AUDIT
               ASSIGN TO PTSAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LA-FILE-STATUS.

           SELECT LOYALTY-PARM-FILE
               ASSIGN TO LOYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LY-FILE-STATUS.

           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

           SELECT EXCLUSION-FILE
               ASSIGN TO EXCLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-PLAYER-ID
               FILE STATUS IS EX-FILE-STATUS.

           SELECT OPER-FILE
               ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS OP-FILE-STATUS.

           SELECT GAME-LOG
               ASSIGN TO GAMELOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT LOG-CHAIN-FILE
               ASSIGN TO LOGCHAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

           SELECT GL-FEED
               ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-FILE.
           COPY LOYPTS.

       FD  CREDITS-FILE.
           COPY CREDREC.

       FD  CRED-AUDIT.
       01  CRED-AUDIT-REC      PIC X(100).

       FD  LOY-AUDIT.
       01  LOY-AUDIT-REC       PIC X(120).

       FD  LOYALTY-PARM-FILE.
       01  LOYALTY-CARD        PIC X(80).

       FD  PLAYER-FILE.
           COPY PLAYREC.

       FD  EXCLUSION-FILE.
           COPY EXCLREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-REC       PIC X(80).

       FD  GL-FEED.
       01  GL-FEED-REC         PIC X(50).

       WORKING-STORAGE SECTION.
       01  LP-FILE-STATUS     PIC XX   VALUE '00'.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  AU-FILE-STATUS     PIC XX   VALUE '00'.
       01  LA-FILE-STATUS     PIC XX   VALUE '00'.
       01  LY-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  EX-FILE-STATUS     PIC XX   VALUE '00'.
       01  OP-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FEED-STATUS     PIC XX   VALUE '00'.
       01  GL-FEED-OPEN       PIC X    VALUE 'N'.
       01  RUN-DATE           PIC X(8) VALUE SPACES.
       01  PLAYER-ENROLLED    PIC X    VALUE 'N'.
       01  EXCLUDED           PIC X    VALUE 'N'.
       01  OPER-OK            PIC X    VALUE 'N'.
       01  OPER-LIMIT         PIC 9(8) VALUE 0.
       01  END-OF-CARDS       PIC X    VALUE 'N'.
       01  CARD-OK            PIC X    VALUE 'Y'.
       01  REDEEM-CREDITS     PIC 9(8) VALUE 0.
       01  REDEEM-POINTS      PIC 9(9) VALUE 0.
       01  MAX-CREDITS        PIC 9(8) VALUE 99999999.
       01  CARDS-READ         PIC 9(4) VALUE 0.
       01  CARDS-APPLIED      PIC 9(4) VALUE 0.
       01  CARDS-REJECTED     PIC 9(4) VALUE 0.
       01  POINTS-REDEEMED    PIC 9(12) VALUE 0.
       01  CREDITS-ISSUED     PIC 9(10) VALUE 0.

      * Input Buffers
       01  POINTS-CARD.
           05 PM-ACTION       PIC X.
           05 FILLER          PIC X.
           05 PM-PLAYER-ID    PIC X(8).
           05 FILLER          PIC X.
           05 PM-POINTS       PIC 9(8).
           05 FILLER          PIC X.
           05 PM-REASON       PIC X(4).
           05 FILLER          PIC X.
           05 PM-OPERATOR     PIC X(8).

           COPY LOYPARM.
           COPY LOYAUD.
           COPY CREDADJ.
           COPY GLFEED.
           COPY LOGLINE.
           COPY LOGSEAL.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM LOAD-LOYALTY-PARMS
           PERFORM OPEN-POINTS-FILE
           PERFORM OPEN-CREDITS-FILE
           PERFORM OPEN-AUDIT-FILES
           PERFORM OPEN-GAME-LOG-FILE

           PERFORM GET-POINTS-CARD
           PERFORM PROCESS-POINTS-CARD UNTIL END-OF-CARDS = 'Y'

           CLOSE POINTS-FILE
           CLOSE CREDITS-FILE
           CLOSE CRED-AUDIT
           CLOSE LOY-AUDIT
           CLOSE GAME-LOG
           IF GL-FEED-OPEN = 'Y'
               CLOSE GL-FEED
           END-IF

           DISPLAY '=============================================='
           DISPLAY '       LUCKYZ LOYALTY REDEMPTION RUN          '
           DISPLAY '=============================================='
           DISPLAY 'POINTS PER CREDIT ...........: ' LY-PTS-PER-CREDIT
           DISPLAY 'CARDS READ ..................: ' CARDS-READ
           DISPLAY 'CARDS APPLIED ...............: ' CARDS-APPLIED
           DISPLAY 'CARDS REJECTED ..............: ' CARDS-REJECTED
           DISPLAY 'POINTS REDEEMED .............: ' POINTS-REDEEMED
           DISPLAY 'CREDITS ISSUED ..............: ' CREDITS-ISSUED
           DISPLAY '=============================================='
           STOP RUN.

      *    ---- READ THE NEXT REDEMPTION CARD FROM SYSIN ----
       GET-POINTS-CARD.
           MOVE SPACES TO POINTS-CARD
           ACCEPT POINTS-CARD
           IF PM-ACTION = 'E' OR PM-ACTION = SPACE
               MOVE 'Y' TO END-OF-CARDS
           ELSE
               ADD 1 TO CARDS-READ
           END-IF.

      *    ---- APPLY ONE REDEMPTION CARD, THEN READ THE NEXT ----
      *    THE CHEAP CHECKS RUN FIRST; THE EXCLUSION CHECK, WHICH
      *    CUTS A LOG RECORD, RUNS ONLY FOR AN OTHERWISE GOOD CARD
      *    FROM AN AUTHORISED OPERATOR.
       PROCESS-POINTS-CARD.
           MOVE 'Y' TO CARD-OK

           IF PM-ACTION NOT = 'R'
               DISPLAY 'UNKNOWN ACTION ' PM-ACTION
                   ' FOR PLAYER ' PM-PLAYER-ID ' - CARD SKIPPED'
               MOVE 'N' TO CARD-OK
           ELSE
               IF PM-POINTS IS NOT NUMERIC
                   DISPLAY 'NON-NUMERIC POINTS FOR PLAYER '
                       PM-PLAYER-ID ' - CARD SKIPPED'
                   MOVE 'N' TO CARD-OK
               ELSE
                   PERFORM CHECK-OPERATOR
                   IF OPER-OK = 'N'
                       MOVE 'N' TO CARD-OK
                   ELSE
                       PERFORM CHECK-ENROLLMENT
                       IF PLAYER-ENROLLED = 'N'
                           MOVE 'N' TO CARD-OK
                       ELSE
                           PERFORM CHECK-EXCLUSION
                           IF EXCLUDED = 'Y'
                               MOVE 'N' TO CARD-OK
                           ELSE
                               PERFORM CONVERT-CARD-POINTS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF CARD-OK = 'Y'
               ADD 1 TO CARDS-APPLIED
           ELSE
               ADD 1 TO CARDS-REJECTED
           END-IF

           PERFORM GET-POINTS-CARD.

      *    ---- CONVERT THE CARD'S POINTS INTO WHOLE CREDITS ----
       CONVERT-CARD-POINTS.
           COMPUTE REDEEM-CREDITS = PM-POINTS / LY-PTS-PER-CREDIT
           COMPUTE REDEEM-POINTS = REDEEM-CREDITS * LY-PTS-PER-CREDIT

           IF REDEEM-CREDITS = 0
               DISPLAY 'POINTS ' PM-POINTS ' FOR PLAYER '
                   PM-PLAYER-ID ' BELOW ONE CREDIT AT '
                   LY-PTS-PER-CREDIT ' - CARD REJECTED'
               MOVE 'N' TO CARD-OK
           ELSE
               IF REDEEM-CREDITS > OPER-LIMIT
                   DISPLAY 'CREDITS ' REDEEM-CREDITS ' FOR PLAYER '
                       PM-PLAYER-ID ' OVER LIMIT ' OPER-LIMIT
                       ' OF OPERATOR ' PM-OPERATOR
                       ' - CARD REJECTED'
                   MOVE 'N' TO CARD-OK
               ELSE
                   PERFORM READ-REDEEMING-ACCOUNTS
               END-IF
           END-IF.

      *    ---- BOTH ACCOUNTS MUST BE ON FILE AND FIT THE CARD ----
      *    A PLAYER IN A SESSION IS REFUSED: SPEL SAVES ITS OWN
      *    RUNNING BALANCE AT SESSION END AND WOULD WIPE OUT THE
      *    CREDITS GIVEN HERE.
       READ-REDEEMING-ACCOUNTS.
           MOVE PM-PLAYER-ID TO LP-PLAYER-ID
           READ POINTS-FILE
               INVALID KEY
                   DISPLAY 'PLAYER ' PM-PLAYER-ID
                       ' HAS NO POINTS ACCOUNT - CARD REJECTED'
                   MOVE 'N' TO CARD-OK
               NOT INVALID KEY
                   IF REDEEM-POINTS > LP-BALANCE
                       DISPLAY 'POINTS ' REDEEM-POINTS
                           ' EXCEED BALANCE ' LP-BALANCE
                           ' FOR PLAYER ' PM-PLAYER-ID
                           ' - CARD REJECTED'
                       MOVE 'N' TO CARD-OK
                   END-IF
           END-READ

           IF CARD-OK = 'Y'
               MOVE PM-PLAYER-ID TO CR-PLAYER-ID
               READ CREDITS-FILE
                   INVALID KEY
                       DISPLAY 'PLAYER ' PM-PLAYER-ID
                           ' HAS NO CREDITS ACCOUNT - OPEN ONE '
                           'WITH CREDMNT - CARD REJECTED'
                       MOVE 'N' TO CARD-OK
                   NOT INVALID KEY
                       IF CR-IN-FLIGHT = 'Y'
                           DISPLAY 'PLAYER ' PM-PLAYER-ID
                               ' IS IN A SESSION - CARD REJECTED'
                           MOVE 'N' TO CARD-OK
                       ELSE
                           PERFORM APPLY-REDEMPTION
                       END-IF
               END-READ
           END-IF.

      *    ---- MOVE THE VALUE FROM POINTS TO CREDITS ----
       APPLY-REDEMPTION.
           ADD REDEEM-CREDITS TO CR-BALANCE
               ON SIZE ERROR
                  DISPLAY 'BALANCE OVERFLOW - REDEMPTION REJECTED'
                  MOVE 'N' TO CARD-OK
           END-ADD

           IF CARD-OK = 'Y'
               REWRITE CREDITS-REC

               SUBTRACT REDEEM-POINTS FROM LP-BALANCE
               ADD REDEEM-POINTS TO LP-REDEEMED-TOTAL
                   ON SIZE ERROR
                      MOVE 999999999 TO LP-REDEEMED-TOTAL
               END-ADD
               REWRITE POINTS-REC

               ADD REDEEM-POINTS  TO POINTS-REDEEMED
               ADD REDEEM-CREDITS TO CREDITS-ISSUED

               PERFORM WRITE-CREDIT-AUDIT-RECORD
               PERFORM WRITE-POINTS-AUDIT-RECORD
               PERFORM WRITE-GL-FEED-RECORD

               DISPLAY 'PLAYER ' PM-PLAYER-ID ' REDEEMED '
                   REDEEM-POINTS ' POINTS FOR ' REDEEM-CREDITS
                   ' CREDITS - POINTS LEFT ' LP-BALANCE
                   ' CREDITS NOW ' CR-BALANCE
           END-IF.

      *    ---- CUT THE CREDAUD 'L' RECORD ----
       WRITE-CREDIT-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-TIMESTAMP
           MOVE PM-PLAYER-ID   TO ADJ-PLAYER-ID
           MOVE 'L'            TO ADJ-ACTION
           MOVE REDEEM-CREDITS TO ADJ-AMOUNT
           MOVE CR-BALANCE     TO ADJ-NEW-BALANCE
           MOVE PM-REASON      TO ADJ-REASON
           MOVE PM-OPERATOR    TO ADJ-OPERATOR

           MOVE ADJ-AUDIT-LINE TO CRED-AUDIT-REC
           WRITE CRED-AUDIT-REC.

      *    ---- CUT THE PTSAUD 'R' RECORD ----
       WRITE-POINTS-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LPA-TIMESTAMP
           MOVE PM-PLAYER-ID   TO LPA-PLAYER-ID
           MOVE 'R'            TO LPA-ACTION
           MOVE REDEEM-POINTS  TO LPA-POINTS
           MOVE LP-BALANCE     TO LPA-NEW-BALANCE
           MOVE SPACES         TO LPA-ACT-DATE
           MOVE LP-TIER        TO LPA-TIER
           MOVE REDEEM-CREDITS TO LPA-CREDITS
           MOVE PM-OPERATOR    TO LPA-OPERATOR

           MOVE LOY-AUDIT-LINE TO LOY-AUDIT-REC
           WRITE LOY-AUDIT-REC.

      *    ---- POST THE CREDITS GIVEN TO THE GL FEED ----
      *    ONE '+' LUCKYZ-MK RECORD PER REDEMPTION: THE PLAYER'S
      *    CREDITS GO UP WITH NO MONEY IN, SO MARKETING CARRIES
      *    THE COST. THE GENERATION IS OPENED ON THE FIRST ONE.
       WRITE-GL-FEED-RECORD.
           IF GL-FEED-OPEN = 'N'
               OPEN OUTPUT GL-FEED
               IF GL-FEED-STATUS = '00'
                   MOVE 'Y' TO GL-FEED-OPEN
               ELSE
                   DISPLAY 'GLFEED OPEN FAILED - STATUS '
                       GL-FEED-STATUS
               END-IF
           END-IF

           IF GL-FEED-OPEN = 'Y'
               MOVE FUNCTION CURRENT-DATE(1:8)  TO GL-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO GL-RUN-TIME
               MOVE PM-PLAYER-ID                TO GL-PLAYER-ID
               MOVE 'LUCKYZ-MK '                TO GL-ACCOUNT-CODE
               MOVE '+'                         TO GL-NET-SIGN
               MOVE REDEEM-CREDITS              TO GL-NET-AMOUNT
               MOVE GL-FEED-LINE TO GL-FEED-REC
               WRITE GL-FEED-REC
           ELSE
               DISPLAY 'MARKETING GL RECORD NOT WRITTEN FOR '
                   PM-PLAYER-ID ' - POST ' REDEEM-CREDITS
                   ' BY HAND'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    ---- IS THIS CARD'S OPERATOR ON THE AUTHORITY FILE ----
      *    AN OPERATOR NOT ON OPERFILE CAN APPLY NOTHING; THE
      *    PER-TRANSACTION LIMIT IS SAVED FOR THE CREDITS TEST.
       CHECK-OPERATOR.
           MOVE 'N'  TO OPER-OK
           MOVE ZERO TO OPER-LIMIT

           OPEN INPUT OPER-FILE
           IF OP-FILE-STATUS NOT = '00'
               DISPLAY 'NO OPERATOR AUTHORITY FILE - STATUS '
                   OP-FILE-STATUS ' - CARD FOR ' PM-PLAYER-ID
                   ' REJECTED'
           ELSE
               MOVE PM-OPERATOR TO OP-OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       DISPLAY 'OPERATOR ' PM-OPERATOR
                           ' NOT ON AUTHORITY FILE - CARD REJECTED'
                   NOT INVALID KEY
                       MOVE 'Y' TO OPER-OK
                       MOVE OP-ADJ-LIMIT TO OPER-LIMIT
               END-READ
               CLOSE OPER-FILE
           END-IF.

      *    ---- IS THIS CARD'S PLAYER ENROLLED AND OPEN ----
       CHECK-ENROLLMENT.
           MOVE 'N' TO PLAYER-ENROLLED
           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS NOT = '00'
               DISPLAY 'NO PLAYER MASTER - STATUS ' PL-FILE-STATUS
                   ' - CARD FOR ' PM-PLAYER-ID ' REJECTED'
           ELSE
               MOVE PM-PLAYER-ID TO PLY-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY 'PLAYER ' PM-PLAYER-ID
                           ' NOT ENROLLED - CARD REJECTED'
                   NOT INVALID KEY
                       IF PLY-STATUS = 'O'
                           MOVE 'Y' TO PLAYER-ENROLLED
                       ELSE
                           DISPLAY 'PLAYER ' PM-PLAYER-ID
                               ' STATUS ' PLY-STATUS
                               ' - CARD REJECTED'
                       END-IF
               END-READ
               CLOSE PLAYER-FILE
           END-IF.

      *    ---- REJECT A REDEMPTION FOR A SELF-EXCLUDED PLAYER ----
      *    SAME ACTIVE-EXCLUSION TEST CREDMNT APPLIES TO A MONEY
      *    CARD, AND THE SAME 'X' RECORD ON GAME-LOG.
       CHECK-EXCLUSION.
           MOVE 'N' TO EXCLUDED

           OPEN INPUT EXCLUSION-FILE
           IF EX-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF EX-FILE-STATUS NOT = '00'
                   DISPLAY 'EXCLFILE OPEN FAILED - STATUS '
                       EX-FILE-STATUS ' - CARD FOR '
                       PM-PLAYER-ID ' REJECTED'
                   MOVE 'Y' TO EXCLUDED
               ELSE
                   MOVE PM-PLAYER-ID TO EX-PLAYER-ID
                   READ EXCLUSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EX-EFF-DATE <= RUN-DATE
                            AND (EX-EXP-DATE = SPACES
                             OR EX-EXP-DATE >= RUN-DATE)
                               MOVE 'Y' TO EXCLUDED
                               DISPLAY 'PLAYER ' PM-PLAYER-ID
                                   ' IS SELF-EXCLUDED - CARD REJECTED'
                               PERFORM WRITE-EXCLUSION-LOG-RECORD
                           END-IF
                   END-READ
                   CLOSE EXCLUSION-FILE
               END-IF
           END-IF.

      *    ---- CUT THE 'X' ENFORCEMENT RECORD ON GAME-LOG ----
       WRITE-EXCLUSION-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGX-TIMESTAMP
           MOVE PM-PLAYER-ID TO LOGX-PLAYER-ID
           MOVE EX-REASON    TO LOGX-REASON
           MOVE 'PTSMNT  '   TO LOGX-SOURCE

           MOVE LOG-EXCLUSION-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- LOAD THE LOYALTY PARAMETERS AT STARTUP ----
       LOAD-LOYALTY-PARMS.
           MOVE 1        TO LY-PTS-PER-HAND
           MOVE ZERO     TO LY-PTS-PER-100
           MOVE 90       TO LY-QUAL-DAYS
           MOVE 1000     TO LY-SILVER-PTS
           MOVE 5000     TO LY-GOLD-PTS
           MOVE 100      TO LY-PTS-PER-CREDIT

           OPEN INPUT LOYALTY-PARM-FILE
           IF LY-FILE-STATUS = '00'
               READ LOYALTY-PARM-FILE
                   AT END
                       DISPLAY 'LOYALTY PARMS EMPTY - DEFAULTS IN USE'
                   NOT AT END
                       PERFORM APPLY-LOYALTY-CARD
               END-READ
               CLOSE LOYALTY-PARM-FILE
           ELSE
               DISPLAY 'NO LOYALTY PARMS - DEFAULTS IN USE'
           END-IF.

      *    ---- APPLY THE LOYALTY CARD IF IT IS WELL FORMED ----
      *    SAME TEST AS PTSPOST, SO BOTH JOBS ALWAYS AGREE ON
      *    WHICH CARD IS IN FORCE.
       APPLY-LOYALTY-CARD.
           IF LOYALTY-CARD(1:4)   IS NUMERIC
            AND LOYALTY-CARD(6:4)  IS NUMERIC
            AND LOYALTY-CARD(11:3) IS NUMERIC
            AND LOYALTY-CARD(15:8) IS NUMERIC
            AND LOYALTY-CARD(24:8) IS NUMERIC
            AND LOYALTY-CARD(33:4) IS NUMERIC
            AND LOYALTY-CARD(11:3)  > '000'
            AND LOYALTY-CARD(15:8)  > '00000000'
            AND LOYALTY-CARD(24:8)  > LOYALTY-CARD(15:8)
            AND LOYALTY-CARD(33:4)  > '0000'
               MOVE LOYALTY-CARD TO LOYALTY-PARM-REC
           ELSE
               DISPLAY 'BAD LOYALTY CARD - DEFAULTS IN USE'
           END-IF.

      *    ---- OPEN PTSFILE - NO POINTS FILE, NOTHING TO REDEEM ----
       OPEN-POINTS-FILE.
           OPEN I-O POINTS-FILE
           IF LP-FILE-STATUS NOT = '00'
               DISPLAY 'PTSFILE OPEN FAILED - STATUS ' LP-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- OPEN CREDITS-FILE - IT MUST ALREADY EXIST ----
       OPEN-CREDITS-FILE.
           OPEN I-O CREDITS-FILE
           IF CR-FILE-STATUS NOT = '00'
               DISPLAY 'CREDFILE OPEN FAILED - STATUS ' CR-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- OPEN CREDAUD AND PTSAUD FOR APPEND ----
       OPEN-AUDIT-FILES.
           OPEN EXTEND CRED-AUDIT
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT CRED-AUDIT
               CLOSE CRED-AUDIT
               OPEN EXTEND CRED-AUDIT
           END-IF

           OPEN EXTEND LOY-AUDIT
           IF LA-FILE-STATUS = '35'
               OPEN OUTPUT LOY-AUDIT
               CLOSE LOY-AUDIT
               OPEN EXTEND LOY-AUDIT
           END-IF.

      *    ---- OPEN GAME-LOG FOR APPEND, CREATING IT IF NEEDED ----
       OPEN-GAME-LOG-FILE.
           PERFORM LOAD-LOG-CHAIN

           OPEN EXTEND GAME-LOG
           IF GL-FILE-STATUS = '35'
               OPEN OUTPUT GAME-LOG
               CLOSE GAME-LOG
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
                       LC-FILE-STATUS ' - RUN REFUSED'
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
                   DISPLAY 'BAD LOGCHAIN RECORD - RUN REFUSED'
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
