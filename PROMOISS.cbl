       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOISS.
      * Author: Xander Geluykens
      * Description: Promotional free-play issue run. Reads a
      *              fixed-format card deck from SYSIN: a 'C' card
      *              opens a campaign, and the 'I' cards behind it
      *              issue that campaign's promo credits to players.
      *              A campaign not yet on CAMPFILE is written there
      *              from its 'C' card (expiry, conversion rule,
      *              description, operator); one already on file is
      *              used as it stands. The 'C' card's operator must
      *              be on the OPERFILE authority file and every
      *              issue must be within the operator's limit. The
      *              player must be enrolled and open, not
      *              self-excluded (the refusal is cut as an 'X'
      *              record on GAME-LOG, as CREDMNT does), hold a
      *              CREDFILE account and not be in a session. A
      *              player holds one campaign's credits at a time:
      *              an issue from another campaign is refused until
      *              the first is played out or swept by PROMOEXP.
      *              Each issue adds to CR-PROMO-BALANCE and cuts a
      *              'P' ISSU record on GAME-LOG. Promo credits are
      *              not money, so nothing goes to CREDAUD or the GL
      *              feed; PROMORPT reports the campaign.
      * Change History:
      *   2026-10-15 XG - First cut. Card layout is documented in
      *                   the PROMOISS JCL; an 'E' card ends the run.
      *   2026-10-15 XG - A LOGCHAIN tip that cannot be saved now
      *                   stops the run RC=8 at the record written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT CAMPAIGN-FILE
               ASSIGN TO CAMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CAMPAIGN-ID
               FILE STATUS IS CM-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITS-FILE.
           COPY CREDREC.

       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

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

       WORKING-STORAGE SECTION.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  CM-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  EX-FILE-STATUS     PIC XX   VALUE '00'.
       01  OP-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.
       01  RUN-DATE           PIC X(8) VALUE SPACES.
       01  PLAYER-ENROLLED    PIC X    VALUE 'N'.
       01  EXCLUDED           PIC X    VALUE 'N'.
       01  OPER-OK            PIC X    VALUE 'N'.
       01  OPER-LIMIT         PIC 9(8) VALUE 0.
       01  END-OF-CARDS       PIC X    VALUE 'N'.
       01  CARD-OK            PIC X    VALUE 'Y'.
       01  CAMPAIGN-OPEN      PIC X    VALUE 'N'.
       01  OPEN-CAMPAIGN-ID   PIC X(8) VALUE SPACES.
       01  OPEN-EXPIRY        PIC X(8) VALUE SPACES.
       01  OPEN-OPERATOR      PIC X(8) VALUE SPACES.
       01  CAMPAIGNS-OPENED   PIC 9(4) VALUE 0.
       01  CAMPAIGNS-ADDED    PIC 9(4) VALUE 0.
       01  CARDS-READ         PIC 9(4) VALUE 0.
       01  CARDS-APPLIED      PIC 9(4) VALUE 0.
       01  CARDS-REJECTED     PIC 9(4) VALUE 0.
       01  PROMO-ISSUED       PIC 9(10) VALUE 0.

      * Input Buffers
       01  PROMO-CARD.
           05 PI-ACTION       PIC X.
           05 FILLER          PIC X.
           05 PI-PLAYER-ID    PIC X(8).
           05 FILLER          PIC X.
           05 PI-AMOUNT       PIC 9(8).
           05 FILLER          PIC X(61).

       01  CAMPAIGN-CARD.
           05 PC-ACTION       PIC X.
           05 FILLER          PIC X.
           05 PC-CAMPAIGN-ID  PIC X(8).
           05 FILLER          PIC X.
           05 PC-EXPIRY-DATE  PIC X(8).
           05 FILLER          PIC X.
           05 PC-CONV-PCT     PIC 9(3).
           05 FILLER          PIC X.
           05 PC-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 PC-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(27).

           COPY LOGLINE.
           COPY LOGSEAL.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM OPEN-CREDITS-FILE
           PERFORM OPEN-CAMPAIGN-FILE
           PERFORM OPEN-GAME-LOG-FILE

           PERFORM GET-PROMO-CARD
           PERFORM PROCESS-PROMO-CARD UNTIL END-OF-CARDS = 'Y'

           CLOSE CREDITS-FILE
           CLOSE CAMPAIGN-FILE
           CLOSE GAME-LOG

           DISPLAY '=============================================='
           DISPLAY '       LUCKYZ PROMO CREDIT ISSUE RUN          '
           DISPLAY '=============================================='
           DISPLAY 'CARDS READ ..................: ' CARDS-READ
           DISPLAY 'CAMPAIGNS OPENED ............: ' CAMPAIGNS-OPENED
           DISPLAY 'CAMPAIGNS ADDED TO CAMPFILE .: ' CAMPAIGNS-ADDED
           DISPLAY 'ISSUE CARDS APPLIED .........: ' CARDS-APPLIED
           DISPLAY 'CARDS REJECTED ..............: ' CARDS-REJECTED
           DISPLAY 'PROMO CREDITS ISSUED ........: ' PROMO-ISSUED
           DISPLAY '=============================================='
           STOP RUN.

      *    ---- READ THE NEXT CAMPAIGN OR ISSUE CARD FROM SYSIN ----
       GET-PROMO-CARD.
           MOVE SPACES TO PROMO-CARD
           ACCEPT PROMO-CARD
           IF PI-ACTION = 'E' OR PI-ACTION = SPACE
               MOVE 'Y' TO END-OF-CARDS
           ELSE
               ADD 1 TO CARDS-READ
           END-IF.

      *    ---- APPLY ONE CARD, THEN READ THE NEXT ----
      *    A 'C' CARD OPENS A CAMPAIGN FOR THE 'I' CARDS BEHIND IT,
      *    UP TO THE NEXT 'C' CARD. A 'C' CARD THAT FAILS ITS CHECKS
      *    LEAVES NO CAMPAIGN OPEN, SO ITS 'I' CARDS ARE ALL
      *    REJECTED RATHER THAN ISSUED UNDER THE CAMPAIGN BEFORE IT.
       PROCESS-PROMO-CARD.
           MOVE 'Y' TO CARD-OK

           IF PI-ACTION = 'C'
               MOVE PROMO-CARD TO CAMPAIGN-CARD
               PERFORM OPEN-CAMPAIGN-CARD
           ELSE
               IF PI-ACTION = 'I'
                   PERFORM ISSUE-PROMO-CARD
                   IF CARD-OK = 'Y'
                       ADD 1 TO CARDS-APPLIED
                   END-IF
               ELSE
                   DISPLAY 'UNKNOWN ACTION ' PI-ACTION
                       ' FOR ' PI-PLAYER-ID ' - CARD SKIPPED'
                   MOVE 'N' TO CARD-OK
               END-IF
           END-IF

           IF CARD-OK = 'N'
               ADD 1 TO CARDS-REJECTED
           END-IF

           PERFORM GET-PROMO-CARD.

      *    ---- CHECK A 'C' CARD AND MAKE ITS CAMPAIGN THE OPEN ONE ----
       OPEN-CAMPAIGN-CARD.
           MOVE 'N'    TO CAMPAIGN-OPEN
           MOVE SPACES TO OPEN-CAMPAIGN-ID

           IF PC-CAMPAIGN-ID = SPACES
               DISPLAY 'CAMPAIGN CARD HAS NO CAMPAIGN ID'
                   ' - CAMPAIGN REJECTED'
               MOVE 'N' TO CARD-OK
           ELSE
               IF PC-EXPIRY-DATE IS NOT NUMERIC
                OR PC-EXPIRY-DATE < RUN-DATE
                   DISPLAY 'CAMPAIGN ' PC-CAMPAIGN-ID
                       ' EXPIRY ' PC-EXPIRY-DATE
                       ' NOT A CURRENT DATE - CAMPAIGN REJECTED'
                   MOVE 'N' TO CARD-OK
               ELSE
                   IF PC-CONV-PCT IS NOT NUMERIC
                    OR PC-CONV-PCT > 100
                       DISPLAY 'CAMPAIGN ' PC-CAMPAIGN-ID
                           ' CONVERSION ' PC-CONV-PCT
                           ' NOT 000-100 - CAMPAIGN REJECTED'
                       MOVE 'N' TO CARD-OK
                   ELSE
                       PERFORM CHECK-OPERATOR
                       IF OPER-OK = 'N'
                           MOVE 'N' TO CARD-OK
                       ELSE
                           PERFORM FIND-OR-ADD-CAMPAIGN
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF CARD-OK = 'Y'
               MOVE 'Y'            TO CAMPAIGN-OPEN
               MOVE CM-CAMPAIGN-ID TO OPEN-CAMPAIGN-ID
               MOVE CM-EXPIRY-DATE TO OPEN-EXPIRY
               MOVE PC-OPERATOR    TO OPEN-OPERATOR
               ADD 1 TO CAMPAIGNS-OPENED
               DISPLAY 'CAMPAIGN ' CM-CAMPAIGN-ID ' '
                   CM-DESCRIPTION ' OPEN - EXPIRES '
                   CM-EXPIRY-DATE ' CONVERTS ' CM-CONV-PCT '%'
           END-IF.

      *    ---- USE THE CAMPAIGN ON FILE, OR ADD IT FROM THE CARD ----
      *    THE TERMS OF A CAMPAIGN ALREADY ISSUED ARE NEVER CHANGED
      *    BY A LATER DECK: PLAYERS HOLDING ITS CREDITS WERE GIVEN
      *    THEM ON THOSE TERMS. A LATER CARD THAT DISAGREES IS ONLY
      *    REPORTED. A CAMPAIGN ON FILE THAT HAS EXPIRED CANNOT BE
      *    ISSUED AGAIN.
       FIND-OR-ADD-CAMPAIGN.
           MOVE PC-CAMPAIGN-ID TO CM-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   MOVE SPACES         TO CAMPAIGN-REC
                   MOVE PC-CAMPAIGN-ID TO CM-CAMPAIGN-ID
                   MOVE PC-DESCRIPTION TO CM-DESCRIPTION
                   MOVE PC-EXPIRY-DATE TO CM-EXPIRY-DATE
                   MOVE PC-CONV-PCT    TO CM-CONV-PCT
                   MOVE RUN-DATE       TO CM-CREATED-DATE
                   MOVE PC-OPERATOR    TO CM-OPERATOR
                   WRITE CAMPAIGN-REC
                       INVALID KEY
                           DISPLAY 'CAMPAIGN ' PC-CAMPAIGN-ID
                               ' NOT ADDED - STATUS ' CM-FILE-STATUS
                               ' - CAMPAIGN REJECTED'
                           MOVE 'N' TO CARD-OK
                       NOT INVALID KEY
                           ADD 1 TO CAMPAIGNS-ADDED
                   END-WRITE
               NOT INVALID KEY
                   IF CM-EXPIRY-DATE < RUN-DATE
                       DISPLAY 'CAMPAIGN ' CM-CAMPAIGN-ID
                           ' EXPIRED ' CM-EXPIRY-DATE
                           ' - CAMPAIGN REJECTED'
                       MOVE 'N' TO CARD-OK
                   ELSE
                       IF CM-EXPIRY-DATE NOT = PC-EXPIRY-DATE
                        OR CM-CONV-PCT NOT = PC-CONV-PCT
                           DISPLAY 'CAMPAIGN ' CM-CAMPAIGN-ID
                               ' ALREADY ON FILE - TERMS ON THE'
                               ' CARD IGNORED'
                       END-IF
                   END-IF
           END-READ.

      *    ---- APPLY ONE 'I' CARD UNDER THE OPEN CAMPAIGN ----
      *    THE CHEAP CHECKS RUN FIRST; THE EXCLUSION CHECK, WHICH
      *    CUTS A LOG RECORD, RUNS ONLY FOR AN OTHERWISE GOOD CARD.
       ISSUE-PROMO-CARD.
           IF CAMPAIGN-OPEN = 'N'
               DISPLAY 'NO CAMPAIGN OPEN FOR PLAYER ' PI-PLAYER-ID
                   ' - CARD REJECTED'
               MOVE 'N' TO CARD-OK
           ELSE
               IF PI-AMOUNT IS NOT NUMERIC OR PI-AMOUNT = 0
                   DISPLAY 'BAD PROMO AMOUNT FOR PLAYER '
                       PI-PLAYER-ID ' - CARD REJECTED'
                   MOVE 'N' TO CARD-OK
               ELSE
                   IF PI-AMOUNT > OPER-LIMIT
                       DISPLAY 'PROMO ' PI-AMOUNT ' FOR PLAYER '
                           PI-PLAYER-ID ' OVER LIMIT ' OPER-LIMIT
                           ' OF OPERATOR ' OPEN-OPERATOR
                           ' - CARD REJECTED'
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
                               PERFORM READ-ISSUING-ACCOUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ---- THE ACCOUNT MUST BE ON FILE AND FREE FOR THE ISSUE ----
      *    A PLAYER IN A SESSION IS REFUSED: SPEL SAVES ITS OWN
      *    RUNNING PROMO BALANCE AT SESSION END AND WOULD WIPE OUT
      *    THE CREDITS GIVEN HERE. A BALANCE LEFT FROM ANOTHER
      *    CAMPAIGN BLOCKS THE ISSUE, SINCE THE ACCOUNT CARRIES ONE
      *    CAMPAIGN'S EXPIRY AND CONVERSION RULE.
       READ-ISSUING-ACCOUNT.
           MOVE PI-PLAYER-ID TO CR-PLAYER-ID
           READ CREDITS-FILE
               INVALID KEY
                   DISPLAY 'PLAYER ' PI-PLAYER-ID
                       ' HAS NO CREDITS ACCOUNT - OPEN ONE '
                       'WITH CREDMNT - CARD REJECTED'
                   MOVE 'N' TO CARD-OK
               NOT INVALID KEY
                   IF CR-PROMO-BALANCE IS NOT NUMERIC
                       MOVE ZERO   TO CR-PROMO-BALANCE
                       MOVE SPACES TO CR-PROMO-CAMPAIGN
                       MOVE SPACES TO CR-PROMO-EXPIRY
                   END-IF
                   IF CR-IN-FLIGHT = 'Y'
                       DISPLAY 'PLAYER ' PI-PLAYER-ID
                           ' IS IN A SESSION - CARD REJECTED'
                       MOVE 'N' TO CARD-OK
                   ELSE
                       IF CR-PROMO-BALANCE > 0
                        AND CR-PROMO-CAMPAIGN NOT = OPEN-CAMPAIGN-ID
                           DISPLAY 'PLAYER ' PI-PLAYER-ID
                               ' HOLDS ' CR-PROMO-BALANCE
                               ' PROMO FROM CAMPAIGN '
                               CR-PROMO-CAMPAIGN ' - CARD REJECTED'
                           MOVE 'N' TO CARD-OK
                       ELSE
                           PERFORM APPLY-PROMO-ISSUE
                       END-IF
                   END-IF
           END-READ.

      *    ---- ADD THE PROMO CREDITS AND CUT THE 'P' RECORD ----
       APPLY-PROMO-ISSUE.
           ADD PI-AMOUNT TO CR-PROMO-BALANCE
               ON SIZE ERROR
                  DISPLAY 'PROMO BALANCE OVERFLOW FOR PLAYER '
                      PI-PLAYER-ID ' - CARD REJECTED'
                  MOVE 'N' TO CARD-OK
           END-ADD

           IF CARD-OK = 'Y'
               MOVE OPEN-CAMPAIGN-ID TO CR-PROMO-CAMPAIGN
               MOVE OPEN-EXPIRY      TO CR-PROMO-EXPIRY
               REWRITE CREDITS-REC

               ADD PI-AMOUNT TO PROMO-ISSUED
                   ON SIZE ERROR
                      MOVE 9999999999 TO PROMO-ISSUED
               END-ADD

               PERFORM WRITE-ISSUE-LOG-RECORD

               DISPLAY 'PLAYER ' PI-PLAYER-ID ' ISSUED ' PI-AMOUNT
                   ' PROMO CREDITS ON ' OPEN-CAMPAIGN-ID
                   ' - PROMO NOW ' CR-PROMO-BALANCE
           END-IF.

      *    ---- CUT THE 'P' ISSU RECORD ON GAME-LOG ----
       WRITE-ISSUE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGP-TIMESTAMP
           MOVE PI-PLAYER-ID     TO LOGP-PLAYER-ID
           MOVE 'ISSU'           TO LOGP-TYPE
           MOVE OPEN-CAMPAIGN-ID TO LOGP-CAMPAIGN
           MOVE PI-AMOUNT        TO LOGP-AMOUNT
           MOVE CR-PROMO-BALANCE TO LOGP-PROMO
           MOVE CR-BALANCE       TO LOGP-CREDITS

           MOVE LOG-PROMO-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- IS THE CAMPAIGN CARD'S OPERATOR ON THE AUTHORITY FILE --
      *    AN OPERATOR NOT ON OPERFILE CAN ISSUE NOTHING; THE
      *    PER-TRANSACTION LIMIT IS SAVED FOR EVERY ISSUE CARD OF
      *    THE CAMPAIGN.
       CHECK-OPERATOR.
           MOVE 'N'  TO OPER-OK
           MOVE ZERO TO OPER-LIMIT

           OPEN INPUT OPER-FILE
           IF OP-FILE-STATUS NOT = '00'
               DISPLAY 'NO OPERATOR AUTHORITY FILE - STATUS '
                   OP-FILE-STATUS ' - CAMPAIGN ' PC-CAMPAIGN-ID
                   ' REJECTED'
           ELSE
               MOVE PC-OPERATOR TO OP-OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       DISPLAY 'OPERATOR ' PC-OPERATOR
                           ' NOT ON AUTHORITY FILE - CAMPAIGN '
                           'REJECTED'
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
                   ' - CARD FOR ' PI-PLAYER-ID ' REJECTED'
           ELSE
               MOVE PI-PLAYER-ID TO PLY-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY 'PLAYER ' PI-PLAYER-ID
                           ' NOT ENROLLED - CARD REJECTED'
                   NOT INVALID KEY
                       IF PLY-STATUS = 'O'
                           MOVE 'Y' TO PLAYER-ENROLLED
                       ELSE
                           DISPLAY 'PLAYER ' PI-PLAYER-ID
                               ' STATUS ' PLY-STATUS
                               ' - CARD REJECTED'
                       END-IF
               END-READ
               CLOSE PLAYER-FILE
           END-IF.

      *    ---- REFUSE AN ISSUE TO A SELF-EXCLUDED PLAYER ----
      *    SAME ACTIVE-EXCLUSION TEST CREDMNT APPLIES TO A MONEY
      *    CARD, AND THE SAME 'X' RECORD ON GAME-LOG - A FREE-PLAY
      *    OFFER IS EXACTLY WHAT AN EXCLUDED PLAYER MUST NOT GET.
       CHECK-EXCLUSION.
           MOVE 'N' TO EXCLUDED

           OPEN INPUT EXCLUSION-FILE
           IF EX-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF EX-FILE-STATUS NOT = '00'
                   DISPLAY 'EXCLFILE OPEN FAILED - STATUS '
                       EX-FILE-STATUS ' - CARD FOR '
                       PI-PLAYER-ID ' REJECTED'
                   MOVE 'Y' TO EXCLUDED
               ELSE
                   MOVE PI-PLAYER-ID TO EX-PLAYER-ID
                   READ EXCLUSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EX-EFF-DATE <= RUN-DATE
                            AND (EX-EXP-DATE = SPACES
                             OR EX-EXP-DATE >= RUN-DATE)
                               MOVE 'Y' TO EXCLUDED
                               DISPLAY 'PLAYER ' PI-PLAYER-ID
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
           MOVE PI-PLAYER-ID TO LOGX-PLAYER-ID
           MOVE EX-REASON    TO LOGX-REASON
           MOVE 'PROMOISS'   TO LOGX-SOURCE

           MOVE LOG-EXCLUSION-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- OPEN CREDITS-FILE - IT MUST ALREADY EXIST ----
       OPEN-CREDITS-FILE.
           OPEN I-O CREDITS-FILE
           IF CR-FILE-STATUS NOT = '00'
               DISPLAY 'CREDFILE OPEN FAILED - STATUS ' CR-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- OPEN CAMPFILE, CREATING IT ON THE FIRST CAMPAIGN ----
       OPEN-CAMPAIGN-FILE.
           OPEN I-O CAMPAIGN-FILE
           IF CM-FILE-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF

           IF CM-FILE-STATUS NOT = '00'
               DISPLAY 'CAMPFILE OPEN FAILED - STATUS ' CM-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
