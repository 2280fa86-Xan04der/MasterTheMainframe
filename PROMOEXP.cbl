       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOEXP.
      * Author: Xander Geluykens
      * Description: Nightly promo credit expiry sweep over CREDFILE.
      *              Every account still holding promo credits whose
      *              CR-PROMO-EXPIRY is before today loses them: the
      *              promo balance goes to zero, the campaign and
      *              expiry are cleared, and an 'E' EXPD record is
      *              cut on GAME-LOG with the amount swept, so
      *              BALVRFY, DAYRECON, the statements and PROMORPT
      *              all see the same movement. An account in a
      *              session is left alone and listed - SPEL would
      *              save its own promo balance over the sweep - and
      *              is picked up by the next night's run. Promo
      *              credits are not money, so nothing is posted to
      *              the GL feed. The listing breaks the swept
      *              amounts down by campaign.
      * Change History:
      *   2026-10-15 XG - First cut.
      *   2026-10-15 XG - A LOGCHAIN tip that cannot be saved now
      *                   stops the run RC=8 at the record written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

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

       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.

       01  TODAY-DATE         PIC X(8)  VALUE SPACES.
       01  SWEPT-AMOUNT       PIC 9(8)  VALUE 0.

       01  ACCOUNTS-READ      PIC 9(6)  VALUE 0.
       01  EXPIRED-COUNT      PIC 9(6)  VALUE 0.
       01  EXPIRED-TOTAL      PIC 9(10) VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.
       01  IN-FLIGHT-COUNT    PIC 9(6)  VALUE 0.
       01  STILL-HELD-COUNT   PIC 9(6)  VALUE 0.
       01  STILL-HELD-TOTAL   PIC 9(10) VALUE 0.

       01  CAMP-COUNT         PIC 9(3) VALUE 0.
       01  MAX-CAMPS          PIC 9(3) VALUE 200.
       01  CAMP-SUB           PIC 9(3) VALUE 0.
       01  CUR-SUB            PIC 9(3) VALUE 0.
       01  WORK-CAMPAIGN      PIC X(8) VALUE SPACES.
       01  CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 200.
              10 CT-CAMPAIGN     PIC X(8).
              10 CT-COUNT        PIC 9(6).
              10 CT-AMOUNT       PIC 9(10).

           COPY LOGLINE.
           COPY LOGSEAL.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           OPEN I-O CREDITS-FILE

           IF CR-FILE-STATUS = '35'
               DISPLAY 'NO CREDITS FILE YET - NOTHING TO EXPIRE'
           ELSE
               IF CR-FILE-STATUS NOT = '00'
                   DISPLAY 'CREDFILE OPEN FAILED - STATUS '
                       CR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-GAME-LOG-FILE

                   DISPLAY '=========================================='
                   DISPLAY '   LUCKYZ PROMO CREDIT EXPIRY SWEEP       '
                   DISPLAY '   EXPIRING BEFORE ' TODAY-DATE
                   DISPLAY '=========================================='

                   PERFORM READ-CREDITS-RECORD
                   PERFORM EXPIRE-ONE-ACCOUNT UNTIL EOF-REACHED
                   CLOSE CREDITS-FILE
                   CLOSE GAME-LOG

                   PERFORM PRINT-CAMPAIGN-BREAKDOWN

                   DISPLAY '------------------------------------------'
                   DISPLAY 'ACCOUNTS READ ...............: '
                       ACCOUNTS-READ
                   DISPLAY 'ACCOUNTS EXPIRED ............: '
                       EXPIRED-COUNT
                   DISPLAY 'PROMO CREDITS EXPIRED .......: '
                       EXPIRED-TOTAL
                   DISPLAY 'SKIPPED IN A SESSION ........: '
                       IN-FLIGHT-COUNT
                   DISPLAY 'ACCOUNTS STILL HOLDING PROMO : '
                       STILL-HELD-COUNT
                   DISPLAY 'PROMO CREDITS STILL HELD ....: '
                       STILL-HELD-TOTAL
                   DISPLAY '=========================================='
               END-IF
           END-IF

           STOP RUN.

      *    ---- CHECK ONE ACCOUNT'S PROMO BALANCE AGAINST ITS EXPIRY --
      *    AN ACCOUNT WRITTEN BEFORE THE PROMO FIELDS EXISTED HAS
      *    NOTHING NUMERIC THERE AND HOLDS NO PROMO CREDITS.
       EXPIRE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ

           IF CR-PROMO-BALANCE IS NUMERIC
               IF CR-PROMO-BALANCE > 0
                   IF CR-PROMO-EXPIRY < TODAY-DATE
                       IF CR-IN-FLIGHT = 'Y'
                           DISPLAY 'PLAYER ' CR-PLAYER-ID
                               ' IS IN A SESSION - PROMO '
                               CR-PROMO-BALANCE ' LEFT FOR NEXT RUN'
                           ADD 1 TO IN-FLIGHT-COUNT
                       ELSE
                           PERFORM MARK-PROMO-EXPIRED
                       END-IF
                   ELSE
                       ADD 1 TO STILL-HELD-COUNT
                       ADD CR-PROMO-BALANCE TO STILL-HELD-TOTAL
                           ON SIZE ERROR
                              MOVE MAX-TOTAL TO STILL-HELD-TOTAL
                       END-ADD
                   END-IF
               END-IF
           END-IF

           PERFORM READ-CREDITS-RECORD.

      *    ---- SWEEP ONE ACCOUNT AND BUCKET IT BY CAMPAIGN ----
       MARK-PROMO-EXPIRED.
           MOVE CR-PROMO-BALANCE  TO SWEPT-AMOUNT
           MOVE CR-PROMO-CAMPAIGN TO WORK-CAMPAIGN

           DISPLAY 'PLAYER ' CR-PLAYER-ID
               ' CAMPAIGN ' CR-PROMO-CAMPAIGN
               ' EXPIRED ' CR-PROMO-EXPIRY
               ' PROMO ' SWEPT-AMOUNT ' - SWEPT'

           MOVE ZERO   TO CR-PROMO-BALANCE
           MOVE SPACES TO CR-PROMO-CAMPAIGN
           MOVE SPACES TO CR-PROMO-EXPIRY
           REWRITE CREDITS-REC

           PERFORM WRITE-EXPIRY-LOG-RECORD

           ADD 1 TO EXPIRED-COUNT
           ADD SWEPT-AMOUNT TO EXPIRED-TOTAL
               ON SIZE ERROR
                  DISPLAY 'EXPIRY TOTAL OVERFLOW'
                  MOVE MAX-TOTAL TO EXPIRED-TOTAL
           END-ADD

           PERFORM FIND-CAMPAIGN-ENTRY
           IF CUR-SUB > 0
               ADD 1 TO CT-COUNT(CUR-SUB)
               ADD SWEPT-AMOUNT TO CT-AMOUNT(CUR-SUB)
                   ON SIZE ERROR
                      DISPLAY 'CAMPAIGN TOTAL OVERFLOW FOR '
                          WORK-CAMPAIGN
                      MOVE MAX-TOTAL TO CT-AMOUNT(CUR-SUB)
               END-ADD
           END-IF.

      *    ---- CUT THE 'E' EXPD RECORD ON GAME-LOG ----
       WRITE-EXPIRY-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGE-TIMESTAMP
           MOVE CR-PLAYER-ID  TO LOGE-PLAYER-ID
           MOVE 'EXPD'        TO LOGE-TYPE
           MOVE WORK-CAMPAIGN TO LOGE-CAMPAIGN
           MOVE SWEPT-AMOUNT  TO LOGE-AMOUNT
           MOVE ZERO          TO LOGE-PROMO
           MOVE CR-BALANCE    TO LOGE-CREDITS

           MOVE LOG-EXPIRY-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- FIND OR ADD THE CAMPAIGN BUCKET ----
       FIND-CAMPAIGN-ENTRY.
           MOVE ZERO TO CUR-SUB
           PERFORM SCAN-CAMPAIGN-TABLE
               VARYING CAMP-SUB FROM 1 BY 1
               UNTIL CAMP-SUB > CAMP-COUNT

           IF CUR-SUB = 0
               IF CAMP-COUNT < MAX-CAMPS
                   ADD 1 TO CAMP-COUNT
                   MOVE CAMP-COUNT TO CUR-SUB
                   MOVE WORK-CAMPAIGN TO CT-CAMPAIGN(CUR-SUB)
                   MOVE ZERO TO CT-COUNT(CUR-SUB)
                   MOVE ZERO TO CT-AMOUNT(CUR-SUB)
               ELSE
                   DISPLAY 'CAMPAIGN TABLE FULL - ' WORK-CAMPAIGN
                       ' NOT BROKEN OUT'
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE CAMPAIGN TABLE ----
       SCAN-CAMPAIGN-TABLE.
           IF CT-CAMPAIGN(CAMP-SUB) = WORK-CAMPAIGN
               MOVE CAMP-SUB TO CUR-SUB
           END-IF.

      *    ---- EXPIRED AMOUNTS BY CAMPAIGN ----
       PRINT-CAMPAIGN-BREAKDOWN.
           IF CAMP-COUNT > 0
               DISPLAY '------------------------------------------'
               DISPLAY 'EXPIRED BY CAMPAIGN'
               PERFORM PRINT-ONE-CAMPAIGN
                   VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > CAMP-COUNT
           END-IF.

      *    ---- ONE CAMPAIGN LINE ----
       PRINT-ONE-CAMPAIGN.
           DISPLAY '  ' CT-CAMPAIGN(CAMP-SUB)
               ' ACCOUNTS ' CT-COUNT(CAMP-SUB)
               ' PROMO ' CT-AMOUNT(CAMP-SUB).

      *    ---- READ NEXT ACCOUNT IN PLAYER ORDER ----
       READ-CREDITS-RECORD.
           READ CREDITS-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

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
