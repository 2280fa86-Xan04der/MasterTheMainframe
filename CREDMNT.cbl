      *                   before its first checkpoint, cutting an
      *                   audit record like any other action. A
      *                   fresh 'A' writes the marker as 'N'.
      *   2026-10-15 XG - 'X' records are sealed with the run-wide
      *                   sequence number and chained check value
      *                   (LOGSEAL), carrying on from the LOGCHAIN
      *                   tip SPEL leaves, so the cage's entries are
      *                   links in the same chain. GAME-LOG-REC grew
      *                   from 108 to 136 bytes.
      *   2026-10-15 XG - An 'A' writes the new promo fields empty,
      *                   and an 'X' close of an account still
      *                   holding promo credits forfeits them with
      *                   an 'E' CLOS record on GAME-LOG - they were
      *                   never cash, so the close pays out only
      *                   CR-BALANCE as before.
      *   2026-10-15 XG - The audit record for an approved pending
      *                   adjustment now carries the approving
      *                   operator in ADJ-APPROVER, not just the
      *                   listing, so the approval can be reviewed.
      *   2026-10-15 XG - A LOGCHAIN tip that cannot be saved now
      *                   stops the run RC=8 at the record written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PA-PLAYER-ID
               FILE STATUS IS PD-FILE-STATUS.

           SELECT LOG-CHAIN-FILE
               ASSIGN TO LOGCHAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITS-FILE.
           COPY EXCLREC.

       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  OPER-FILE.
           COPY OPERREC.
       FD  PENDING-FILE.
           COPY PENDADJ.

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  AU-FILE-STATUS     PIC XX   VALUE '00'.
       01  RUN-DATE           PIC X(8) VALUE SPACES.
       01  OP-FILE-STATUS     PIC XX   VALUE '00'.
       01  PD-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.
       01  OPER-OK            PIC X    VALUE 'N'.
       01  OPER-LIMIT         PIC 9(8) VALUE 0.
       01  CARD-QUEUED        PIC X    VALUE 'N'.

           COPY CREDADJ.
           COPY LOGLINE.
           COPY LOGSEAL.

       PROCEDURE DIVISION.
       MAIN-PARA.
       PROCESS-MAINT-CARD.
           MOVE 'Y' TO CARD-OK
           MOVE 'N' TO CARD-QUEUED
           MOVE SPACES TO APPROVER-ID

      *    A MIS-KEYED AMOUNT MUST NEVER REACH THE VSAM MASTER OR
      *    THE AUDIT TRAIL, SO IT REJECTS THE CARD UP FRONT, THE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO CR-LAST-PLAYED
                   MOVE 'N'          TO CR-IN-FLIGHT
                   MOVE ZERO         TO CR-PROMO-BALANCE
                   MOVE SPACES       TO CR-PROMO-CAMPAIGN
                   MOVE SPACES       TO CR-PROMO-EXPIRY
                   WRITE CREDITS-REC
               NOT INVALID KEY
                   DISPLAY 'PLAYER ' MC-PLAYER-ID
           END-READ.

      *    ---- CLOSE AN ACCOUNT, AUDITING THE BALANCE REMOVED ----
      *    PROMO CREDITS STILL HELD ARE FORFEIT, NOT PAID - THEY
      *    NEVER WERE CASH - AND GO ON GAME-LOG AS AN 'E' CLOS
      *    RECORD SO THE CAMPAIGN'S BOOKS STILL CLOSE.
       CLOSE-PLAYER-ACCOUNT.
           MOVE MC-PLAYER-ID TO CR-PLAYER-ID
           READ CREDITS-FILE
                   MOVE 'N' TO CARD-OK
               NOT INVALID KEY
                   MOVE CR-BALANCE TO MC-AMOUNT
                   IF CR-PROMO-BALANCE IS NUMERIC
                    AND CR-PROMO-BALANCE > 0
                       PERFORM WRITE-PROMO-FORFEIT-RECORD
                   END-IF
                   MOVE ZERO       TO CR-BALANCE
                   DELETE CREDITS-FILE
           END-READ.

      *    ---- CUT THE 'E' RECORD FOR PROMO CREDITS FORFEIT ----
       WRITE-PROMO-FORFEIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOGE-TIMESTAMP
           MOVE MC-PLAYER-ID      TO LOGE-PLAYER-ID
           MOVE 'CLOS'            TO LOGE-TYPE
           MOVE CR-PROMO-CAMPAIGN TO LOGE-CAMPAIGN
           MOVE CR-PROMO-BALANCE  TO LOGE-AMOUNT
           MOVE ZERO              TO LOGE-PROMO
           MOVE CR-BALANCE        TO LOGE-CREDITS

           MOVE LOG-EXPIRY-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD

           DISPLAY 'PROMO CREDITS OF ' CR-PROMO-BALANCE
               ' FOR PLAYER ' MC-PLAYER-ID ' FORFEIT ON CLOSE'.

      *    ---- CUT THE AUDIT RECORD FOR AN APPLIED TRANSACTION ----
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ADJ-TIMESTAMP
           MOVE CR-BALANCE   TO ADJ-NEW-BALANCE
           MOVE MC-REASON    TO ADJ-REASON
           MOVE MC-OPERATOR  TO ADJ-OPERATOR
           MOVE APPROVER-ID  TO ADJ-APPROVER

           MOVE ADJ-AUDIT-LINE TO CRED-AUDIT-REC
           WRITE CRED-AUDIT-REC.
      *    ---- APPLY A QUEUED ADJUSTMENT ON A SECOND APPROVAL ----
      *    THE APPROVER MUST BE A DIFFERENT OPERATOR, ITSELF ON
      *    THE AUTHORITY FILE. THE AUDIT RECORD IS CUT WITH THE
      *    ORIGINAL ACTION, AMOUNT AND KEYING OPERATOR, AND THE
      *    APPROVER IN ADJ-APPROVER.
       APPROVE-PENDING.
           OPEN I-O PENDING-FILE
           IF PD-FILE-STATUS NOT = '00'
           MOVE 'CREDMNT '   TO LOGX-SOURCE

           MOVE LOG-EXCLUSION-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

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

      *    ---- IS THIS CARD'S PLAYER ENROLLED AND OPEN ----
       CHECK-ENROLLMENT.
           MOVE 'N' TO PLAYER-ENROLLED
