       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSACCT.
      * Author: Xander Geluykens
      * Description: Player account closure with forced final
      *              settlement. Closing a player used to be a cage
      *              checklist across three decks - the PLAYMNT
      *              close, the CREDMNT 'X' close and paying out the
      *              balance - and a missed step left a closed player
      *              still owed money. This run does the whole
      *              closure from one card. It refuses while the
      *              player has an adjustment waiting on PENDFILE or
      *              a session in flight (release a stranded marker
      *              with a CREDMNT 'R' card first). Otherwise any
      *              CR-BALANCE left is paid out as a final-settlement
      *              voucher on VCHFILE (VCH-ORIGIN 'F'), promo
      *              credits still held are forfeit with an 'E' CLOS
      *              record as on a CREDMNT close, the CREDFILE record
      *              is zeroed and closed with an 'X' audit record on
      *              CREDAUD, the enrollment goes to 'C' on PLAYFILE,
      *              and the closure is cut on GAME-LOG as an 'F'
      *              record. A closure certificate lists everything
      *              settled, and any earlier vouchers the player
      *              still holds, which stay payable at the cage.
      *              SYSIN carries one card per closure:
      *                COL  1- 8  PLAYER-ID
      *                COL 10-13  REASON CODE (REQUIRED)
      *                COL 15-22  OPERATOR-ID (MUST BE ON OPERFILE)
      *              The deck ends at the first blank card.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT CRED-AUDIT
               ASSIGN TO CREDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PLAYER-ID
               FILE STATUS IS PD-FILE-STATUS.

           SELECT VOUCHER-FILE
               ASSIGN TO VCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCH-NUMBER
               FILE STATUS IS VH-FILE-STATUS.

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

       FD  CRED-AUDIT.
       01  CRED-AUDIT-REC      PIC X(100).

       FD  PLAYER-FILE.
           COPY PLAYREC.

       FD  PENDING-FILE.
           COPY PENDADJ.

       FD  VOUCHER-FILE.
           COPY VOUCHER.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  AU-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  PD-FILE-STATUS     PIC XX   VALUE '00'.
       01  VH-FILE-STATUS     PIC XX   VALUE '00'.
       01  OP-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.
       01  END-OF-CARDS       PIC X    VALUE 'N'.
       01  CARD-OK            PIC X    VALUE 'Y'.

       01  CLOSE-TIMESTAMP    PIC X(14) VALUE SPACES.
       01  HAD-ACCOUNT        PIC X     VALUE 'N'.
       01  PRIOR-STATUS       PIC X     VALUE SPACE.
       01  PLAYER-NAME        PIC X(20) VALUE SPACES.
       01  SETTLE-AMOUNT      PIC 9(8)  VALUE 0.
       01  SETTLE-VOUCHER     PIC X(22) VALUE SPACES.
       01  PROMO-FORFEIT      PIC 9(8)  VALUE 0.
       01  PROMO-CAMPAIGN     PIC X(8)  VALUE SPACES.
       01  OLD-VOUCHER-COUNT  PIC 9(4)  VALUE 0.
       01  OLD-VOUCHER-TOTAL  PIC 9(10) VALUE 0.

       01  CARDS-READ         PIC 9(4)  VALUE 0.
       01  CLOSED-COUNT       PIC 9(4)  VALUE 0.
       01  REFUSED-COUNT      PIC 9(4)  VALUE 0.
       01  SETTLED-TOTAL      PIC 9(10) VALUE 0.
       01  VOUCHERS-CUT       PIC 9(4)  VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

      * Input Buffers
       01  CLOSE-CARD.
           05 CC-PLAYER-ID    PIC X(8).
           05 FILLER          PIC X.
           05 CC-REASON       PIC X(4).
           05 FILLER          PIC X.
           05 CC-OPERATOR     PIC X(8).

           COPY CREDADJ.
           COPY LOGLINE.
           COPY LOGSEAL.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-CREDITS-FILE
           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-GAME-LOG-FILE

           PERFORM GET-CLOSE-CARD
           PERFORM PROCESS-CLOSE-CARD UNTIL END-OF-CARDS = 'Y'

           CLOSE CREDITS-FILE
           CLOSE CRED-AUDIT
           CLOSE GAME-LOG

           DISPLAY '=============================================='
           DISPLAY '         LUCKYZ ACCOUNT CLOSURE RUN           '
           DISPLAY '=============================================='
           DISPLAY 'CARDS READ ..................: ' CARDS-READ
           DISPLAY 'ACCOUNTS CLOSED .............: ' CLOSED-COUNT
           DISPLAY 'CLOSURES REFUSED ............: ' REFUSED-COUNT
           DISPLAY 'SETTLEMENT VOUCHERS CUT .....: ' VOUCHERS-CUT
           DISPLAY 'BALANCES SETTLED ............: ' SETTLED-TOTAL
           DISPLAY '=============================================='
           STOP RUN.

      *    ---- READ THE NEXT CLOSURE CARD FROM SYSIN ----
       GET-CLOSE-CARD.
           MOVE SPACES TO CLOSE-CARD
           ACCEPT CLOSE-CARD
           IF CLOSE-CARD = SPACES
               MOVE 'Y' TO END-OF-CARDS
           ELSE
               ADD 1 TO CARDS-READ
           END-IF.

      *    ---- CLOSE ONE ACCOUNT, THEN READ THE NEXT CARD ----
      *    EVERY CHECK RUNS BEFORE ANYTHING IS WRITTEN, SO A REFUSED
      *    CLOSURE LEAVES ALL FOUR FILES AS THEY WERE.
       PROCESS-CLOSE-CARD.
           MOVE 'Y'    TO CARD-OK
           MOVE 'N'    TO HAD-ACCOUNT
           MOVE SPACE  TO PRIOR-STATUS
           MOVE SPACES TO PLAYER-NAME
           MOVE ZERO   TO SETTLE-AMOUNT
           MOVE SPACES TO SETTLE-VOUCHER
           MOVE ZERO   TO PROMO-FORFEIT
           MOVE SPACES TO PROMO-CAMPAIGN
           MOVE FUNCTION CURRENT-DATE(1:14) TO CLOSE-TIMESTAMP

           IF CC-REASON = SPACES
               DISPLAY 'NO REASON CODE FOR PLAYER ' CC-PLAYER-ID
                   ' - CLOSURE REFUSED'
               MOVE 'N' TO CARD-OK
           ELSE
               PERFORM CHECK-OPERATOR
           END-IF

           IF CARD-OK = 'Y'
               PERFORM CHECK-ENROLLMENT
           END-IF

           IF CARD-OK = 'Y'
               PERFORM CHECK-PENDING
           END-IF

           IF CARD-OK = 'Y'
               PERFORM READ-CLOSING-ACCOUNT
           END-IF

           IF CARD-OK = 'Y'
               PERFORM SETTLE-AND-CLOSE
           END-IF

           IF CARD-OK = 'Y'
               ADD 1 TO CLOSED-COUNT
           ELSE
               ADD 1 TO REFUSED-COUNT
           END-IF

           PERFORM GET-CLOSE-CARD.

      *    ---- IS THIS CARD'S OPERATOR ON THE AUTHORITY FILE ----
       CHECK-OPERATOR.
           OPEN INPUT OPER-FILE
           IF OP-FILE-STATUS NOT = '00'
               DISPLAY 'NO OPERATOR AUTHORITY FILE - STATUS '
                   OP-FILE-STATUS ' - CLOSURE OF ' CC-PLAYER-ID
                   ' REFUSED'
               MOVE 'N' TO CARD-OK
           ELSE
               MOVE CC-OPERATOR TO OP-OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       DISPLAY 'OPERATOR ' CC-OPERATOR
                           ' NOT ON AUTHORITY FILE - CLOSURE OF '
                           CC-PLAYER-ID ' REFUSED'
                       MOVE 'N' TO CARD-OK
               END-READ
               CLOSE OPER-FILE
           END-IF.

      *    ---- THE PLAYER MUST BE ENROLLED ----
      *    AN ENROLLMENT ALREADY AT 'C' IS STILL CLOSED HERE IF A
      *    CREDFILE ACCOUNT WAS LEFT BEHIND BY A PLAYMNT CLOSE.
       CHECK-ENROLLMENT.
           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS NOT = '00'
               DISPLAY 'NO PLAYER MASTER - STATUS ' PL-FILE-STATUS
                   ' - CLOSURE OF ' CC-PLAYER-ID ' REFUSED'
               MOVE 'N' TO CARD-OK
           ELSE
               MOVE CC-PLAYER-ID TO PLY-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       DISPLAY 'PLAYER ' CC-PLAYER-ID
                           ' NOT ENROLLED - CLOSURE REFUSED'
                       MOVE 'N' TO CARD-OK
                   NOT INVALID KEY
                       MOVE PLY-STATUS TO PRIOR-STATUS
                       MOVE PLY-NAME   TO PLAYER-NAME
               END-READ
               CLOSE PLAYER-FILE
           END-IF.

      *    ---- NOTHING MAY BE WAITING ON PENDFILE ----
      *    A QUEUED ADJUSTMENT WOULD CHANGE THE BALANCE BEING
      *    SETTLED; IT MUST BE APPROVED OR WITHDRAWN FIRST.
       CHECK-PENDING.
           OPEN INPUT PENDING-FILE
           IF PD-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF PD-FILE-STATUS NOT = '00'
                   DISPLAY 'PENDFILE OPEN FAILED - STATUS '
                       PD-FILE-STATUS ' - CLOSURE OF '
                       CC-PLAYER-ID ' REFUSED'
                   MOVE 'N' TO CARD-OK
               ELSE
                   MOVE CC-PLAYER-ID TO PA-PLAYER-ID
                   READ PENDING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY 'PENDING ' PA-ACTION ' OF '
                               PA-AMOUNT ' FOR PLAYER '
                               CC-PLAYER-ID ' QUEUED BY '
                               PA-OPERATOR ' - CLOSURE REFUSED'
                           MOVE 'N' TO CARD-OK
                   END-READ
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

      *    ---- READ THE CREDFILE ACCOUNT BEING CLOSED ----
      *    NO ACCOUNT IS FINE - THERE IS NOTHING TO SETTLE - UNLESS
      *    THE ENROLLMENT IS ALREADY CLOSED TOO, WHEN THERE IS
      *    NOTHING LEFT TO DO. A SESSION IN FLIGHT WOULD SAVE ITS
      *    CREDITS OVER THE CLOSURE, SO IT REFUSES.
       READ-CLOSING-ACCOUNT.
           MOVE CC-PLAYER-ID TO CR-PLAYER-ID
           READ CREDITS-FILE
               INVALID KEY
                   IF PRIOR-STATUS = 'C'
                       DISPLAY 'PLAYER ' CC-PLAYER-ID
                           ' ALREADY CLOSED - NOTHING TO SETTLE'
                       MOVE 'N' TO CARD-OK
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO HAD-ACCOUNT
                   IF CR-IN-FLIGHT = 'Y'
                       DISPLAY 'PLAYER ' CC-PLAYER-ID
                           ' HAS A SESSION IN FLIGHT - CLOSURE REFUSED'
                       MOVE 'N' TO CARD-OK
                   END-IF
           END-READ.

      *    ---- PAY OUT, CLOSE THE ACCOUNT AND THE ENROLLMENT ----
      *    THE VOUCHER IS CUT FIRST: IF IT CANNOT BE WRITTEN THE
      *    BALANCE STAYS ON THE ACCOUNT AND NOTHING ELSE IS TOUCHED.
       SETTLE-AND-CLOSE.
           IF HAD-ACCOUNT = 'Y'
               MOVE CR-BALANCE TO SETTLE-AMOUNT
               IF SETTLE-AMOUNT > 0
                   PERFORM CUT-SETTLEMENT-VOUCHER
               END-IF
           END-IF

           IF CARD-OK = 'Y'
               IF HAD-ACCOUNT = 'Y'
                   PERFORM CLOSE-CREDITS-ACCOUNT
               END-IF
               PERFORM CLOSE-ENROLLMENT
               PERFORM WRITE-CLOSURE-LOG-RECORD
               PERFORM PRINT-CLOSURE-CERTIFICATE
           END-IF.

      *    ---- CUT THE FINAL-SETTLEMENT VOUCHER ----
       CUT-SETTLEMENT-VOUCHER.
           OPEN I-O VOUCHER-FILE
           IF VH-FILE-STATUS = '35'
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN I-O VOUCHER-FILE
           END-IF

           IF VH-FILE-STATUS NOT = '00'
               DISPLAY 'VCHFILE OPEN FAILED - STATUS ' VH-FILE-STATUS
                   ' - CLOSURE OF ' CC-PLAYER-ID ' REFUSED'
               MOVE 'N' TO CARD-OK
           ELSE
               MOVE CLOSE-TIMESTAMP TO VCH-CUT-TIMESTAMP
               MOVE CC-PLAYER-ID    TO VCH-CUT-PLAYER
               MOVE CC-PLAYER-ID    TO VCH-PLAYER-ID
               MOVE SETTLE-AMOUNT   TO VCH-AMOUNT
               MOVE 'O'             TO VCH-STATUS
               MOVE SPACES          TO VCH-REDEEMED-TS
               MOVE 'F'             TO VCH-ORIGIN

               WRITE VOUCHER-REC
                   INVALID KEY
                       DISPLAY 'VOUCHER KEY CLASH FOR PLAYER '
                           CC-PLAYER-ID ' - CLOSURE REFUSED'
                       MOVE 'N' TO CARD-OK
                   NOT INVALID KEY
                       MOVE VCH-NUMBER TO SETTLE-VOUCHER
                       ADD 1 TO VOUCHERS-CUT
                       ADD SETTLE-AMOUNT TO SETTLED-TOTAL
                           ON SIZE ERROR
                              MOVE MAX-TOTAL TO SETTLED-TOTAL
                       END-ADD
               END-WRITE

               CLOSE VOUCHER-FILE
           END-IF.

      *    ---- ZERO AND CLOSE THE CREDFILE ACCOUNT ----
      *    THE 'X' AUDIT RECORD CARRIES THE BALANCE PAID OUT BY THE
      *    SETTLEMENT VOUCHER; PROMO CREDITS ARE FORFEIT, NOT PAID.
       CLOSE-CREDITS-ACCOUNT.
           IF CR-PROMO-BALANCE IS NUMERIC
            AND CR-PROMO-BALANCE > 0
               MOVE CR-PROMO-BALANCE  TO PROMO-FORFEIT
               MOVE CR-PROMO-CAMPAIGN TO PROMO-CAMPAIGN
               PERFORM WRITE-PROMO-FORFEIT-RECORD
           END-IF

           MOVE ZERO TO CR-BALANCE
           DELETE CREDITS-FILE

           PERFORM WRITE-AUDIT-RECORD.

      *    ---- SET THE ENROLLMENT TO CLOSED ----
       CLOSE-ENROLLMENT.
           IF PRIOR-STATUS NOT = 'C'
               OPEN I-O PLAYER-FILE
               IF PL-FILE-STATUS NOT = '00'
                   DISPLAY 'PLAYFILE OPEN FAILED - STATUS '
                       PL-FILE-STATUS ' - ENROLLMENT OF '
                       CC-PLAYER-ID ' LEFT AT ' PRIOR-STATUS
               ELSE
                   MOVE CC-PLAYER-ID TO PLY-PLAYER-ID
                   READ PLAYER-FILE
                       INVALID KEY
                           DISPLAY 'PLAYER ' CC-PLAYER-ID
                               ' GONE FROM PLAYFILE - ENROLLMENT '
                               'NOT CLOSED'
                       NOT INVALID KEY
                           MOVE 'C' TO PLY-STATUS
                           REWRITE PLAYER-REC
                   END-READ
                   CLOSE PLAYER-FILE
               END-IF
           END-IF.

      *    ---- CUT THE 'E' RECORD FOR PROMO CREDITS FORFEIT ----
       WRITE-PROMO-FORFEIT-RECORD.
           MOVE CLOSE-TIMESTAMP   TO LOGE-TIMESTAMP
           MOVE CC-PLAYER-ID      TO LOGE-PLAYER-ID
           MOVE 'CLOS'            TO LOGE-TYPE
           MOVE CR-PROMO-CAMPAIGN TO LOGE-CAMPAIGN
           MOVE CR-PROMO-BALANCE  TO LOGE-AMOUNT
           MOVE ZERO              TO LOGE-PROMO
           MOVE ZERO              TO LOGE-CREDITS

           MOVE LOG-EXPIRY-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- CUT THE CREDAUD 'X' RECORD FOR THE CLOSE ----
       WRITE-AUDIT-RECORD.
           MOVE CLOSE-TIMESTAMP TO ADJ-TIMESTAMP
           MOVE CC-PLAYER-ID    TO ADJ-PLAYER-ID
           MOVE 'X'             TO ADJ-ACTION
           MOVE SETTLE-AMOUNT   TO ADJ-AMOUNT
           MOVE ZERO            TO ADJ-NEW-BALANCE
           MOVE CC-REASON       TO ADJ-REASON
           MOVE CC-OPERATOR     TO ADJ-OPERATOR

           MOVE ADJ-AUDIT-LINE TO CRED-AUDIT-REC
           WRITE CRED-AUDIT-REC.

      *    ---- CUT THE 'F' CLOSURE RECORD ON GAME-LOG ----
       WRITE-CLOSURE-LOG-RECORD.
           MOVE CLOSE-TIMESTAMP TO LOGF-TIMESTAMP
           MOVE CC-PLAYER-ID    TO LOGF-PLAYER-ID
           MOVE CC-REASON       TO LOGF-REASON
           MOVE SETTLE-AMOUNT   TO LOGF-AMOUNT
           MOVE CC-OPERATOR     TO LOGF-OPERATOR
           MOVE SETTLE-VOUCHER  TO LOGF-VOUCHER

           MOVE LOG-CLOSURE-LINE TO GAME-LOG-REC
           PERFORM WRITE-SEALED-LOG-RECORD.

      *    ---- THE CLOSURE CERTIFICATE ----
       PRINT-CLOSURE-CERTIFICATE.
           DISPLAY '=============================================='
           DISPLAY '      LUCKYZ ACCOUNT CLOSURE CERTIFICATE      '
           DISPLAY '=============================================='
           DISPLAY 'PLAYER ......................: ' CC-PLAYER-ID
               ' ' PLAYER-NAME
           DISPLAY 'CLOSED AT ...................: ' CLOSE-TIMESTAMP
           DISPLAY 'REASON ......................: ' CC-REASON
           DISPLAY 'OPERATOR ....................: ' CC-OPERATOR
           DISPLAY 'ENROLLMENT STATUS ...........: ' PRIOR-STATUS
               ' TO C'
           IF HAD-ACCOUNT = 'Y'
               DISPLAY 'CREDITS BALANCE SETTLED .....: ' SETTLE-AMOUNT
           ELSE
               DISPLAY 'CREDITS BALANCE SETTLED .....: NO ACCOUNT'
           END-IF
           IF SETTLE-VOUCHER = SPACES
               DISPLAY 'SETTLEMENT VOUCHER ..........: NONE'
           ELSE
               DISPLAY 'SETTLEMENT VOUCHER ..........: '
                   SETTLE-VOUCHER
           END-IF
           IF PROMO-FORFEIT > 0
               DISPLAY 'PROMO CREDITS FORFEIT .......: ' PROMO-FORFEIT
                   ' CAMPAIGN ' PROMO-CAMPAIGN
           ELSE
               DISPLAY 'PROMO CREDITS FORFEIT .......: NONE'
           END-IF
           DISPLAY 'PENDING ADJUSTMENTS .........: NONE'
           DISPLAY 'SESSION IN FLIGHT ...........: NONE'

           PERFORM LIST-EARLIER-VOUCHERS
           DISPLAY 'EARLIER VOUCHERS OUTSTANDING : ' OLD-VOUCHER-COUNT
           DISPLAY 'EARLIER VOUCHER AMOUNT ......: ' OLD-VOUCHER-TOTAL
           IF OLD-VOUCHER-COUNT > 0
               DISPLAY 'EARLIER VOUCHERS REMAIN PAYABLE AT THE CAGE'
           END-IF
           DISPLAY '=============================================='.

      *    ---- LIST THE PLAYER'S OTHER OUTSTANDING VOUCHERS ----
      *    VCHFILE IS KEYED BY CUT TIME, SO THE WHOLE FILE IS READ.
       LIST-EARLIER-VOUCHERS.
           MOVE ZERO TO OLD-VOUCHER-COUNT
           MOVE ZERO TO OLD-VOUCHER-TOTAL

           OPEN INPUT VOUCHER-FILE
           IF VH-FILE-STATUS = '00'
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-VOUCHER
               PERFORM CHECK-EARLIER-VOUCHER UNTIL EOF-REACHED
               CLOSE VOUCHER-FILE
           END-IF.

      *    ---- ONE VOUCHER: THIS PLAYER'S, STILL OUTSTANDING ----
       CHECK-EARLIER-VOUCHER.
           IF VCH-PLAYER-ID = CC-PLAYER-ID
            AND VCH-STATUS = 'O'
            AND VCH-NUMBER NOT = SETTLE-VOUCHER
               DISPLAY '  VOUCHER ' VCH-NUMBER
                   ' AMOUNT ' VCH-AMOUNT ' STILL OUTSTANDING'
               ADD 1 TO OLD-VOUCHER-COUNT
               ADD VCH-AMOUNT TO OLD-VOUCHER-TOTAL
                   ON SIZE ERROR
                      MOVE MAX-TOTAL TO OLD-VOUCHER-TOTAL
               END-ADD
           END-IF

           PERFORM READ-NEXT-VOUCHER.

      *    ---- READ NEXT RECORD FROM VCHFILE ----
       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- OPEN CREDITS-FILE, CREATING IT IF NEEDED ----
       OPEN-CREDITS-FILE.
           OPEN I-O CREDITS-FILE
           IF CR-FILE-STATUS = '35'
               OPEN OUTPUT CREDITS-FILE
               CLOSE CREDITS-FILE
               OPEN I-O CREDITS-FILE
           END-IF.

      *    ---- OPEN CREDAUD FOR APPEND, CREATING IT IF NEEDED ----
       OPEN-AUDIT-FILE.
           OPEN EXTEND CRED-AUDIT
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT CRED-AUDIT
               CLOSE CRED-AUDIT
               OPEN EXTEND CRED-AUDIT
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
