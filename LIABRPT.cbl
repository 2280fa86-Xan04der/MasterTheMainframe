       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIABRPT.
      * Author: Xander Geluykens
      * Description: Month-end player-liability control report. Money
      *              owed to players sits in three places - CR-BALANCE
      *              on CREDITS-FILE, the outstanding ('O') vouchers
      *              on VCHFILE and the jackpot pool on JKPFILE - and
      *              this job proves all three against what the
      *              ledger has been given. It snapshots the actual
      *              balances at the close, then rolls the prior
      *              close's snapshot on LIABFILE forward through the
      *              period's GLDAILY postings by account code and
      *              the CREDAUD cage adjustments to an expected
      *              closing balance for each:
      *                CREDITS  = OPENING + LUCKYZ + LUCKYZ-BI
      *                           + LUCKYZ-CO + LUCKYZ-JR + LUCKYZ-JP
      *                           + LUCKYZ-TX + LUCKYZ-PR (ALL SIGNED
      *                           AS POSTED) + CREDAUD A/C/L - D/X
      *                           +/- CREDAUD B (BALVRFY REPAIRS)
      *                VOUCHERS = OPENING - LUCKYZ-CO - LUCKYZ-ES
      *                           + CLOSACCT FINAL SETTLEMENTS
      *                           - VOUCHERS REDEEMED AT THE CAGE
      *                POOL     = OPENING - LUCKYZ-JR - LUCKYZ-JP
      *              SPEL's session records together equal the change
      *              in the player's credits, so every session account
      *              rolls the credits; the cash-out, rake and jackpot
      *              records also move the voucher and pool balances
      *              the other way. LUCKYZ-MK is not rolled - a points
      *              redemption is already on CREDAUD as an 'L' - and
      *              cage redemptions are never posted, so they are
      *              taken from VCH-REDEEMED-TS on VCHFILE, as are
      *              the final-settlement vouchers CLOSACCT cuts
      *              (VCH-ORIGIN 'F') for the balance its CREDAUD
      *              'X' takes off the credits. Opening,
      *              movements, expected, actual and difference are
      *              printed per liability, the actual balances are
      *              appended to LIABFILE as the next close's opening,
      *              and the step ends RC=8 if any liability does not
      *              tie or a source could not be read cleanly. The
      *              first close on an empty LIABFILE only lays down
      *              the base snapshot.
      *              SYSIN carries one card:
      *                COL 1-8  PERIOD-END DATE (YYYYMMDD)
      *              No card or a blank card means today. A close is
      *              refused if LIABFILE already holds one for that
      *              date or a later one.
      * Change History:
      *   2026-10-15 XG - First cut.
      *   2026-10-15 XG - Roll CLOSACCT's final-settlement vouchers
      *                   (VCH-ORIGIN 'F') into the voucher liability;
      *                   their CREDAUD 'X' already takes the balance
      *                   off the credits.
      *   2026-10-15 XG - Roll the CREDAUD 'B' records BALVRFY now cuts
      *                   for each REPAIR rebuild into the credits, up
      *                   or down as ADJ-SUB-CODE says.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT VOUCHER-FILE
               ASSIGN TO VCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VCH-NUMBER
               FILE STATUS IS VH-FILE-STATUS.

           SELECT JACKPOT-FILE
               ASSIGN TO JKPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JK-FILE-STATUS.

           SELECT GL-DAILY-IN
               ASSIGN TO GLDAILY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.

           SELECT CRED-AUDIT
               ASSIGN TO CREDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

           SELECT LIAB-FILE
               ASSIGN TO LIABFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITS-FILE.
           COPY CREDREC.

       FD  VOUCHER-FILE.
           COPY VOUCHER.

       FD  JACKPOT-FILE.
       01  JACKPOT-REC         PIC X(80).

       FD  GL-DAILY-IN.
       01  GL-DAILY-REC        PIC X(50).

       FD  CRED-AUDIT.
       01  CRED-AUDIT-REC      PIC X(100).

       FD  LIAB-FILE.
       01  LIAB-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GLFEED.
           COPY CREDADJ.
           COPY LIABREC.

       01  JACKPOT-LINE.
           05 JP-POOL          PIC 9(8)  VALUE 0.
           05 FILLER           PIC X(72) VALUE SPACES.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  VH-FILE-STATUS     PIC XX   VALUE '00'.
       01  JK-FILE-STATUS     PIC XX   VALUE '00'.
       01  GD-FILE-STATUS     PIC XX   VALUE '00'.
       01  AU-FILE-STATUS     PIC XX   VALUE '00'.
       01  LB-FILE-STATUS     PIC XX   VALUE '00'.

       01  RUN-TIMESTAMP      PIC X(14) VALUE SPACES.
       01  PERIOD-END         PIC X(8)  VALUE SPACES.
       01  PRIOR-END          PIC X(8)  VALUE SPACES.
       01  LATER-END          PIC X(8)  VALUE SPACES.
       01  HAVE-PRIOR         PIC X     VALUE 'N'.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

      * Opening balances, from the prior close on LIABFILE
       01  OPEN-CREDITS       PIC S9(11) VALUE 0.
       01  OPEN-VOUCHERS      PIC S9(11) VALUE 0.
       01  OPEN-POOL          PIC S9(11) VALUE 0.

      * Actual balances at this close
       01  ACT-CREDITS        PIC 9(10) VALUE 0.
       01  ACT-VOUCHERS       PIC 9(10) VALUE 0.
       01  ACT-POOL           PIC 9(10) VALUE 0.
       01  ACT-PROMO          PIC 9(10) VALUE 0.

      * Period movements, signed as posted
       01  NET-LUCKYZ         PIC S9(11) VALUE 0.
       01  NET-BI             PIC S9(11) VALUE 0.
       01  NET-CO             PIC S9(11) VALUE 0.
       01  NET-ES             PIC S9(11) VALUE 0.
       01  NET-JR             PIC S9(11) VALUE 0.
       01  NET-JP             PIC S9(11) VALUE 0.
       01  NET-TX             PIC S9(11) VALUE 0.
       01  NET-PR             PIC S9(11) VALUE 0.
       01  NET-MK             PIC S9(11) VALUE 0.
       01  ADJ-ADD-TOTAL      PIC S9(11) VALUE 0.
       01  ADJ-CREDIT-TOTAL   PIC S9(11) VALUE 0.
       01  ADJ-DEBIT-TOTAL    PIC S9(11) VALUE 0.
       01  ADJ-CLOSE-TOTAL    PIC S9(11) VALUE 0.
       01  ADJ-LOYALTY-TOTAL  PIC S9(11) VALUE 0.
       01  ADJ-REPAIR-TOTAL   PIC S9(11) VALUE 0.
       01  REDEEMED-TOTAL     PIC S9(11) VALUE 0.
       01  SETTLEMENT-TOTAL   PIC S9(11) VALUE 0.

      * Expected closing balances and differences
       01  EXP-CREDITS        PIC S9(11) VALUE 0.
       01  EXP-VOUCHERS       PIC S9(11) VALUE 0.
       01  EXP-POOL           PIC S9(11) VALUE 0.
       01  DIFF-CREDITS       PIC S9(11) VALUE 0.
       01  DIFF-VOUCHERS      PIC S9(11) VALUE 0.
       01  DIFF-POOL          PIC S9(11) VALUE 0.
       01  OPEN-TOTAL         PIC S9(11) VALUE 0.
       01  EXP-TOTAL          PIC S9(11) VALUE 0.
       01  ACT-TOTAL          PIC S9(11) VALUE 0.
       01  DIFF-TOTAL         PIC S9(11) VALUE 0.
       01  WORK-AMOUNT        PIC S9(11) VALUE 0.

       01  ACCOUNTS-READ      PIC 9(6)  VALUE 0.
       01  IN-FLIGHT-COUNT    PIC 9(6)  VALUE 0.
       01  VOUCHERS-READ      PIC 9(6)  VALUE 0.
       01  OPEN-VOUCHER-COUNT PIC 9(6)  VALUE 0.
       01  REDEEMED-COUNT     PIC 9(6)  VALUE 0.
       01  SETTLEMENT-COUNT   PIC 9(6)  VALUE 0.
       01  GL-RECORDS-READ    PIC 9(6)  VALUE 0.
       01  GL-BATCH-COUNT     PIC 9(6)  VALUE 0.
       01  GL-IN-PERIOD       PIC 9(6)  VALUE 0.
       01  GL-OTHER-PERIOD    PIC 9(6)  VALUE 0.
       01  GL-OTHER-ACCOUNT   PIC 9(6)  VALUE 0.
       01  AUDIT-READ         PIC 9(6)  VALUE 0.
       01  AUDIT-IN-PERIOD    PIC 9(6)  VALUE 0.
       01  BAD-SOURCE-COUNT   PIC 9(6)  VALUE 0.
       01  UNTIED-COUNT       PIC 9     VALUE 0.

       01  LN-LABEL           PIC X(29) VALUE SPACES.
       01  LN-AMOUNT          PIC S9(11) VALUE 0.
       01  AMOUNT-DISPLAY     PIC +(11)9.

      * Input Buffers
       01  PERIOD-CARD        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP

           MOVE SPACES TO PERIOD-CARD
           ACCEPT PERIOD-CARD
           IF PERIOD-CARD = SPACES
               MOVE RUN-TIMESTAMP(1:8) TO PERIOD-END
           ELSE
               IF PERIOD-CARD IS NUMERIC
                   MOVE PERIOD-CARD TO PERIOD-END
               ELSE
                   DISPLAY 'BAD PERIOD-END CARD ' PERIOD-CARD
                       ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-PRIOR-SNAPSHOT

           PERFORM SNAPSHOT-CREDITS
           PERFORM SNAPSHOT-VOUCHERS
           PERFORM SNAPSHOT-JACKPOT-POOL

           IF HAVE-PRIOR = 'Y'
               PERFORM ROLL-GL-POSTINGS
               PERFORM ROLL-AUDIT-RECORDS
               PERFORM COMPUTE-EXPECTED
           END-IF

           PERFORM PRINT-LIABILITY-REPORT
           PERFORM WRITE-SNAPSHOT

           IF UNTIED-COUNT > 0 OR BAD-SOURCE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    ---- FIND THE PRIOR CLOSE ON LIABFILE ----
      *    THE LATEST SNAPSHOT BEFORE THIS PERIOD-END IS THE
      *    OPENING BALANCE. A SNAPSHOT FOR THIS DATE OR A LATER ONE
      *    MEANS THE CLOSE HAS ALREADY RUN - A SECOND SNAPSHOT
      *    WOULD BREAK THE CHAIN OF OPENINGS, SO THE RUN IS REFUSED.
       LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT LIAB-FILE

           IF LB-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF LB-FILE-STATUS NOT = '00'
                   DISPLAY 'LIABFILE OPEN FAILED - STATUS '
                       LB-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-LIAB-RECORD
               PERFORM CHECK-ONE-SNAPSHOT UNTIL EOF-REACHED
               CLOSE LIAB-FILE
           END-IF

           IF LATER-END NOT = SPACES
               DISPLAY 'LIABFILE ALREADY HOLDS A CLOSE FOR '
                   LATER-END ' - RUN REFUSED FOR ' PERIOD-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- KEEP THE LATEST SNAPSHOT BEFORE THE PERIOD-END ----
       CHECK-ONE-SNAPSHOT.
           MOVE LIAB-REC TO LIAB-SNAPSHOT-LINE

           IF LB-PERIOD-END NOT < PERIOD-END
               MOVE LB-PERIOD-END TO LATER-END
           ELSE
               IF HAVE-PRIOR = 'N' OR LB-PERIOD-END > PRIOR-END
                   MOVE 'Y'              TO HAVE-PRIOR
                   MOVE LB-PERIOD-END    TO PRIOR-END
                   MOVE LB-CREDITS-TOTAL TO OPEN-CREDITS
                   MOVE LB-VOUCHER-TOTAL TO OPEN-VOUCHERS
                   MOVE LB-POOL-TOTAL    TO OPEN-POOL
               END-IF
           END-IF

           PERFORM READ-LIAB-RECORD.

      *    ---- ACTUAL PLAYER CREDITS: CR-BALANCE OVER CREDFILE ----
      *    AN ACCOUNT IN FLIGHT HAS A SESSION WHOSE GL RECORDS ARE
      *    NOT WRITTEN YET, SO IT IS LISTED - THE CLOSE SHOULD RUN
      *    WITH THE FLOOR QUIET.
       SNAPSHOT-CREDITS.
           OPEN INPUT CREDITS-FILE

           IF CR-FILE-STATUS = '35'
               DISPLAY 'NO CREDFILE YET - NO PLAYER CREDITS HELD'
           ELSE
               IF CR-FILE-STATUS NOT = '00'
                   DISPLAY 'CREDFILE OPEN FAILED - STATUS '
                       CR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-CREDITS-RECORD
               PERFORM SUM-ONE-ACCOUNT UNTIL EOF-REACHED
               CLOSE CREDITS-FILE
           END-IF.

      *    ---- ADD ONE ACCOUNT'S BALANCE TO THE SNAPSHOT ----
       SUM-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-READ

           IF CR-BALANCE IS NUMERIC
               ADD CR-BALANCE TO ACT-CREDITS
                   ON SIZE ERROR
                      DISPLAY 'CREDITS TOTAL OVERFLOW'
                      MOVE MAX-TOTAL TO ACT-CREDITS
                      ADD 1 TO BAD-SOURCE-COUNT
               END-ADD
           ELSE
               DISPLAY 'PLAYER ' CR-PLAYER-ID
                   ' BALANCE NOT NUMERIC - NOT COUNTED'
               ADD 1 TO BAD-SOURCE-COUNT
           END-IF

           IF CR-PROMO-BALANCE IS NUMERIC
               ADD CR-PROMO-BALANCE TO ACT-PROMO
                   ON SIZE ERROR
                      MOVE MAX-TOTAL TO ACT-PROMO
               END-ADD
           END-IF

           IF CR-IN-FLIGHT = 'Y'
               DISPLAY 'PLAYER ' CR-PLAYER-ID
                   ' IN FLIGHT AT THE CLOSE'
               ADD 1 TO IN-FLIGHT-COUNT
           END-IF

           PERFORM READ-CREDITS-RECORD.

      *    ---- ACTUAL VOUCHERS OUTSTANDING, AND PERIOD REDEMPTIONS ----
      *    THE CAGE POSTS NOTHING TO THE GL WHEN IT PAYS A VOUCHER,
      *    SO THE REDEMPTIONS IN THE PERIOD COME FROM VCHFILE ITSELF.
       SNAPSHOT-VOUCHERS.
           OPEN INPUT VOUCHER-FILE

           IF VH-FILE-STATUS = '35'
               DISPLAY 'NO VOUCHER FILE YET - NO VOUCHERS OUTSTANDING'
           ELSE
               IF VH-FILE-STATUS NOT = '00'
                   DISPLAY 'VCHFILE OPEN FAILED - STATUS '
                       VH-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-VOUCHER-RECORD
               PERFORM TALLY-ONE-VOUCHER UNTIL EOF-REACHED
               CLOSE VOUCHER-FILE
           END-IF.

      *    ---- ONE VOUCHER: OUTSTANDING, CUT OR REDEEMED IN PERIOD ----
      *    ONLY A CLOSACCT SETTLEMENT IS COUNTED AS CUT HERE - A
      *    SESSION CASH-OUT IS ON THE LEDGER AS LUCKYZ-CO.
       TALLY-ONE-VOUCHER.
           ADD 1 TO VOUCHERS-READ

           IF VCH-AMOUNT IS NOT NUMERIC
               DISPLAY 'VOUCHER ' VCH-NUMBER
                   ' AMOUNT NOT NUMERIC - NOT COUNTED'
               ADD 1 TO BAD-SOURCE-COUNT
           ELSE
               IF VCH-STATUS = 'O'
                   ADD 1 TO OPEN-VOUCHER-COUNT
                   ADD VCH-AMOUNT TO ACT-VOUCHERS
                       ON SIZE ERROR
                          DISPLAY 'VOUCHER TOTAL OVERFLOW'
                          MOVE MAX-TOTAL TO ACT-VOUCHERS
                          ADD 1 TO BAD-SOURCE-COUNT
                   END-ADD
               END-IF

               IF VCH-STATUS = 'R'
                AND VCH-REDEEMED-TS(1:8) > PRIOR-END
                AND VCH-REDEEMED-TS(1:8) NOT > PERIOD-END
                   ADD 1 TO REDEEMED-COUNT
                   ADD VCH-AMOUNT TO REDEEMED-TOTAL
               END-IF

               IF VCH-ORIGIN = 'F'
                AND VCH-CUT-TIMESTAMP(1:8) > PRIOR-END
                AND VCH-CUT-TIMESTAMP(1:8) NOT > PERIOD-END
                   ADD 1 TO SETTLEMENT-COUNT
                   ADD VCH-AMOUNT TO SETTLEMENT-TOTAL
               END-IF
           END-IF

           PERFORM READ-VOUCHER-RECORD.

      *    ---- ACTUAL JACKPOT POOL FROM JKPFILE ----
      *    NO FILE OR AN EMPTY ONE MEANS THE POOL HAS NEVER BEEN
      *    SEEDED, AS SPEL TREATS IT.
       SNAPSHOT-JACKPOT-POOL.
           OPEN INPUT JACKPOT-FILE

           IF JK-FILE-STATUS = '35'
               DISPLAY 'NO JKPFILE YET - JACKPOT POOL ZERO'
           ELSE
               IF JK-FILE-STATUS NOT = '00'
                   DISPLAY 'JKPFILE OPEN FAILED - STATUS '
                       JK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               READ JACKPOT-FILE
                   AT END
                       DISPLAY 'JKPFILE EMPTY - JACKPOT POOL ZERO'
                   NOT AT END
                       MOVE JACKPOT-REC TO JACKPOT-LINE
                       IF JP-POOL IS NUMERIC
                           MOVE JP-POOL TO ACT-POOL
                       ELSE
                           DISPLAY 'JKPFILE POOL NOT NUMERIC - '
                               'NOT COUNTED'
                           ADD 1 TO BAD-SOURCE-COUNT
                       END-IF
               END-READ
               CLOSE JACKPOT-FILE
           END-IF.

      *    ---- PASS THE GLDAILY BATCHES FOR THE PERIOD ----
      *    THE GDG BASE NAME CONCATENATES EVERY CATALOGED BATCH;
      *    ONLY DETAILS DATED AFTER THE PRIOR CLOSE AND NO LATER
      *    THAN THIS ONE ARE ROLLED. HEADERS AND TRAILERS ARE
      *    COUNTED AND SKIPPED.
       ROLL-GL-POSTINGS.
           OPEN INPUT GL-DAILY-IN

           IF GD-FILE-STATUS = '35'
               DISPLAY 'NO GLDAILY INPUT - NO LEDGER MOVEMENTS'
           ELSE
               IF GD-FILE-STATUS NOT = '00'
                   DISPLAY 'GLDAILY OPEN FAILED - STATUS '
                       GD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-GL-DAILY-RECORD
               PERFORM FOLD-ONE-GL-RECORD UNTIL EOF-REACHED
               CLOSE GL-DAILY-IN
           END-IF.

      *    ---- ONE GLDAILY RECORD ----
       FOLD-ONE-GL-RECORD.
           ADD 1 TO GL-RECORDS-READ
           MOVE GL-DAILY-REC TO GL-FEED-LINE

           EVALUATE TRUE
               WHEN GL-DAILY-REC(1:2) = 'BH'
                   ADD 1 TO GL-BATCH-COUNT
               WHEN GL-DAILY-REC(1:2) = 'BT'
                   CONTINUE
               WHEN GL-RUN-DATE > PRIOR-END
                AND GL-RUN-DATE NOT > PERIOD-END
                   PERFORM FOLD-PERIOD-POSTING
               WHEN OTHER
                   ADD 1 TO GL-OTHER-PERIOD
           END-EVALUATE

           PERFORM READ-GL-DAILY-RECORD.

      *    ---- ADD ONE PERIOD DETAIL TO ITS ACCOUNT, SIGNED ----
       FOLD-PERIOD-POSTING.
           IF GL-NET-AMOUNT IS NOT NUMERIC
            OR (GL-NET-SIGN NOT = '+' AND GL-NET-SIGN NOT = '-')
               DISPLAY 'BAD GLDAILY DETAIL: ' GL-DAILY-REC
               ADD 1 TO BAD-SOURCE-COUNT
           ELSE
               ADD 1 TO GL-IN-PERIOD
               IF GL-NET-SIGN = '-'
                   COMPUTE WORK-AMOUNT = 0 - GL-NET-AMOUNT
               ELSE
                   MOVE GL-NET-AMOUNT TO WORK-AMOUNT
               END-IF

               EVALUATE GL-ACCOUNT-CODE
                   WHEN 'LUCKYZ    '
                       ADD WORK-AMOUNT TO NET-LUCKYZ
                   WHEN 'LUCKYZ-BI '
                       ADD WORK-AMOUNT TO NET-BI
                   WHEN 'LUCKYZ-CO '
                       ADD WORK-AMOUNT TO NET-CO
                   WHEN 'LUCKYZ-ES '
                       ADD WORK-AMOUNT TO NET-ES
                   WHEN 'LUCKYZ-JR '
                       ADD WORK-AMOUNT TO NET-JR
                   WHEN 'LUCKYZ-JP '
                       ADD WORK-AMOUNT TO NET-JP
                   WHEN 'LUCKYZ-TX '
                       ADD WORK-AMOUNT TO NET-TX
                   WHEN 'LUCKYZ-PR '
                       ADD WORK-AMOUNT TO NET-PR
                   WHEN 'LUCKYZ-MK '
                       ADD WORK-AMOUNT TO NET-MK
                   WHEN OTHER
                       DISPLAY 'GLDAILY ACCOUNT ' GL-ACCOUNT-CODE
                           ' NOT A PLAYER LIABILITY - NOT ROLLED'
                       ADD 1 TO GL-OTHER-ACCOUNT
               END-EVALUATE
           END-IF.

      *    ---- PASS CREDAUD FOR THE PERIOD'S CAGE ADJUSTMENTS ----
       ROLL-AUDIT-RECORDS.
           OPEN INPUT CRED-AUDIT

           IF AU-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF AU-FILE-STATUS NOT = '00'
                   DISPLAY 'CREDAUD OPEN FAILED - STATUS '
                       AU-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-AUDIT-RECORD
               PERFORM FOLD-ONE-AUDIT UNTIL EOF-REACHED
               CLOSE CRED-AUDIT
           END-IF.

      *    ---- ONE CREDAUD RECORD: A/C/L ADD TO CREDITS, D/X TAKE ----
      *    A 'B' REPAIR MOVES IT EITHER WAY, AS ITS SUB-CODE SAYS.
      *    AN 'R' RELEASE AND A 'Q' EXPIRY MOVE NO MONEY.
       FOLD-ONE-AUDIT.
           ADD 1 TO AUDIT-READ
           MOVE CRED-AUDIT-REC TO ADJ-AUDIT-LINE

           IF ADJ-TIMESTAMP(1:8) > PRIOR-END
            AND ADJ-TIMESTAMP(1:8) NOT > PERIOD-END
               IF ADJ-AMOUNT IS NOT NUMERIC
                   DISPLAY 'BAD CREDAUD RECORD: ' CRED-AUDIT-REC
                   ADD 1 TO BAD-SOURCE-COUNT
               ELSE
                   ADD 1 TO AUDIT-IN-PERIOD
                   EVALUATE ADJ-ACTION
                       WHEN 'A'
                           ADD ADJ-AMOUNT TO ADJ-ADD-TOTAL
                       WHEN 'C'
                           ADD ADJ-AMOUNT TO ADJ-CREDIT-TOTAL
                       WHEN 'D'
                           ADD ADJ-AMOUNT TO ADJ-DEBIT-TOTAL
                       WHEN 'X'
                           ADD ADJ-AMOUNT TO ADJ-CLOSE-TOTAL
                       WHEN 'L'
                           ADD ADJ-AMOUNT TO ADJ-LOYALTY-TOTAL
                       WHEN 'B'
                           IF ADJ-SUB-CODE = '-'
                               SUBTRACT ADJ-AMOUNT
                                   FROM ADJ-REPAIR-TOTAL
                           ELSE
                               ADD ADJ-AMOUNT TO ADJ-REPAIR-TOTAL
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM READ-AUDIT-RECORD.

      *    ---- ROLL EACH OPENING FORWARD TO ITS EXPECTED CLOSING ----
      *    A CASH-OUT POSTS '-' LUCKYZ-CO AND RAISES THE VOUCHERS; A
      *    RAKE POSTS '-' LUCKYZ-JR AND RAISES THE POOL; A JACKPOT
      *    POSTS '+' LUCKYZ-JP AND DRAWS THE POOL DOWN; AN
      *    ESCHEATMENT POSTS '+' LUCKYZ-ES AND TAKES VOUCHERS OFF.
       COMPUTE-EXPECTED.
           COMPUTE EXP-CREDITS = OPEN-CREDITS
               + NET-LUCKYZ + NET-BI + NET-CO + NET-JR + NET-JP
               + NET-TX + NET-PR
               + ADJ-ADD-TOTAL + ADJ-CREDIT-TOTAL + ADJ-LOYALTY-TOTAL
               - ADJ-DEBIT-TOTAL - ADJ-CLOSE-TOTAL + ADJ-REPAIR-TOTAL
           COMPUTE EXP-VOUCHERS = OPEN-VOUCHERS
               - NET-CO - NET-ES + SETTLEMENT-TOTAL - REDEEMED-TOTAL
           COMPUTE EXP-POOL = OPEN-POOL - NET-JR - NET-JP

           COMPUTE DIFF-CREDITS  = ACT-CREDITS  - EXP-CREDITS
           COMPUTE DIFF-VOUCHERS = ACT-VOUCHERS - EXP-VOUCHERS
           COMPUTE DIFF-POOL     = ACT-POOL     - EXP-POOL

           IF DIFF-CREDITS NOT = 0
               ADD 1 TO UNTIED-COUNT
           END-IF
           IF DIFF-VOUCHERS NOT = 0
               ADD 1 TO UNTIED-COUNT
           END-IF
           IF DIFF-POOL NOT = 0
               ADD 1 TO UNTIED-COUNT
           END-IF

           COMPUTE OPEN-TOTAL = OPEN-CREDITS + OPEN-VOUCHERS
               + OPEN-POOL
           COMPUTE EXP-TOTAL  = EXP-CREDITS + EXP-VOUCHERS + EXP-POOL
           COMPUTE ACT-TOTAL  = ACT-CREDITS + ACT-VOUCHERS + ACT-POOL
           COMPUTE DIFF-TOTAL = ACT-TOTAL - EXP-TOTAL.

      *    ---- THE TIE-OUT, ONE BLOCK PER LIABILITY ----
       PRINT-LIABILITY-REPORT.
           DISPLAY '=============================================='
           DISPLAY '     LUCKYZ MONTH-END PLAYER LIABILITY        '
           DISPLAY '=============================================='
           DISPLAY 'PERIOD END ..................: ' PERIOD-END

           IF HAVE-PRIOR = 'N'
               DISPLAY 'PRIOR CLOSE .................: NONE'
               DISPLAY '----------------------------------------------'
               DISPLAY 'NO PRIOR CLOSE ON LIABFILE - BASE SNAPSHOT'
               DISPLAY 'TAKEN, NOTHING ROLLED FORWARD'
               DISPLAY '----------------------------------------------'
               MOVE 'PLAYER CREDITS ..............' TO LN-LABEL
               MOVE ACT-CREDITS TO LN-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
               MOVE 'VOUCHERS OUTSTANDING ........' TO LN-LABEL
               MOVE ACT-VOUCHERS TO LN-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
               MOVE 'JACKPOT POOL ................' TO LN-LABEL
               MOVE ACT-POOL TO LN-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
           ELSE
               DISPLAY 'PRIOR CLOSE .................: ' PRIOR-END
               PERFORM PRINT-CREDITS-BLOCK
               PERFORM PRINT-VOUCHERS-BLOCK
               PERFORM PRINT-POOL-BLOCK
               PERFORM PRINT-TOTAL-BLOCK
           END-IF

           DISPLAY '----------------------------------------------'
           DISPLAY 'ACCOUNTS READ ...............: ' ACCOUNTS-READ
           DISPLAY 'ACCOUNTS IN FLIGHT ..........: ' IN-FLIGHT-COUNT
           DISPLAY 'VOUCHERS READ ...............: ' VOUCHERS-READ
           DISPLAY 'VOUCHERS OUTSTANDING ........: '
               OPEN-VOUCHER-COUNT
           IF HAVE-PRIOR = 'Y'
               DISPLAY 'VOUCHERS REDEEMED IN PERIOD .: '
                   REDEEMED-COUNT
               DISPLAY 'CLOSURE VOUCHERS IN PERIOD ..: '
                   SETTLEMENT-COUNT
               DISPLAY 'GLDAILY RECORDS READ ........: '
                   GL-RECORDS-READ
               DISPLAY 'GLDAILY BATCHES .............: '
                   GL-BATCH-COUNT
               DISPLAY 'GLDAILY DETAILS IN PERIOD ...: ' GL-IN-PERIOD
               DISPLAY 'GLDAILY DETAILS OUT OF PERIOD: '
                   GL-OTHER-PERIOD
               DISPLAY 'GLDAILY OTHER ACCOUNTS ......: '
                   GL-OTHER-ACCOUNT
               DISPLAY 'CREDAUD RECORDS READ ........: ' AUDIT-READ
               DISPLAY 'CREDAUD RECORDS IN PERIOD ...: '
                   AUDIT-IN-PERIOD
               MOVE 'MEMO LUCKYZ-MK POSTED .......' TO LN-LABEL
               MOVE NET-MK TO LN-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           MOVE 'MEMO PROMO CREDITS HELD .....' TO LN-LABEL
           MOVE ACT-PROMO TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           DISPLAY 'SOURCE RECORDS NOT USABLE ...: ' BAD-SOURCE-COUNT
           DISPLAY '=============================================='

           IF HAVE-PRIOR = 'Y'
               IF UNTIED-COUNT > 0 OR BAD-SOURCE-COUNT > 0
                   DISPLAY 'LIABILITIES DO NOT TIE - SEE ABOVE'
               ELSE
                   DISPLAY 'ALL LIABILITIES TIE'
               END-IF
           END-IF.

      *    ---- PLAYER CREDITS ON CREDITS-FILE ----
       PRINT-CREDITS-BLOCK.
           DISPLAY '----------------------------------------------'
           DISPLAY 'PLAYER CREDITS (CR-BALANCE)'
           MOVE '  OPENING BALANCE ...........' TO LN-LABEL
           MOVE OPEN-CREDITS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  GAMING NET LUCKYZ .........' TO LN-LABEL
           MOVE NET-LUCKYZ TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  BUY-INS LUCKYZ-BI .........' TO LN-LABEL
           MOVE NET-BI TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  CASH-OUTS LUCKYZ-CO .......' TO LN-LABEL
           MOVE NET-CO TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  RAKE LUCKYZ-JR ............' TO LN-LABEL
           MOVE NET-JR TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  JACKPOTS LUCKYZ-JP ........' TO LN-LABEL
           MOVE NET-JP TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  TAX WITHHELD LUCKYZ-TX ....' TO LN-LABEL
           MOVE NET-TX TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  PROMO CONVERTED LUCKYZ-PR .' TO LN-LABEL
           MOVE NET-PR TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  CAGE OPENS CREDAUD A ......' TO LN-LABEL
           MOVE ADJ-ADD-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  CAGE CREDITS CREDAUD C ....' TO LN-LABEL
           MOVE ADJ-CREDIT-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - ADJ-DEBIT-TOTAL
           MOVE '  CAGE DEBITS CREDAUD D .....' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - ADJ-CLOSE-TOTAL
           MOVE '  CLOSURES CREDAUD X ........' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  LOYALTY CREDAUD L .........' TO LN-LABEL
           MOVE ADJ-LOYALTY-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  REPAIRS CREDAUD B .........' TO LN-LABEL
           MOVE ADJ-REPAIR-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'EXPECTED CLOSING ............' TO LN-LABEL
           MOVE EXP-CREDITS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'ACTUAL CLOSING ..............' TO LN-LABEL
           MOVE ACT-CREDITS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'DIFFERENCE ..................' TO LN-LABEL
           MOVE DIFF-CREDITS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           IF DIFF-CREDITS = 0
               DISPLAY 'PLAYER CREDITS TIE'
           ELSE
               DISPLAY '** PLAYER CREDITS DO NOT TIE'
           END-IF.

      *    ---- OUTSTANDING VOUCHERS ON VCHFILE ----
       PRINT-VOUCHERS-BLOCK.
           DISPLAY '----------------------------------------------'
           DISPLAY 'VOUCHERS OUTSTANDING (VCHFILE)'
           MOVE '  OPENING BALANCE ...........' TO LN-LABEL
           MOVE OPEN-VOUCHERS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - NET-CO
           MOVE '  CUT AT CASH-OUT LUCKYZ-CO .' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - NET-ES
           MOVE '  ESCHEATED LUCKYZ-ES .......' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  CUT AT CLOSURE CLOSACCT ...' TO LN-LABEL
           MOVE SETTLEMENT-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - REDEEMED-TOTAL
           MOVE '  REDEEMED AT THE CAGE ......' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'EXPECTED CLOSING ............' TO LN-LABEL
           MOVE EXP-VOUCHERS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'ACTUAL CLOSING ..............' TO LN-LABEL
           MOVE ACT-VOUCHERS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'DIFFERENCE ..................' TO LN-LABEL
           MOVE DIFF-VOUCHERS TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           IF DIFF-VOUCHERS = 0
               DISPLAY 'VOUCHERS TIE'
           ELSE
               DISPLAY '** VOUCHERS DO NOT TIE'
           END-IF.

      *    ---- JACKPOT POOL ON JKPFILE ----
       PRINT-POOL-BLOCK.
           DISPLAY '----------------------------------------------'
           DISPLAY 'JACKPOT POOL (JKPFILE)'
           MOVE '  OPENING BALANCE ...........' TO LN-LABEL
           MOVE OPEN-POOL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - NET-JR
           MOVE '  RAKE IN LUCKYZ-JR .........' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           COMPUTE LN-AMOUNT = 0 - NET-JP
           MOVE '  JACKPOTS PAID LUCKYZ-JP ...' TO LN-LABEL
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'EXPECTED CLOSING ............' TO LN-LABEL
           MOVE EXP-POOL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'ACTUAL CLOSING ..............' TO LN-LABEL
           MOVE ACT-POOL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'DIFFERENCE ..................' TO LN-LABEL
           MOVE DIFF-POOL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           IF DIFF-POOL = 0
               DISPLAY 'JACKPOT POOL TIES'
           ELSE
               DISPLAY '** JACKPOT POOL DOES NOT TIE'
           END-IF.

      *    ---- ALL THREE TOGETHER ----
       PRINT-TOTAL-BLOCK.
           DISPLAY '----------------------------------------------'
           DISPLAY 'TOTAL PLAYER LIABILITY'
           MOVE '  OPENING BALANCE ...........' TO LN-LABEL
           MOVE OPEN-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'EXPECTED CLOSING ............' TO LN-LABEL
           MOVE EXP-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'ACTUAL CLOSING ..............' TO LN-LABEL
           MOVE ACT-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE 'DIFFERENCE ..................' TO LN-LABEL
           MOVE DIFF-TOTAL TO LN-AMOUNT
           PERFORM PRINT-AMOUNT-LINE.

      *    ---- PRINT ONE LABELLED AMOUNT, SIGNED ----
       PRINT-AMOUNT-LINE.
           MOVE LN-AMOUNT TO AMOUNT-DISPLAY
           DISPLAY LN-LABEL ': ' AMOUNT-DISPLAY.

      *    ---- APPEND THIS CLOSE'S ACTUALS TO LIABFILE ----
       WRITE-SNAPSHOT.
           MOVE SPACES          TO LIAB-SNAPSHOT-LINE
           MOVE PERIOD-END      TO LB-PERIOD-END
           MOVE RUN-TIMESTAMP   TO LB-RUN-TS
           MOVE ACT-CREDITS     TO LB-CREDITS-TOTAL
           MOVE ACT-VOUCHERS    TO LB-VOUCHER-TOTAL
           MOVE ACT-POOL        TO LB-POOL-TOTAL
           MOVE ACT-PROMO       TO LB-PROMO-TOTAL

           IF HAVE-PRIOR = 'N'
               MOVE 'B' TO LB-TIED-FLAG
           ELSE
               IF UNTIED-COUNT > 0 OR BAD-SOURCE-COUNT > 0
                   MOVE 'N' TO LB-TIED-FLAG
               ELSE
                   MOVE 'Y' TO LB-TIED-FLAG
               END-IF
           END-IF

           OPEN EXTEND LIAB-FILE
           IF LB-FILE-STATUS = '35'
               OPEN OUTPUT LIAB-FILE
               CLOSE LIAB-FILE
               OPEN EXTEND LIAB-FILE
           END-IF

           IF LB-FILE-STATUS NOT = '00'
               DISPLAY 'LIABFILE OPEN FAILED - STATUS ' LB-FILE-STATUS
               DISPLAY 'SNAPSHOT FOR ' PERIOD-END ' NOT WRITTEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LIAB-SNAPSHOT-LINE TO LIAB-REC
           WRITE LIAB-REC
           CLOSE LIAB-FILE.

      *    ---- READ NEXT RECORD FROM LIABFILE ----
       READ-LIAB-RECORD.
           READ LIAB-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- READ NEXT RECORD FROM CREDFILE ----
       READ-CREDITS-RECORD.
           READ CREDITS-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- READ NEXT RECORD FROM VCHFILE ----
       READ-VOUCHER-RECORD.
           READ VOUCHER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- READ NEXT RECORD FROM GLDAILY ----
       READ-GL-DAILY-RECORD.
           READ GL-DAILY-IN
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- READ NEXT RECORD FROM CREDAUD ----
       READ-AUDIT-RECORD.
           READ CRED-AUDIT
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.
