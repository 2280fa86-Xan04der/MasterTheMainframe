       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGVRFY.
      * Author: Xander Geluykens
      * Description: Tamper-evidence check of GAME-LOG. Every record
      *              SPEL, CREDMNT, CLOSACCT, PROMOISS, PROMOEXP and
      *              PTSMNT write is sealed with a run-wide
      *              sequence number and a check value chained from
      *              the record before it (see the LOGSEAL copybook).
      *              This job walks a log front to back, recomputes
      *              each check value and reports every gap in the
      *              sequence, every record out of order or repeated,
      *              every check value that does not match (a record
      *              altered, or the chain broken just before it) and
      *              every record carrying no seal at all.
      *              LIVE mode reads the live GAMELOG, starts the
      *              chain from the base LOGARCH left on LOGCHAIN and
      *              requires the log to end exactly at the LOGCHAIN
      *              tip, so records cut off the end show up too. A
      *              clean LIVE run records its completion on RUNCTL
      *              with the last sequence number proved; DAYRECON
      *              requires it for the business date. HIST mode
      *              reads the LOGHIST generations concatenated on
      *              the LOGHIST DD, oldest first, anchored at the
      *              sequence and check value keyed on the card (the
      *              figures LOGARCH printed when it archived the
      *              generation before) or, if those are blank, at
      *              the first record read.
      *              SYSIN carries one card:
      *                COL  1- 4  MODE - LIVE (OR BLANK) OR HIST
      *                COL  6-14  HIST ANCHOR SEQUENCE (9 DIGITS)
      *                COL 16-24  HIST ANCHOR CHECK VALUE (9 DIGITS)
      *              Any exception ends the run RC=8 with no RUNCTL
      *              completion, which holds the nightly stream.
      * Change History:
      *   2026-10-15 XG - First cut.
      *   2026-10-15 XG - Record sequence zero on RUNCTL for an empty
      *                   live log, as DAYRECON reads it, rather than
      *                   the chain base left by LOGARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG
               ASSIGN TO GAMELOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT LOG-HISTORY
               ASSIGN TO LOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.

           SELECT LOG-CHAIN-FILE
               ASSIGN TO LOGCHAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

           SELECT RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-JOB-NAME
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-FILE-REC   PIC X(136).

       FD  LOG-HISTORY.
       01  LOG-HISTORY-REC     PIC X(136).

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-REC       PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
           COPY LOGSEAL.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  GL-FILE-STATUS     PIC XX   VALUE '00'.
       01  LH-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.
       01  RL-FILE-STATUS     PIC XX   VALUE '00'.
       01  BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01  VERIFY-MODE        PIC X(4) VALUE 'LIVE'.
       01  LOG-OPEN           PIC X    VALUE 'N'.

      *    THE RECORD BEING VERIFIED, WHICHEVER FILE IT CAME FROM.
      *    THE CHECK PARAGRAPHS WORK ON GAME-LOG-REC, AS THEY DO
      *    IN EVERY WRITER.
       01  GAME-LOG-REC       PIC X(136) VALUE SPACES.

       01  CHAIN-ANCHORED     PIC X    VALUE 'N'.
       01  ANCHOR-SEQ         PIC 9(9) VALUE 0.
       01  PREV-SEQ           PIC 9(9) VALUE 0.
       01  PREV-CHECK         PIC 9(9) VALUE 0.
       01  EXPECTED-SEQ       PIC 9(9) VALUE 0.
       01  FIRST-SEQ          PIC 9(9) VALUE 0.
       01  MISSING-IN-GAP     PIC 9(9) VALUE 0.

       01  RECORDS-READ       PIC 9(9) VALUE 0.
       01  SEALED-COUNT       PIC 9(9) VALUE 0.
       01  GAP-COUNT          PIC 9(6) VALUE 0.
       01  MISSING-TOTAL      PIC 9(9) VALUE 0.
       01  ORDER-COUNT        PIC 9(6) VALUE 0.
       01  MISMATCH-COUNT     PIC 9(6) VALUE 0.
       01  UNSEALED-COUNT     PIC 9(6) VALUE 0.
       01  TIP-COUNT          PIC 9(6) VALUE 0.
       01  EXCEPTION-COUNT    PIC 9(6) VALUE 0.

      * Input Buffers
       01  VERIFY-CARD.
           05 VC-MODE          PIC X(4).
           05 FILLER           PIC X.
           05 VC-ANCHOR-SEQ    PIC X(9).
           05 FILLER           PIC X.
           05 VC-ANCHOR-CHECK  PIC X(9).
           05 FILLER           PIC X(56).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           PERFORM READ-VERIFY-CARD

           DISPLAY '=============================================='
           DISPLAY '     LUCKYZ GAME-LOG CHAIN VERIFICATION       '
           DISPLAY '=============================================='

           IF VERIFY-MODE = 'LIVE'
               PERFORM LOAD-LOG-CHAIN
               MOVE CHN-BASE-SEQ   TO PREV-SEQ
               MOVE CHN-BASE-CHECK TO PREV-CHECK
               MOVE CHN-BASE-SEQ   TO ANCHOR-SEQ
               MOVE 'Y'            TO CHAIN-ANCHORED
               PERFORM OPEN-LIVE-LOG
           ELSE
               PERFORM OPEN-HISTORY-LOG
           END-IF

           IF LOG-OPEN = 'Y'
               PERFORM READ-LOG-RECORD
               PERFORM VERIFY-LOG-RECORD UNTIL EOF-REACHED

               IF VERIFY-MODE = 'LIVE'
                   CLOSE GAME-LOG
               ELSE
                   CLOSE LOG-HISTORY
               END-IF
           END-IF

           IF VERIFY-MODE = 'LIVE'
               PERFORM CHECK-CHAIN-TIP
           END-IF

           PERFORM PRINT-VERIFY-REPORT

           IF EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF VERIFY-MODE = 'LIVE'
                   PERFORM RECORD-RUN-COMPLETE
               END-IF
           END-IF

           STOP RUN.

      *    ---- READ AND CHECK THE MODE CARD ----
      *    A HIST ANCHOR MUST BE KEYED AS BOTH FIGURES OR NEITHER;
      *    HALF AN ANCHOR CANNOT PROVE THE FIRST LINK.
       READ-VERIFY-CARD.
           MOVE SPACES TO VERIFY-CARD
           ACCEPT VERIFY-CARD

           IF VC-MODE = SPACES OR VC-MODE = 'LIVE'
               MOVE 'LIVE' TO VERIFY-MODE
           ELSE
               IF VC-MODE = 'HIST'
                   MOVE 'HIST' TO VERIFY-MODE
               ELSE
                   DISPLAY 'BAD MODE CARD - ' VC-MODE
                       ' - USE LIVE OR HIST'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF VERIFY-MODE = 'HIST'
               IF VC-ANCHOR-SEQ = SPACES AND VC-ANCHOR-CHECK = SPACES
                   MOVE 'N' TO CHAIN-ANCHORED
               ELSE
                   IF VC-ANCHOR-SEQ IS NUMERIC
                    AND VC-ANCHOR-CHECK IS NUMERIC
                       MOVE VC-ANCHOR-SEQ   TO PREV-SEQ
                       MOVE VC-ANCHOR-CHECK TO PREV-CHECK
                       MOVE VC-ANCHOR-SEQ   TO ANCHOR-SEQ
                       MOVE 'Y' TO CHAIN-ANCHORED
                   ELSE
                       DISPLAY 'BAD HIST ANCHOR - SEQUENCE AND CHECK '
                           'MUST BOTH BE 9 DIGITS OR BOTH BLANK'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *    ---- PICK UP THE CHAIN BASE AND TIP FROM LOGCHAIN ----
      *    NO LOGCHAIN DATASET YET MEANS NOTHING HAS EVER BEEN
      *    SEALED: BASE AND TIP ARE BOTH ZERO.
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
                OR CHN-BASE-SEQ IS NOT NUMERIC
                OR CHN-BASE-CHECK IS NOT NUMERIC
                   DISPLAY 'BAD LOGCHAIN RECORD - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    ---- OPEN THE LIVE GAMELOG ----
      *    NO DATASET YET IS AN EMPTY LOG, WHICH CHECK-CHAIN-TIP
      *    STILL HOLDS AGAINST THE LOGCHAIN TIP.
       OPEN-LIVE-LOG.
           DISPLAY 'LOG VERIFIED ................: LIVE GAMELOG'
           OPEN INPUT GAME-LOG
           IF GL-FILE-STATUS = '35'
               DISPLAY 'NO GAMELOG FILE YET - EMPTY LOG'
           ELSE
               IF GL-FILE-STATUS NOT = '00'
                   DISPLAY 'GAMELOG OPEN FAILED - STATUS '
                       GL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO LOG-OPEN
           END-IF.

      *    ---- OPEN THE CONCATENATED LOGHIST GENERATIONS ----
       OPEN-HISTORY-LOG.
           DISPLAY 'LOG VERIFIED ................: LOGHIST'
           OPEN INPUT LOG-HISTORY
           IF LH-FILE-STATUS NOT = '00'
               DISPLAY 'LOGHIST OPEN FAILED - STATUS ' LH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO LOG-OPEN.

      *    ---- CHECK ONE RECORD'S SEAL AGAINST THE ONE BEFORE IT ----
      *    AFTER A GAP OR AN OUT-OF-ORDER RECORD THE WALK RESYNCS
      *    ON THE RECORD JUST READ, SO ONE BREAK IS REPORTED ONCE
      *    AND NOT AGAIN FOR EVERY RECORD AFTER IT. A CHANGED
      *    RECORD FAILS ITS OWN CHECK; A CHANGED RECORD WHOSE CHECK
      *    WAS FORGED TO MATCH FAILS THE NEXT RECORD'S INSTEAD.
       VERIFY-LOG-RECORD.
           ADD 1 TO RECORDS-READ
           MOVE GAME-LOG-REC(109:28) TO LOG-SEAL-LINE

           IF LOGS-SEQUENCE IS NOT NUMERIC
            OR LOGS-CHECK IS NOT NUMERIC
               ADD 1 TO UNSEALED-COUNT
               ADD 1 TO EXCEPTION-COUNT
               DISPLAY 'UNSEALED RECORD AFTER SEQ ' PREV-SEQ
                   ' - TYPE ' GAME-LOG-REC(1:1)
                   ' RECORD ' RECORDS-READ ' OF THE FILE'
           ELSE
               ADD 1 TO SEALED-COUNT
               IF SEALED-COUNT = 1
                   MOVE LOGS-SEQUENCE TO FIRST-SEQ
               END-IF

               IF CHAIN-ANCHORED = 'N'
                   MOVE 'Y' TO CHAIN-ANCHORED
                   COMPUTE ANCHOR-SEQ = LOGS-SEQUENCE - 1
                   DISPLAY 'NO ANCHOR KEYED - CHAIN TAKEN FROM SEQ '
                       LOGS-SEQUENCE ' AS READ'
               ELSE
                   COMPUTE EXPECTED-SEQ = PREV-SEQ + 1
                   EVALUATE TRUE
                       WHEN LOGS-SEQUENCE > EXPECTED-SEQ
                           COMPUTE MISSING-IN-GAP =
                               LOGS-SEQUENCE - EXPECTED-SEQ
                           ADD 1 TO GAP-COUNT
                           ADD MISSING-IN-GAP TO MISSING-TOTAL
                           ADD 1 TO EXCEPTION-COUNT
                           DISPLAY 'GAP BEFORE SEQ ' LOGS-SEQUENCE
                               ' - ' MISSING-IN-GAP
                               ' RECORD(S) MISSING AFTER SEQ '
                               PREV-SEQ
                       WHEN LOGS-SEQUENCE < EXPECTED-SEQ
                           ADD 1 TO ORDER-COUNT
                           ADD 1 TO EXCEPTION-COUNT
                           DISPLAY 'SEQ ' LOGS-SEQUENCE
                               ' OUT OF ORDER OR REPEATED - '
                               'FOLLOWS SEQ ' PREV-SEQ
                       WHEN OTHER
                           MOVE PREV-CHECK TO CHAIN-SEED
                           PERFORM COMPUTE-CHAIN-CHECK
                           IF CHAIN-HASH NOT = LOGS-CHECK
                               ADD 1 TO MISMATCH-COUNT
                               ADD 1 TO EXCEPTION-COUNT
                               DISPLAY 'CHECK VALUE MISMATCH AT SEQ '
                                   LOGS-SEQUENCE ' - TYPE '
                                   GAME-LOG-REC(1:1)
                                   ' RECORD ALTERED OR CHAIN '
                                   'BROKEN JUST BEFORE IT'
                           END-IF
                   END-EVALUATE
               END-IF

               MOVE LOGS-SEQUENCE TO PREV-SEQ
               MOVE LOGS-CHECK    TO PREV-CHECK
           END-IF

           PERFORM READ-LOG-RECORD.

      *    ---- THE LIVE LOG MUST END EXACTLY AT THE LOGCHAIN TIP ----
      *    SHORT OF THE TIP MEANS RECORDS WERE CUT OFF THE END;
      *    PAST IT, OR ON A DIFFERENT CHECK VALUE, MEANS THE LOG
      *    AND THE CHAIN STATE NO LONGER AGREE.
       CHECK-CHAIN-TIP.
           IF PREV-SEQ NOT = CHN-LAST-SEQ
            OR PREV-CHECK NOT = CHN-LAST-CHECK
               ADD 1 TO TIP-COUNT
               ADD 1 TO EXCEPTION-COUNT
               DISPLAY 'LOG ENDS AT SEQ ' PREV-SEQ
                   ' CHECK ' PREV-CHECK
               DISPLAY 'LOGCHAIN TIP IS SEQ ' CHN-LAST-SEQ
                   ' CHECK ' CHN-LAST-CHECK
                   ' - LOG AND CHAIN STATE DISAGREE'
           END-IF.

      *    ---- PRINT THE VERIFICATION SUMMARY ----
       PRINT-VERIFY-REPORT.
           DISPLAY '----------------------------------------------'
           DISPLAY 'RECORDS READ ................: ' RECORDS-READ
           DISPLAY 'CHAIN ANCHORED AFTER SEQ ....: ' ANCHOR-SEQ
           DISPLAY 'FIRST SEQUENCE READ .........: ' FIRST-SEQ
           DISPLAY 'LAST SEQUENCE READ ..........: ' PREV-SEQ
           DISPLAY 'LAST CHECK VALUE ............: ' PREV-CHECK
           IF VERIFY-MODE = 'LIVE'
               DISPLAY 'LOGCHAIN TIP SEQUENCE .......: ' CHN-LAST-SEQ
           END-IF
           DISPLAY 'SEQUENCE GAPS ...............: ' GAP-COUNT
           DISPLAY 'RECORDS MISSING IN GAPS .....: ' MISSING-TOTAL
           DISPLAY 'OUT OF ORDER / REPEATED .....: ' ORDER-COUNT
           DISPLAY 'CHECK VALUE MISMATCHES ......: ' MISMATCH-COUNT
           DISPLAY 'UNSEALED RECORDS ............: ' UNSEALED-COUNT
           DISPLAY 'LOG END / TIP DISAGREEMENTS .: ' TIP-COUNT
           DISPLAY '=============================================='
           IF EXCEPTION-COUNT > 0
               DISPLAY 'CHAIN BROKEN - ' EXCEPTION-COUNT
                   ' EXCEPTION(S) - LOG NOT VERIFIED'
           ELSE
               DISPLAY 'CHAIN VERIFIED - NO EXCEPTIONS'
           END-IF
           DISPLAY '=============================================='.

      *    ---- RECORD THE CLEAN COMPLETION ON RUNCTL ----
      *    RERUNS FOR THE SAME DATE ARE ALLOWED - A LOG THAT GREW
      *    AFTER THE FIRST RUN IS SIMPLY VERIFIED AGAIN - AND THE
      *    RECORD CARRIES THE LAST SEQUENCE PROVED, SO DAYRECON CAN
      *    REFUSE A LOG THAT HAS CHANGED SINCE.
       RECORD-RUN-COMPLETE.
           PERFORM OPEN-RUN-CONTROL

           MOVE 'LOGVRFY ' TO RCT-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'LOGVRFY '    TO RCT-JOB-NAME
                   MOVE BUSINESS-DATE TO RCT-LAST-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-LAST-TS
                   PERFORM SET-VERIFIED-SEQ
                   WRITE RUN-CONTROL-REC
               NOT INVALID KEY
                   MOVE BUSINESS-DATE TO RCT-LAST-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-LAST-TS
                   PERFORM SET-VERIFIED-SEQ
                   REWRITE RUN-CONTROL-REC
           END-READ

           CLOSE RUN-CONTROL.

      *    ---- THE LAST SEQUENCE PROVED, ZERO FOR AN EMPTY LOG ----
      *    AFTER A LOGARCH PURGE PREV-SEQ STARTS AT THE CHAIN BASE,
      *    BUT AN EMPTY LIVE LOG HAS NO SEQUENCE OF ITS OWN, AND
      *    DAYRECON SEES AN EMPTY LOG AS ENDING AT ZERO.
       SET-VERIFIED-SEQ.
           IF SEALED-COUNT = 0 AND UNSEALED-COUNT = 0
               MOVE ZERO     TO RCT-LOG-SEQ
           ELSE
               MOVE PREV-SEQ TO RCT-LOG-SEQ
           END-IF.

      *    ---- OPEN RUNCTL, CREATING IT IF NEEDED ----
       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL
           IF RL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN I-O RUN-CONTROL
           END-IF

           IF RL-FILE-STATUS NOT = '00'
               DISPLAY 'RUNCTL OPEN FAILED - STATUS ' RL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- CHAINED CHECK VALUE FOR THE RECORD IN GAME-LOG-REC ----
      *    A ROLLING HASH OVER THE 108 DATA BYTES AND LOGS-SEQUENCE,
      *    SEEDED WITH CHAIN-SEED (THE PREVIOUS RECORD'S CHECK). THE
      *    WRITERS SEAL WITH THE SAME TWO PARAGRAPHS.
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

      *    ---- READ THE NEXT RECORD FROM WHICHEVER LOG IS OPEN ----
       READ-LOG-RECORD.
           IF VERIFY-MODE = 'LIVE'
               READ GAME-LOG
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GAME-LOG-FILE-REC TO GAME-LOG-REC
               END-READ
           ELSE
               READ LOG-HISTORY
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE LOG-HISTORY-REC TO GAME-LOG-REC
               END-READ
           END-IF.
