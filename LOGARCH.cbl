      *                   completion on RUNCTL only when the
      *                   archive balanced and the live log was
      *                   reinitialized.
      *   2026-10-15 XG - GAME-LOG-REC and LOG-HISTORY-REC widened
      *                   from 108 to 136 bytes for the LOGSEAL
      *                   columns. The archived records must end
      *                   exactly at the LOGCHAIN tip or the archive
      *                   is out of balance; on a clean purge the
      *                   tip becomes the chain base the new live log
      *                   starts from, so the sequence carries on
      *                   unbroken across generations. The report
      *                   prints the first and last sequence numbers
      *                   archived and the closing check value - the
      *                   anchor LOGVRFY takes to verify the next
      *                   generation on its own.
      *   2026-10-15 XG - Move the LOGCHAIN base before emptying the
      *                   live log; if LOGCHAIN cannot be written the
      *                   log and RUNCTL are left alone for a rerun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.

           SELECT LOG-CHAIN-FILE
               ASSIGN TO LOGCHAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.

           SELECT RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

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
       01  RL-FILE-STATUS     PIC XX   VALUE '00'.
       01  LC-FILE-STATUS     PIC XX   VALUE '00'.
       01  BUSINESS-DATE      PIC X(8) VALUE SPACES.

       01  HEADERS-IN         PIC 9(6) VALUE 0.
       01  TRAILERS-OUT       PIC 9(6) VALUE 0.
       01  OTHERS-OUT         PIC 9(6) VALUE 0.
       01  ARCHIVE-BALANCED   PIC X    VALUE 'Y'.
       01  CHAIN-ADVANCED     PIC X    VALUE 'N'.
       01  FIRST-ARCH-SEQ     PIC 9(9) VALUE 0.
       01  LAST-ARCH-SEQ      PIC 9(9) VALUE 0.
       01  LAST-ARCH-CHECK    PIC 9(9) VALUE 0.
       01  UNSEALED-IN        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-LOG-CHAIN
           MOVE CHN-BASE-SEQ   TO LAST-ARCH-SEQ
           MOVE CHN-BASE-CHECK TO LAST-ARCH-CHECK

           OPEN INPUT GAME-LOG

                   PERFORM PRINT-BALANCE-REPORT

                   IF ARCHIVE-BALANCED = 'Y'
                       PERFORM ADVANCE-CHAIN-BASE
                       IF CHAIN-ADVANCED = 'Y'
                           PERFORM REINITIALIZE-GAME-LOG
                           DISPLAY 'LIVE GAMELOG REINITIALIZED'
                           PERFORM RECORD-RUN-COMPLETE
                       ELSE
                           DISPLAY 'LIVE GAMELOG LEFT UNTOUCHED - '
                               'RERUN ONCE LOGCHAIN IS AVAILABLE'
                       END-IF
                   ELSE
                       DISPLAY 'ARCHIVE OUT OF BALANCE - '
                           'LIVE GAMELOG LEFT UNTOUCHED'

      *    ---- COPY ONE RECORD TO HISTORY, COUNTING BY TYPE ----
       COPY-LOG-RECORD.
           MOVE GAME-LOG-REC(109:28) TO LOG-SEAL-LINE
           IF LOGS-SEQUENCE IS NUMERIC AND LOGS-CHECK IS NUMERIC
               IF HEADERS-IN + DETAILS-IN + TRAILERS-IN + OTHERS-IN
                  = ZERO
                   MOVE LOGS-SEQUENCE TO FIRST-ARCH-SEQ
               END-IF
               MOVE LOGS-SEQUENCE TO LAST-ARCH-SEQ
               MOVE LOGS-CHECK    TO LAST-ARCH-CHECK
           ELSE
               ADD 1 TO UNSEALED-IN
           END-IF

           EVALUATE GAME-LOG-REC(1:1)
               WHEN 'H'
                   ADD 1 TO HEADERS-IN
            OR TRAILERS-IN NOT = TRAILERS-OUT
            OR OTHERS-IN   NOT = OTHERS-OUT
               MOVE 'N' TO ARCHIVE-BALANCED
           END-IF

      *    THE LOG MUST ALSO END AT THE CHAIN TIP. ANYTHING ELSE
      *    MEANS THE LOG CHANGED AFTER LOGVRFY PASSED IT, AND
      *    PURGING IT WOULD MOVE THE CHAIN BASE OVER THE BREAK.
           IF LAST-ARCH-SEQ   NOT = CHN-LAST-SEQ
            OR LAST-ARCH-CHECK NOT = CHN-LAST-CHECK
            OR UNSEALED-IN     NOT = ZERO
               DISPLAY 'ARCHIVED LOG ENDS AT SEQ ' LAST-ARCH-SEQ
                   ' BUT LOGCHAIN TIP IS SEQ ' CHN-LAST-SEQ
                   ' (' UNSEALED-IN ' UNSEALED)'
               MOVE 'N' TO ARCHIVE-BALANCED
           END-IF.

      *    ---- PRINT THE BALANCING COUNTS ----
               ' / ' TRAILERS-OUT
           DISPLAY 'OTHERS   IN / OUT ...........: ' OTHERS-IN
               ' / ' OTHERS-OUT
           DISPLAY 'FIRST SEQUENCE ARCHIVED .....: ' FIRST-ARCH-SEQ
           DISPLAY 'LAST SEQUENCE ARCHIVED ......: ' LAST-ARCH-SEQ
           DISPLAY 'CLOSING CHECK VALUE .........: ' LAST-ARCH-CHECK
           DISPLAY '(LOGVRFY HIST ANCHOR FOR THE NEXT GENERATION)'
           DISPLAY '=============================================='.

      *    ---- EMPTY THE LIVE GAMELOG FOR THE NEW PERIOD ----
           OPEN OUTPUT GAME-LOG
           CLOSE GAME-LOG.

      *    ---- THE EMPTY LIVE LOG NOW STARTS FROM THE CHAIN TIP ----
      *    RUN BEFORE THE LIVE LOG IS EMPTIED: IF THE BASE CANNOT
      *    BE MOVED THE LOG AND RUNCTL ARE LEFT AS THEY WERE, SO
      *    THE JOB CAN SIMPLY BE RERUN.
       ADVANCE-CHAIN-BASE.
           MOVE 'N' TO CHAIN-ADVANCED
           MOVE CHN-LAST-SEQ   TO CHN-BASE-SEQ
           MOVE CHN-LAST-CHECK TO CHN-BASE-CHECK

           OPEN OUTPUT LOG-CHAIN-FILE
           IF LC-FILE-STATUS = '00'
               MOVE LOG-CHAIN-LINE TO LOG-CHAIN-REC
               WRITE LOG-CHAIN-REC
               CLOSE LOG-CHAIN-FILE
               MOVE 'Y' TO CHAIN-ADVANCED
           ELSE
               DISPLAY 'LOGCHAIN OPEN FAILED - STATUS ' LC-FILE-STATUS
               DISPLAY 'CHAIN BASE NOT ADVANCED'
               MOVE 8 TO RETURN-CODE
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

      *    ---- READ NEXT RECORD FROM GAME-LOG ----
       READ-GAME-LOG-RECORD.
           READ GAME-LOG
