      *                   completion is what closes the business
      *                   date - SPEL refuses sessions and LOGARCH
      *                   requires it before purging the log.
      *   2026-10-15 XG - LOGVRFY is now this job's RUNCTL
      *                   predecessor: the run is refused RC=8
      *                   unless the chain check has passed for the
      *                   business date, and again - with no
      *                   completion recorded - if the log read here
      *                   does not end at the sequence number
      *                   LOGVRFY proved, since it has changed since
      *                   it was verified. GAME-LOG-REC widened from
      *                   108 to 136 bytes for the seal columns.
      *   2026-10-15 XG - Carry the control total through the 'W'
      *                   tax-withholding records, and count the
      *                   day's reportable wins and total the tax
      *                   withheld from them.
      *   2026-10-15 XG - Total the promotional-credit records: promo
      *                   issued and wagered off the 'P' records,
      *                   converted to cash off the 'C' records and
      *                   expired or forfeit off the 'E' records.
      *                   A promo stake or conversion carries the
      *                   player's CREDITS after it, so both feed
      *                   the final-credits control total like a
      *                   'J'; the TOTAL BET lines still count the
      *                   whole bet, promo part included.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  RUN-CONTROL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
           COPY LOGLINE.
           COPY LOGSEAL.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.
       01  MAX-MONEY          PIC 9(10) VALUE 9999999999.
       01  RAKE-TOTAL         PIC 9(10) VALUE 0.
       01  JACKPOT-TOTAL      PIC 9(10) VALUE 0.
       01  TAX-WITHHELD-TOTAL PIC 9(10) VALUE 0.
       01  REPORTABLE-WIN-COUNT PIC 9(6) VALUE 0.
       01  PROMO-ISSUE-TOTAL  PIC 9(10) VALUE 0.
       01  PROMO-WAGER-TOTAL  PIC 9(10) VALUE 0.
       01  PROMO-CONV-TOTAL   PIC 9(10) VALUE 0.
       01  PROMO-EXPIRY-TOTAL PIC 9(10) VALUE 0.
       01  VERIFIED-SEQ       PIC 9(9) VALUE 0.
       01  LAST-LOG-SEQ       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT GAME-LOG

           IF GL-FILE-STATUS = '35'
               PERFORM CHECK-LOG-AS-VERIFIED
               DISPLAY 'NO GAMELOG FILE YET - NOTHING TO RECONCILE'
           ELSE
               PERFORM READ-GAME-LOG-RECORD
                                   MOVE MAX-MONEY TO JACKPOT-TOTAL
                               END-ADD
                           END-IF
                       WHEN 'W'
                           MOVE GAME-LOG-REC TO LOG-TAX-LINE
                           MOVE LOGW-CREDITS TO FINAL-CREDITS
                           ADD 1 TO REPORTABLE-WIN-COUNT
                           ADD LOGW-TAX-AMOUNT TO TAX-WITHHELD-TOTAL
                               ON SIZE ERROR
                               DISPLAY 'TAX-WITHHELD-TOTAL OVERFLOW'
                               MOVE MAX-MONEY TO TAX-WITHHELD-TOTAL
                           END-ADD
                       WHEN 'P'
                           MOVE GAME-LOG-REC TO LOG-PROMO-LINE
                           IF LOGP-TYPE = 'WAGR'
                               MOVE LOGP-CREDITS TO FINAL-CREDITS
                               ADD LOGP-AMOUNT TO PROMO-WAGER-TOTAL
                                   ON SIZE ERROR
                                   DISPLAY 'PROMO-WAGER-TOTAL OVERFLOW'
                                   MOVE MAX-MONEY TO PROMO-WAGER-TOTAL
                               END-ADD
                           ELSE
                               ADD LOGP-AMOUNT TO PROMO-ISSUE-TOTAL
                                   ON SIZE ERROR
                                   DISPLAY 'PROMO-ISSUE-TOTAL OVERFLOW'
                                   MOVE MAX-MONEY TO PROMO-ISSUE-TOTAL
                               END-ADD
                           END-IF
                       WHEN 'C'
                           MOVE GAME-LOG-REC TO LOG-CONVERT-LINE
                           MOVE LOGK-CREDITS TO FINAL-CREDITS
                           ADD LOGK-AMOUNT TO PROMO-CONV-TOTAL
                               ON SIZE ERROR
                               DISPLAY 'PROMO-CONV-TOTAL OVERFLOW'
                               MOVE MAX-MONEY TO PROMO-CONV-TOTAL
                           END-ADD
                       WHEN 'E'
                           MOVE GAME-LOG-REC TO LOG-EXPIRY-LINE
                           ADD LOGE-AMOUNT TO PROMO-EXPIRY-TOTAL
                               ON SIZE ERROR
                               DISPLAY 'PROMO-EXPIRY-TOTAL OVERFLOW'
                               MOVE MAX-MONEY TO PROMO-EXPIRY-TOTAL
                           END-ADD
                       WHEN 'T'
                           MOVE GAME-LOG-REC TO LOG-TRAILER-LINE
                           ADD 1 TO SESSION-COUNT
               END-PERFORM

               CLOSE GAME-LOG
               PERFORM CHECK-LOG-AS-VERIFIED

               DISPLAY '=============================================='
               DISPLAY '      LUCKYZ END-OF-DAY RECONCILIATION        '
               DISPLAY 'TOTAL CASH-OUTS .............: ' CASHOUT-TOTAL
               DISPLAY 'RAKE TO JACKPOT POOL ........: ' RAKE-TOTAL
               DISPLAY 'JACKPOTS PAID ...............: ' JACKPOT-TOTAL
               DISPLAY 'REPORTABLE WINS .............: '
                   REPORTABLE-WIN-COUNT
               DISPLAY 'TAX WITHHELD ................: '
                   TAX-WITHHELD-TOTAL
               DISPLAY 'PROMO CREDITS ISSUED ........: '
                   PROMO-ISSUE-TOTAL
               DISPLAY 'PROMO CREDITS WAGERED .......: '
                   PROMO-WAGER-TOTAL
               DISPLAY 'PROMO CONVERTED TO CREDITS ..: '
                   PROMO-CONV-TOTAL
               DISPLAY 'PROMO CREDITS EXPIRED .......: '
                   PROMO-EXPIRY-TOTAL
               DISPLAY 'CONTROL TOTAL - FINAL CREDITS: ' FINAL-CREDITS
               DISPLAY 'TRAILERS SAY TOTAL HANDS ....: '
                   TRAILER-HANDS-TOTAL
           PERFORM RECORD-RUN-COMPLETE
           STOP RUN.

      *    ---- PREDECESSOR AND DOUBLE-RUN CHECK ON RUNCTL ----
      *    THIS COMPLETION RECORD IS WHAT CLOSES THE DATE FOR THE
      *    REST OF THE STREAM, SO A DOUBLE SUBMIT MUST NOT LOOK
      *    LIKE A FRESH CLOSE. LOGVRFY MUST HAVE PROVED THE LOG'S
      *    CHAIN FOR THE DATE FIRST; THE SEQUENCE IT PROVED TO IS
      *    KEPT FOR CHECK-LOG-AS-VERIFIED.
       CHECK-RUN-CONTROL.
           PERFORM OPEN-RUN-CONTROL

                   END-IF
           END-READ

           MOVE 'LOGVRFY ' TO RCT-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'LOGVRFY HAS NOT COMPLETED FOR '
                       BUSINESS-DATE ' - RUN REFUSED'
                   CLOSE RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF RCT-LAST-DATE NOT = BUSINESS-DATE
                       DISPLAY 'LOGVRFY HAS NOT COMPLETED FOR '
                           BUSINESS-DATE ' - RUN REFUSED'
                       CLOSE RUN-CONTROL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RCT-LOG-SEQ TO VERIFIED-SEQ
           END-READ

           CLOSE RUN-CONTROL.

      *    ---- THE LOG RECONCILED MUST BE THE LOG LOGVRFY PROVED ----
      *    A RECORD WRITTEN SINCE THE CHECK MOVES THE LAST SEQUENCE
      *    NUMBER ON (AN UNSEALED ONE READS AS ZERO), SO THE CHECK
      *    HAS TO BE RERUN BEFORE THE DATE CAN BE CLOSED ON IT.
       CHECK-LOG-AS-VERIFIED.
           IF LAST-LOG-SEQ NOT = VERIFIED-SEQ
               DISPLAY 'GAMELOG ENDS AT SEQ ' LAST-LOG-SEQ
                   ' BUT LOGVRFY PROVED IT TO SEQ ' VERIFIED-SEQ
               DISPLAY 'LOG CHANGED SINCE IT WAS VERIFIED - RERUN '
                   'LOGVRFY - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- RECORD THE CLEAN COMPLETION ON RUNCTL ----
       RECORD-RUN-COMPLETE.
           PERFORM OPEN-RUN-CONTROL
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE GAME-LOG-REC TO LOG-DETAIL-LINE
                   MOVE GAME-LOG-REC(109:28) TO LOG-SEAL-LINE
                   IF LOGS-SEQUENCE IS NUMERIC
                       MOVE LOGS-SEQUENCE TO LAST-LOG-SEQ
                   ELSE
                       MOVE ZERO TO LAST-LOG-SEQ
                   END-IF
           END-READ.
