       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
      * Author: Xander Geluykens
      * Description: Promotional campaign report for marketing and
      *              finance. Lists every campaign on CAMPFILE with
      *              its terms, then what has happened to its promo
      *              credits: issued by PROMOISS ('P' ISSU), staked
      *              by SPEL ('P' WAGR), converted to cashable
      *              CREDITS under the campaign's rule ('C'), swept
      *              by PROMOEXP ('E' EXPD) or forfeit when CREDMNT
      *              or CLOSACCT closed the account ('E' CLOS), and
      *              what players still hold on CREDFILE today. The
      *              movements are read from the LOGHIST generations
      *              concatenated on the LOGHIST DD (oldest first,
      *              DUMMY if none are wanted) followed by the live
      *              GAMELOG, so a campaign that spans a LOGARCH run
      *              is reported whole. A campaign seen on the log
      *              or on CREDFILE but missing from CAMPFILE is
      *              still listed, and flagged. Only the converted
      *              amount is money - it is what SPEL posts to
      *              LUCKYZ-PR on the GL feed; the other columns are
      *              free play.
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO CAMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CAMPAIGN-ID
               FILE STATUS IS CM-FILE-STATUS.

           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT LOG-HISTORY
               ASSIGN TO LOGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.

           SELECT GAME-LOG
               ASSIGN TO GAMELOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

       FD  CREDITS-FILE.
           COPY CREDREC.

       FD  LOG-HISTORY.
       01  LOG-HISTORY-REC     PIC X(136).

       FD  GAME-LOG.
       01  GAME-LOG-FILE-REC   PIC X(136).

       WORKING-STORAGE SECTION.
           COPY LOGLINE.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  CM-FILE-STATUS     PIC XX   VALUE '00'.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  LH-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FILE-STATUS     PIC XX   VALUE '00'.

       01  READING-LOG        PIC X(4) VALUE SPACES.
       01  LOG-RECORD         PIC X(136) VALUE SPACES.
       01  HIST-RECORDS       PIC 9(8)  VALUE 0.
       01  LIVE-RECORDS       PIC 9(8)  VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.
       01  MOVE-AMOUNT        PIC 9(8)  VALUE 0.
       01  NOT-ON-FILE        PIC 9(3)  VALUE 0.

       01  CAMP-COUNT         PIC 9(3) VALUE 0.
       01  MAX-CAMPS          PIC 9(3) VALUE 200.
       01  CAMP-SUB           PIC 9(3) VALUE 0.
       01  CUR-SUB            PIC 9(3) VALUE 0.
       01  WORK-CAMPAIGN      PIC X(8) VALUE SPACES.
       01  CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 200.
              10 CT-CAMPAIGN     PIC X(8).
              10 CT-DESCRIPTION  PIC X(20).
              10 CT-EXPIRY       PIC X(8).
              10 CT-CONV-PCT     PIC 9(3).
              10 CT-ON-FILE      PIC X.
              10 CT-ISSUED       PIC 9(10).
              10 CT-WAGERED      PIC 9(10).
              10 CT-CONVERTED    PIC 9(10).
              10 CT-EXPIRED      PIC 9(10).
              10 CT-FORFEIT      PIC 9(10).
              10 CT-OUTSTANDING  PIC 9(10).
              10 CT-HOLDERS      PIC 9(6).

       01  GRAND-TOTALS.
           05 GT-ISSUED       PIC 9(10) VALUE 0.
           05 GT-WAGERED      PIC 9(10) VALUE 0.
           05 GT-CONVERTED    PIC 9(10) VALUE 0.
           05 GT-EXPIRED      PIC 9(10) VALUE 0.
           05 GT-FORFEIT      PIC 9(10) VALUE 0.
           05 GT-OUTSTANDING  PIC 9(10) VALUE 0.
           05 GT-HOLDERS      PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-CAMPAIGN-TABLE

           PERFORM READ-HISTORY-LOG
           PERFORM READ-LIVE-LOG
           PERFORM READ-OUTSTANDING-PROMO

           DISPLAY '=============================================='
           DISPLAY '       LUCKYZ PROMOTIONAL CAMPAIGN REPORT     '
           DISPLAY '=============================================='
           DISPLAY 'LOGHIST RECORDS READ ........: ' HIST-RECORDS
           DISPLAY 'GAMELOG RECORDS READ ........: ' LIVE-RECORDS

           PERFORM PRINT-ONE-CAMPAIGN
               VARYING CAMP-SUB FROM 1 BY 1
               UNTIL CAMP-SUB > CAMP-COUNT

           DISPLAY '----------------------------------------------'
           DISPLAY 'CAMPAIGNS ...................: ' CAMP-COUNT
           DISPLAY 'NOT ON CAMPFILE .............: ' NOT-ON-FILE
           DISPLAY 'TOTAL PROMO ISSUED ..........: ' GT-ISSUED
           DISPLAY 'TOTAL PROMO WAGERED .........: ' GT-WAGERED
           DISPLAY 'TOTAL CONVERTED TO CREDITS ..: ' GT-CONVERTED
           DISPLAY 'TOTAL PROMO EXPIRED .........: ' GT-EXPIRED
           DISPLAY 'TOTAL FORFEIT ON CLOSE ......: ' GT-FORFEIT
           DISPLAY 'TOTAL PROMO OUTSTANDING .....: ' GT-OUTSTANDING
           DISPLAY 'PLAYERS HOLDING PROMO .......: ' GT-HOLDERS
           DISPLAY '=============================================='

           IF NOT-ON-FILE > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    ---- LOAD EVERY CAMPAIGN ON CAMPFILE, IN KEY ORDER ----
       LOAD-CAMPAIGN-TABLE.
           OPEN INPUT CAMPAIGN-FILE
           IF CM-FILE-STATUS = '35'
               DISPLAY 'NO CAMPAIGN FILE YET - LOG ONLY'
           ELSE
               IF CM-FILE-STATUS NOT = '00'
                   DISPLAY 'CAMPFILE OPEN FAILED - STATUS '
                       CM-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-CAMPAIGN-RECORD
               PERFORM LOAD-ONE-CAMPAIGN UNTIL EOF-REACHED
               CLOSE CAMPAIGN-FILE
           END-IF.

      *    ---- ONE CAMPFILE RECORD INTO THE TABLE ----
       LOAD-ONE-CAMPAIGN.
           MOVE CM-CAMPAIGN-ID TO WORK-CAMPAIGN
           PERFORM FIND-CAMPAIGN-ENTRY
           IF CUR-SUB > 0
               MOVE CM-DESCRIPTION TO CT-DESCRIPTION(CUR-SUB)
               MOVE CM-EXPIRY-DATE TO CT-EXPIRY(CUR-SUB)
               MOVE CM-CONV-PCT    TO CT-CONV-PCT(CUR-SUB)
               MOVE 'Y'            TO CT-ON-FILE(CUR-SUB)
           END-IF

           PERFORM READ-CAMPAIGN-RECORD.

      *    ---- READ NEXT CAMPAIGN ----
       READ-CAMPAIGN-RECORD.
           READ CAMPAIGN-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      *    ---- TALLY THE ARCHIVED GENERATIONS ON LOGHIST ----
      *    LOGHIST IS OPTIONAL: DUMMY READS AS EMPTY, AND A DD THAT
      *    WILL NOT OPEN IS REPORTED AND THE LIVE LOG USED ALONE.
       READ-HISTORY-LOG.
           MOVE 'HIST' TO READING-LOG
           OPEN INPUT LOG-HISTORY
           IF LH-FILE-STATUS NOT = '00'
               DISPLAY 'LOGHIST OPEN FAILED - STATUS ' LH-FILE-STATUS
                   ' - LIVE GAMELOG ONLY'
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-LOG-RECORD
               PERFORM TALLY-LOG-RECORD UNTIL EOF-REACHED
               CLOSE LOG-HISTORY
           END-IF.

      *    ---- TALLY THE LIVE GAMELOG ----
       READ-LIVE-LOG.
           MOVE 'LIVE' TO READING-LOG
           OPEN INPUT GAME-LOG
           IF GL-FILE-STATUS = '35'
               DISPLAY 'NO GAMELOG YET'
           ELSE
               IF GL-FILE-STATUS NOT = '00'
                   DISPLAY 'GAMELOG OPEN FAILED - STATUS '
                       GL-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-LOG-RECORD
               PERFORM TALLY-LOG-RECORD UNTIL EOF-REACHED
               CLOSE GAME-LOG
           END-IF.

      *    ---- READ THE NEXT RECORD FROM WHICHEVER LOG IS OPEN ----
       READ-LOG-RECORD.
           IF READING-LOG = 'LIVE'
               READ GAME-LOG
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE GAME-LOG-FILE-REC TO LOG-RECORD
                       ADD 1 TO LIVE-RECORDS
               END-READ
           ELSE
               READ LOG-HISTORY
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       MOVE LOG-HISTORY-REC TO LOG-RECORD
                       ADD 1 TO HIST-RECORDS
               END-READ
           END-IF.

      *    ---- ADD ONE PROMO MOVEMENT TO ITS CAMPAIGN ----
      *    THE THREE PROMO SHAPES SHARE ONE LAYOUT, SO THE CAMPAIGN
      *    AND AMOUNT ARE TAKEN FROM WHICHEVER SHAPE THE RECORD IS.
       TALLY-LOG-RECORD.
           EVALUATE LOG-RECORD(1:1)
               WHEN 'P'
                   MOVE LOG-RECORD    TO LOG-PROMO-LINE
                   MOVE LOGP-CAMPAIGN TO WORK-CAMPAIGN
                   MOVE LOGP-AMOUNT   TO MOVE-AMOUNT
                   PERFORM FIND-CAMPAIGN-ENTRY
                   IF CUR-SUB > 0
                       IF LOGP-TYPE = 'ISSU'
                           ADD MOVE-AMOUNT TO CT-ISSUED(CUR-SUB)
                               ON SIZE ERROR
                                  MOVE MAX-TOTAL TO CT-ISSUED(CUR-SUB)
                           END-ADD
                       ELSE
                           ADD MOVE-AMOUNT TO CT-WAGERED(CUR-SUB)
                               ON SIZE ERROR
                                  MOVE MAX-TOTAL TO CT-WAGERED(CUR-SUB)
                           END-ADD
                       END-IF
                   END-IF
               WHEN 'C'
                   MOVE LOG-RECORD    TO LOG-CONVERT-LINE
                   MOVE LOGK-CAMPAIGN TO WORK-CAMPAIGN
                   MOVE LOGK-AMOUNT   TO MOVE-AMOUNT
                   PERFORM FIND-CAMPAIGN-ENTRY
                   IF CUR-SUB > 0
                       ADD MOVE-AMOUNT TO CT-CONVERTED(CUR-SUB)
                           ON SIZE ERROR
                              MOVE MAX-TOTAL TO CT-CONVERTED(CUR-SUB)
                       END-ADD
                   END-IF
               WHEN 'E'
                   MOVE LOG-RECORD    TO LOG-EXPIRY-LINE
                   MOVE LOGE-CAMPAIGN TO WORK-CAMPAIGN
                   MOVE LOGE-AMOUNT   TO MOVE-AMOUNT
                   PERFORM FIND-CAMPAIGN-ENTRY
                   IF CUR-SUB > 0
                       IF LOGE-TYPE = 'CLOS'
                           ADD MOVE-AMOUNT TO CT-FORFEIT(CUR-SUB)
                               ON SIZE ERROR
                                  MOVE MAX-TOTAL TO CT-FORFEIT(CUR-SUB)
                           END-ADD
                       ELSE
                           ADD MOVE-AMOUNT TO CT-EXPIRED(CUR-SUB)
                               ON SIZE ERROR
                                  MOVE MAX-TOTAL TO CT-EXPIRED(CUR-SUB)
                           END-ADD
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-LOG-RECORD.

      *    ---- ADD UP WHAT PLAYERS STILL HOLD, BY CAMPAIGN ----
       READ-OUTSTANDING-PROMO.
           OPEN INPUT CREDITS-FILE
           IF CR-FILE-STATUS NOT = '00'
               DISPLAY 'CREDFILE OPEN FAILED - STATUS ' CR-FILE-STATUS
                   ' - NO OUTSTANDING BALANCES'
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-CREDITS-RECORD
               PERFORM TALLY-ONE-ACCOUNT UNTIL EOF-REACHED
               CLOSE CREDITS-FILE
           END-IF.

      *    ---- ONE ACCOUNT'S PROMO BALANCE ----
       TALLY-ONE-ACCOUNT.
           IF CR-PROMO-BALANCE IS NUMERIC
               IF CR-PROMO-BALANCE > 0
                   MOVE CR-PROMO-CAMPAIGN TO WORK-CAMPAIGN
                   PERFORM FIND-CAMPAIGN-ENTRY
                   IF CUR-SUB > 0
                       ADD 1 TO CT-HOLDERS(CUR-SUB)
                       ADD CR-PROMO-BALANCE TO CT-OUTSTANDING(CUR-SUB)
                           ON SIZE ERROR
                              MOVE MAX-TOTAL
                                  TO CT-OUTSTANDING(CUR-SUB)
                       END-ADD
                   END-IF
               END-IF
           END-IF

           PERFORM READ-CREDITS-RECORD.

      *    ---- READ NEXT ACCOUNT IN PLAYER ORDER ----
       READ-CREDITS-RECORD.
           READ CREDITS-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      *    ---- FIND OR ADD THE CAMPAIGN'S ENTRY ----
      *    AN ENTRY ADDED HERE RATHER THAN FROM CAMPFILE STAYS
      *    FLAGGED AS NOT ON FILE.
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
                   MOVE SPACES TO CT-DESCRIPTION(CUR-SUB)
                   MOVE SPACES TO CT-EXPIRY(CUR-SUB)
                   MOVE ZERO   TO CT-CONV-PCT(CUR-SUB)
                   MOVE 'N'    TO CT-ON-FILE(CUR-SUB)
                   MOVE ZERO   TO CT-ISSUED(CUR-SUB)
                   MOVE ZERO   TO CT-WAGERED(CUR-SUB)
                   MOVE ZERO   TO CT-CONVERTED(CUR-SUB)
                   MOVE ZERO   TO CT-EXPIRED(CUR-SUB)
                   MOVE ZERO   TO CT-FORFEIT(CUR-SUB)
                   MOVE ZERO   TO CT-OUTSTANDING(CUR-SUB)
                   MOVE ZERO   TO CT-HOLDERS(CUR-SUB)
               ELSE
                   DISPLAY 'CAMPAIGN TABLE FULL - ' WORK-CAMPAIGN
                       ' NOT REPORTED'
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE CAMPAIGN TABLE ----
       SCAN-CAMPAIGN-TABLE.
           IF CT-CAMPAIGN(CAMP-SUB) = WORK-CAMPAIGN
               MOVE CAMP-SUB TO CUR-SUB
           END-IF.

      *    ---- ONE CAMPAIGN'S BLOCK, ADDED INTO THE GRAND TOTALS ----
       PRINT-ONE-CAMPAIGN.
           DISPLAY '----------------------------------------------'
           IF CT-ON-FILE(CAMP-SUB) = 'Y'
               DISPLAY 'CAMPAIGN ' CT-CAMPAIGN(CAMP-SUB) ' '
                   CT-DESCRIPTION(CAMP-SUB)
               DISPLAY '  EXPIRES ' CT-EXPIRY(CAMP-SUB)
                   '  CONVERTS ' CT-CONV-PCT(CAMP-SUB) '%'
           ELSE
               DISPLAY 'CAMPAIGN ' CT-CAMPAIGN(CAMP-SUB)
                   ' *** NOT ON CAMPFILE ***'
               ADD 1 TO NOT-ON-FILE
           END-IF
           DISPLAY '  ISSUED ....................: '
               CT-ISSUED(CAMP-SUB)
           DISPLAY '  WAGERED ...................: '
               CT-WAGERED(CAMP-SUB)
           DISPLAY '  CONVERTED TO CREDITS ......: '
               CT-CONVERTED(CAMP-SUB)
           DISPLAY '  EXPIRED ...................: '
               CT-EXPIRED(CAMP-SUB)
           DISPLAY '  FORFEIT ON CLOSE ..........: '
               CT-FORFEIT(CAMP-SUB)
           DISPLAY '  OUTSTANDING ...............: '
               CT-OUTSTANDING(CAMP-SUB)
               ' HELD BY ' CT-HOLDERS(CAMP-SUB)

           ADD CT-ISSUED(CAMP-SUB) TO GT-ISSUED
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO GT-ISSUED
           END-ADD
           ADD CT-WAGERED(CAMP-SUB) TO GT-WAGERED
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO GT-WAGERED
           END-ADD
           ADD CT-CONVERTED(CAMP-SUB) TO GT-CONVERTED
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO GT-CONVERTED
           END-ADD
           ADD CT-EXPIRED(CAMP-SUB) TO GT-EXPIRED
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO GT-EXPIRED
           END-ADD
           ADD CT-FORFEIT(CAMP-SUB) TO GT-FORFEIT
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO GT-FORFEIT
           END-ADD
           ADD CT-OUTSTANDING(CAMP-SUB) TO GT-OUTSTANDING
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO GT-OUTSTANDING
           END-ADD
           ADD CT-HOLDERS(CAMP-SUB) TO GT-HOLDERS.
