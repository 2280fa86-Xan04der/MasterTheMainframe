       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHCTR.
      * Author: Xander Geluykens
      * Description: Large-cash monitoring for one business date.
      *              Totals each player's cash-in (the 'B' buy-in
      *              records on GAME-LOG stamped that date) and
      *              cash-out (the vouchers on VCHFILE cut that
      *              date, whatever their status since) and joins
      *              PLAYFILE for the name. Every player whose
      *              cash-in or cash-out for the day reaches the
      *              threshold goes on the CTRFILE currency-
      *              transaction extract (CTRREC layout). A second
      *              listing flags likely structuring for review:
      *              several individual buy-ins, or several vouchers,
      *              each within the near band just under the
      *              threshold, or a day total in the near band on
      *              every one of a run of consecutive days ending
      *              on the business date (earlier days from DAYACT,
      *              whose buy-in and cash-out totals are the same
      *              two figures). GAME-LOG may be the live dataset
      *              or LOGHIST generations concatenated ahead of
      *              it; records for other dates are skipped.
      *              SYSIN carries one card:
      *                COL  1- 8  REPORTING THRESHOLD (REQUIRED)
      *                COL 10-11  NEAR BAND, PERCENT UNDER THE
      *                           THRESHOLD (DEFAULT 10)
      *                COL 13-14  NEAR-THRESHOLD TRANSACTIONS IN A
      *                           DAY THAT FLAG (DEFAULT 2)
      *                COL 16-17  CONSECUTIVE NEAR-THRESHOLD DAYS
      *                           THAT FLAG (DEFAULT 3, 0 OR 1 OFF)
      *                COL 19-26  BUSINESS DATE (DEFAULT TODAY)
      *              A missing or zero threshold ends RC=8 without
      *              an extract - there is no safe compiled default.
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG
               ASSIGN TO GAMELOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT VOUCHER-FILE
               ASSIGN TO VCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VCH-NUMBER
               FILE STATUS IS VH-FILE-STATUS.

           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

           SELECT DAILY-ACT-FILE
               ASSIGN TO DAYACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS DA-FILE-STATUS.

           SELECT CTR-FILE
               ASSIGN TO CTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       FD  VOUCHER-FILE.
           COPY VOUCHER.

       FD  PLAYER-FILE.
           COPY PLAYREC.

       FD  DAILY-ACT-FILE.
           COPY DAYACT.

       FD  CTR-FILE.
       01  CTR-REC             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LOGLINE.
           COPY CTRREC.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  GL-FILE-STATUS     PIC XX   VALUE '00'.
       01  VH-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  DA-FILE-STATUS     PIC XX   VALUE '00'.
       01  CT-FILE-STATUS     PIC XX   VALUE '00'.
       01  DAYACT-OPEN        PIC X    VALUE 'N'.

       01  BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01  BUSINESS-DATE-NUM  PIC 9(8) VALUE 0.
       01  BUSINESS-INTEGER   PIC 9(7) VALUE 0.
       01  PRIOR-DATE-NUM     PIC 9(8) VALUE 0.
       01  PRIOR-DATE         PIC X(8) VALUE SPACES.
       01  RUN-TIMESTAMP      PIC X(14) VALUE SPACES.

       01  CTR-THRESHOLD      PIC 9(8) VALUE 0.
       01  NEAR-BAND-PCT      PIC 9(2) VALUE 10.
       01  NEAR-MIN-COUNT     PIC 9(2) VALUE 2.
       01  LOOKBACK-DAYS      PIC 9(2) VALUE 3.
       01  NEAR-FLOOR         PIC 9(8) VALUE 0.
       01  TEST-AMOUNT        PIC 9(10) VALUE 0.
       01  AMOUNT-NEAR        PIC X    VALUE 'N'.

       01  PLAYER-COUNT       PIC 9(3) VALUE 0.
       01  MAX-PLAYERS        PIC 9(3) VALUE 200.
       01  PLAYER-SUB         PIC 9(3) VALUE 0.
       01  SCAN-SUB           PIC 9(3) VALUE 0.
       01  CUR-SUB            PIC 9(3) VALUE 0.
       01  WORK-PLAYER-ID     PIC X(8) VALUE SPACES.
       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 200.
              10 PT-PLAYER-ID    PIC X(8).
              10 PT-CASH-IN      PIC 9(10).
              10 PT-IN-COUNT     PIC 9(4).
              10 PT-IN-NEAR      PIC 9(4).
              10 PT-CASH-OUT     PIC 9(10).
              10 PT-OUT-COUNT    PIC 9(4).
              10 PT-OUT-NEAR     PIC 9(4).

       01  PLAYER-NAME        PIC X(20) VALUE SPACES.
       01  DAY-SUB            PIC 9(2) VALUE 0.
       01  NEAR-DAY-RUN       PIC 9(2) VALUE 0.
       01  RUN-BROKEN         PIC X    VALUE 'N'.
       01  REASON-COUNT       PIC 9    VALUE 0.

       01  LOG-RECORDS-READ   PIC 9(7)  VALUE 0.
       01  BUYINS-COUNTED     PIC 9(6)  VALUE 0.
       01  VOUCHERS-READ      PIC 9(6)  VALUE 0.
       01  VOUCHERS-COUNTED   PIC 9(6)  VALUE 0.
       01  PLAYERS-DROPPED    PIC 9(6)  VALUE 0.
       01  CTR-COUNT          PIC 9(6)  VALUE 0.
       01  CTR-IN-TOTAL       PIC 9(12) VALUE 0.
       01  CTR-OUT-TOTAL      PIC 9(12) VALUE 0.
       01  REVIEW-COUNT       PIC 9(6)  VALUE 0.
       01  DAY-IN-TOTAL       PIC 9(12) VALUE 0.
       01  DAY-OUT-TOTAL      PIC 9(12) VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

      * Input Buffers
       01  CTR-CARD.
           05 CC-THRESHOLD    PIC X(8).
           05 FILLER          PIC X.
           05 CC-BAND-PCT     PIC X(2).
           05 FILLER          PIC X.
           05 CC-MIN-COUNT    PIC X(2).
           05 FILLER          PIC X.
           05 CC-LOOKBACK     PIC X(2).
           05 FILLER          PIC X.
           05 CC-DATE         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD

           DISPLAY '=============================================='
           DISPLAY '    LUCKYZ LARGE-CASH TRANSACTION REPORT      '
           DISPLAY '=============================================='
           DISPLAY 'BUSINESS DATE ...............: ' BUSINESS-DATE
           DISPLAY 'REPORTING THRESHOLD .........: ' CTR-THRESHOLD
           DISPLAY 'NEAR BAND FROM ..............: ' NEAR-FLOOR
           DISPLAY 'NEAR ITEMS IN A DAY THAT FLAG: ' NEAR-MIN-COUNT
           DISPLAY 'NEAR DAYS RUNNING THAT FLAG .: ' LOOKBACK-DAYS

           PERFORM LOAD-CASH-IN
           PERFORM LOAD-CASH-OUT
           PERFORM OPEN-LOOKUP-FILES

           PERFORM WRITE-CTR-EXTRACT
           PERFORM PRINT-STRUCTURING-REVIEW

           CLOSE PLAYER-FILE
           IF DAYACT-OPEN = 'Y'
               CLOSE DAILY-ACT-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '=============================================='
           DISPLAY 'GAMELOG RECORDS READ ........: ' LOG-RECORDS-READ
           DISPLAY 'BUY-INS FOR THE DATE ........: ' BUYINS-COUNTED
           DISPLAY 'VOUCHERS READ ...............: ' VOUCHERS-READ
           DISPLAY 'VOUCHERS CUT ON THE DATE ....: ' VOUCHERS-COUNTED
           DISPLAY 'PLAYERS WITH CASH MOVEMENT ..: ' PLAYER-COUNT
           DISPLAY 'TOTAL CASH IN ...............: ' DAY-IN-TOTAL
           DISPLAY 'TOTAL CASH OUT ..............: ' DAY-OUT-TOTAL
           DISPLAY 'CTR DETAILS WRITTEN .........: ' CTR-COUNT
           DISPLAY 'CTR CASH-IN CONTROL TOTAL ...: ' CTR-IN-TOTAL
           DISPLAY 'CTR CASH-OUT CONTROL TOTAL ..: ' CTR-OUT-TOTAL
           DISPLAY 'PLAYERS FLAGGED FOR REVIEW ..: ' REVIEW-COUNT
           IF PLAYERS-DROPPED > 0
               DISPLAY 'TRANSACTIONS NOT TABLED .....: '
                   PLAYERS-DROPPED
               DISPLAY 'PLAYER TABLE FULL - EXTRACT IS INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '=============================================='

           STOP RUN.

      *    ---- READ AND CHECK THE CONTROL CARD ----
      *    THE THRESHOLD IS THE ONE FIGURE WITH NO DEFAULT: A
      *    REPORT CUT AGAINST A GUESSED THRESHOLD IS WORSE THAN
      *    NO REPORT, SO A BLANK OR ZERO THRESHOLD STOPS THE RUN.
       READ-CONTROL-CARD.
           MOVE SPACES TO CTR-CARD
           ACCEPT CTR-CARD

           IF CC-THRESHOLD IS NUMERIC
               MOVE CC-THRESHOLD TO CTR-THRESHOLD
           END-IF
           IF CTR-THRESHOLD = ZERO
               DISPLAY 'NO REPORTING THRESHOLD ON THE CONTROL CARD '
                   '(COL 1-8) - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CC-BAND-PCT IS NUMERIC
               MOVE CC-BAND-PCT TO NEAR-BAND-PCT
           END-IF
           IF CC-MIN-COUNT IS NUMERIC
               MOVE CC-MIN-COUNT TO NEAR-MIN-COUNT
           END-IF
           IF NEAR-MIN-COUNT < 2
               MOVE 2 TO NEAR-MIN-COUNT
           END-IF
           IF CC-LOOKBACK IS NUMERIC
               MOVE CC-LOOKBACK TO LOOKBACK-DAYS
           END-IF

           IF CC-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           ELSE
               IF CC-DATE IS NUMERIC
                   MOVE CC-DATE TO BUSINESS-DATE
               ELSE
                   DISPLAY 'BAD BUSINESS DATE ON THE CONTROL CARD - '
                       CC-DATE ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE BUSINESS-DATE TO BUSINESS-DATE-NUM
           COMPUTE BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE-NUM)
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP

           COMPUTE NEAR-FLOOR =
               CTR-THRESHOLD - (CTR-THRESHOLD * NEAR-BAND-PCT / 100).

      *    ---- PASS OVER GAME-LOG: THE DAY'S BUY-INS ----
       LOAD-CASH-IN.
           OPEN INPUT GAME-LOG
           IF GL-FILE-STATUS = '35'
               DISPLAY 'NO GAMELOG FILE YET - NO CASH-IN COUNTED'
           ELSE
               IF GL-FILE-STATUS NOT = '00'
                   DISPLAY 'GAMELOG OPEN FAILED - STATUS '
                       GL-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-GAME-LOG-RECORD
               PERFORM COLLECT-BUYIN UNTIL EOF-REACHED
               CLOSE GAME-LOG
           END-IF.

      *    ---- FOLD ONE BUY-IN FOR THE DATE INTO THE TABLE ----
       COLLECT-BUYIN.
           ADD 1 TO LOG-RECORDS-READ

           IF GAME-LOG-REC(1:1) = 'B'
               MOVE GAME-LOG-REC TO LOG-BUYIN-LINE
               IF LOGB-TIMESTAMP(1:8) = BUSINESS-DATE
                AND LOGB-AMOUNT IS NUMERIC
                   ADD 1 TO BUYINS-COUNTED
                   MOVE LOGB-PLAYER-ID TO WORK-PLAYER-ID
                   PERFORM FIND-PLAYER-ENTRY
                   IF CUR-SUB > 0
                       ADD 1 TO PT-IN-COUNT(CUR-SUB)
                       ADD LOGB-AMOUNT TO PT-CASH-IN(CUR-SUB)
                           ON SIZE ERROR
                              DISPLAY 'CASH-IN TOTAL CAPPED FOR '
                                  WORK-PLAYER-ID
                              MOVE MAX-TOTAL TO PT-CASH-IN(CUR-SUB)
                       END-ADD
                       MOVE LOGB-AMOUNT TO TEST-AMOUNT
                       PERFORM TEST-NEAR-THRESHOLD
                       IF AMOUNT-NEAR = 'Y'
                           ADD 1 TO PT-IN-NEAR(CUR-SUB)
                       END-IF
                   END-IF
                   ADD LOGB-AMOUNT TO DAY-IN-TOTAL
               END-IF
           END-IF

           PERFORM READ-GAME-LOG-RECORD.

      *    ---- PASS OVER VCHFILE: THE VOUCHERS CUT THAT DAY ----
      *    A VOUCHER IS CASH OUT OF THE GAME THE MOMENT IT IS CUT -
      *    THE SAME FIGURE SPEL ADDS TO DA-CASHOUT-TOTAL - SO IT
      *    COUNTS WHETHER OR NOT THE CAGE HAS PAID IT SINCE.
       LOAD-CASH-OUT.
           OPEN INPUT VOUCHER-FILE
           IF VH-FILE-STATUS = '35'
               DISPLAY 'NO VOUCHER FILE YET - NO CASH-OUT COUNTED'
           ELSE
               IF VH-FILE-STATUS NOT = '00'
                   DISPLAY 'VCHFILE OPEN FAILED - STATUS '
                       VH-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-VOUCHER-RECORD
               PERFORM COLLECT-VOUCHER UNTIL EOF-REACHED
               CLOSE VOUCHER-FILE
           END-IF.

      *    ---- FOLD ONE VOUCHER CUT ON THE DATE INTO THE TABLE ----
       COLLECT-VOUCHER.
           ADD 1 TO VOUCHERS-READ

           IF VCH-CUT-TIMESTAMP(1:8) = BUSINESS-DATE
            AND VCH-AMOUNT IS NUMERIC
               ADD 1 TO VOUCHERS-COUNTED
               MOVE VCH-PLAYER-ID TO WORK-PLAYER-ID
               PERFORM FIND-PLAYER-ENTRY
               IF CUR-SUB > 0
                   ADD 1 TO PT-OUT-COUNT(CUR-SUB)
                   ADD VCH-AMOUNT TO PT-CASH-OUT(CUR-SUB)
                       ON SIZE ERROR
                          DISPLAY 'CASH-OUT TOTAL CAPPED FOR '
                              WORK-PLAYER-ID
                          MOVE MAX-TOTAL TO PT-CASH-OUT(CUR-SUB)
                   END-ADD
                   MOVE VCH-AMOUNT TO TEST-AMOUNT
                   PERFORM TEST-NEAR-THRESHOLD
                   IF AMOUNT-NEAR = 'Y'
                       ADD 1 TO PT-OUT-NEAR(CUR-SUB)
                   END-IF
               END-IF
               ADD VCH-AMOUNT TO DAY-OUT-TOTAL
           END-IF

           PERFORM READ-VOUCHER-RECORD.

      *    ---- FIND OR ADD THE PLAYER'S ENTRY ----
       FIND-PLAYER-ENTRY.
           MOVE ZERO TO CUR-SUB
           PERFORM SCAN-PLAYER-TABLE
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > PLAYER-COUNT

           IF CUR-SUB = 0
               IF PLAYER-COUNT < MAX-PLAYERS
                   ADD 1 TO PLAYER-COUNT
                   MOVE PLAYER-COUNT   TO CUR-SUB
                   MOVE WORK-PLAYER-ID TO PT-PLAYER-ID(CUR-SUB)
                   MOVE ZERO TO PT-CASH-IN(CUR-SUB)
                   MOVE ZERO TO PT-IN-COUNT(CUR-SUB)
                   MOVE ZERO TO PT-IN-NEAR(CUR-SUB)
                   MOVE ZERO TO PT-CASH-OUT(CUR-SUB)
                   MOVE ZERO TO PT-OUT-COUNT(CUR-SUB)
                   MOVE ZERO TO PT-OUT-NEAR(CUR-SUB)
               ELSE
                   DISPLAY 'PLAYER TABLE FULL - ' WORK-PLAYER-ID
                       ' NOT TOTALLED'
                   ADD 1 TO PLAYERS-DROPPED
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE PLAYER TABLE ----
       SCAN-PLAYER-TABLE.
           IF PT-PLAYER-ID(SCAN-SUB) = WORK-PLAYER-ID
               MOVE SCAN-SUB TO CUR-SUB
           END-IF.

      *    ---- IS TEST-AMOUNT IN THE BAND JUST UNDER THRESHOLD ----
       TEST-NEAR-THRESHOLD.
           IF TEST-AMOUNT NOT < NEAR-FLOOR
            AND TEST-AMOUNT < CTR-THRESHOLD
               MOVE 'Y' TO AMOUNT-NEAR
           ELSE
               MOVE 'N' TO AMOUNT-NEAR
           END-IF.

      *    ---- PLAYFILE FOR NAMES, DAYACT FOR EARLIER DAYS ----
      *    WITHOUT PLAYFILE THE EXTRACT CANNOT NAME ANYONE, SO IT
      *    IS REQUIRED. WITHOUT DAYACT ONLY THE CONSECUTIVE-DAY
      *    TEST IS LOST, AND THE LISTING SAYS SO.
       OPEN-LOOKUP-FILES.
           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS NOT = '00'
               DISPLAY 'PLAYFILE OPEN FAILED - STATUS '
                   PL-FILE-STATUS ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LOOKBACK-DAYS > 1
               OPEN INPUT DAILY-ACT-FILE
               IF DA-FILE-STATUS = '00'
                   MOVE 'Y' TO DAYACT-OPEN
               ELSE
                   DISPLAY 'DAYACT OPEN FAILED - STATUS '
                       DA-FILE-STATUS
                       ' - CONSECUTIVE-DAY TEST NOT RUN'
               END-IF
           END-IF.

      *    ---- WRITE HEADER, ONE DETAIL PER REPORTABLE PLAYER, ----
      *    ---- AND TRAILER                                     ----
       WRITE-CTR-EXTRACT.
           OPEN OUTPUT CTR-FILE
           IF CT-FILE-STATUS NOT = '00'
               DISPLAY 'CTRFILE OPEN FAILED - STATUS ' CT-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE BUSINESS-DATE TO CTRH-BUSINESS-DATE
           MOVE RUN-TIMESTAMP TO CTRH-RUN-TS
           MOVE CTR-THRESHOLD TO CTRH-THRESHOLD
           MOVE CTR-HEADER-LINE TO CTR-REC
           WRITE CTR-REC

           DISPLAY ' '
           DISPLAY 'CURRENCY TRANSACTION EXTRACT'
           DISPLAY '----------------------------------------------'
           PERFORM CHECK-REPORTABLE-PLAYER
               VARYING PLAYER-SUB FROM 1 BY 1
               UNTIL PLAYER-SUB > PLAYER-COUNT
           IF CTR-COUNT = 0
               DISPLAY 'NO PLAYER REACHED THE THRESHOLD'
           END-IF

           MOVE CTR-COUNT     TO CTRT-RECORD-COUNT
           MOVE CTR-IN-TOTAL  TO CTRT-CASH-IN-TOTAL
           MOVE CTR-OUT-TOTAL TO CTRT-CASH-OUT-TOTAL
           MOVE CTR-TRAILER-LINE TO CTR-REC
           WRITE CTR-REC

           CLOSE CTR-FILE.

      *    ---- ONE PLAYER: DETAIL IF EITHER SIDE REACHED IT ----
       CHECK-REPORTABLE-PLAYER.
           IF PT-CASH-IN(PLAYER-SUB) NOT < CTR-THRESHOLD
            OR PT-CASH-OUT(PLAYER-SUB) NOT < CTR-THRESHOLD
               MOVE PT-PLAYER-ID(PLAYER-SUB) TO WORK-PLAYER-ID
               PERFORM LOOKUP-PLAYER-NAME

               MOVE BUSINESS-DATE            TO CTRD-BUSINESS-DATE
               MOVE WORK-PLAYER-ID           TO CTRD-PLAYER-ID
               MOVE PLAYER-NAME              TO CTRD-PLAYER-NAME
               MOVE PT-CASH-IN(PLAYER-SUB)   TO CTRD-CASH-IN
               MOVE PT-IN-COUNT(PLAYER-SUB)  TO CTRD-IN-COUNT
               MOVE PT-CASH-OUT(PLAYER-SUB)  TO CTRD-CASH-OUT
               MOVE PT-OUT-COUNT(PLAYER-SUB) TO CTRD-OUT-COUNT
               IF PT-CASH-IN(PLAYER-SUB) NOT < CTR-THRESHOLD
                   IF PT-CASH-OUT(PLAYER-SUB) NOT < CTR-THRESHOLD
                       MOVE 'B' TO CTRD-TRIGGER
                   ELSE
                       MOVE 'I' TO CTRD-TRIGGER
                   END-IF
               ELSE
                   MOVE 'O' TO CTRD-TRIGGER
               END-IF

               MOVE CTR-DETAIL-LINE TO CTR-REC
               WRITE CTR-REC
               ADD 1 TO CTR-COUNT
               ADD PT-CASH-IN(PLAYER-SUB)  TO CTR-IN-TOTAL
               ADD PT-CASH-OUT(PLAYER-SUB) TO CTR-OUT-TOTAL

               DISPLAY 'PLAYER ' WORK-PLAYER-ID ' ' PLAYER-NAME
                   ' IN ' PT-CASH-IN(PLAYER-SUB)
                   ' (' PT-IN-COUNT(PLAYER-SUB) ')'
                   ' OUT ' PT-CASH-OUT(PLAYER-SUB)
                   ' (' PT-OUT-COUNT(PLAYER-SUB) ')'
                   ' TRIGGER ' CTRD-TRIGGER
           END-IF.

      *    ---- ENROLLED NAME, OR A MARKER THE REVIEWER WILL SEE ----
       LOOKUP-PLAYER-NAME.
           MOVE WORK-PLAYER-ID TO PLY-PLAYER-ID
           READ PLAYER-FILE
               INVALID KEY
                   MOVE '*** NOT ENROLLED ***' TO PLAYER-NAME
               NOT INVALID KEY
                   MOVE PLY-NAME TO PLAYER-NAME
           END-READ.

      *    ---- STRUCTURING REVIEW LISTING ----
       PRINT-STRUCTURING-REVIEW.
           DISPLAY ' '
           DISPLAY 'STRUCTURING REVIEW LISTING'
           DISPLAY '----------------------------------------------'
           PERFORM CHECK-STRUCTURING
               VARYING PLAYER-SUB FROM 1 BY 1
               UNTIL PLAYER-SUB > PLAYER-COUNT
           IF REVIEW-COUNT = 0
               DISPLAY 'NO PLAYER FLAGGED FOR REVIEW'
           END-IF.

      *    ---- SCORE ONE PLAYER AGAINST THE THREE PATTERNS ----
       CHECK-STRUCTURING.
           MOVE ZERO TO REASON-COUNT
           MOVE PT-PLAYER-ID(PLAYER-SUB) TO WORK-PLAYER-ID

           IF PT-IN-NEAR(PLAYER-SUB) NOT < NEAR-MIN-COUNT
               PERFORM START-REVIEW-ENTRY
               DISPLAY '    ' PT-IN-NEAR(PLAYER-SUB)
                   ' BUY-INS BETWEEN ' NEAR-FLOOR
                   ' AND THE THRESHOLD, DAY TOTAL '
                   PT-CASH-IN(PLAYER-SUB)
           END-IF

           IF PT-OUT-NEAR(PLAYER-SUB) NOT < NEAR-MIN-COUNT
               PERFORM START-REVIEW-ENTRY
               DISPLAY '    ' PT-OUT-NEAR(PLAYER-SUB)
                   ' VOUCHERS BETWEEN ' NEAR-FLOOR
                   ' AND THE THRESHOLD, DAY TOTAL '
                   PT-CASH-OUT(PLAYER-SUB)
           END-IF

           IF DAYACT-OPEN = 'Y'
               PERFORM CHECK-NEAR-DAY-RUN
               IF NEAR-DAY-RUN NOT < LOOKBACK-DAYS
                   PERFORM START-REVIEW-ENTRY
                   DISPLAY '    DAY TOTAL BETWEEN ' NEAR-FLOOR
                       ' AND THE THRESHOLD ON ' NEAR-DAY-RUN
                       ' CONSECUTIVE DAYS TO ' BUSINESS-DATE
               END-IF
           END-IF.

      *    ---- PLAYER LINE AHEAD OF THE FIRST REASON ----
       START-REVIEW-ENTRY.
           IF REASON-COUNT = 0
               PERFORM LOOKUP-PLAYER-NAME
               ADD 1 TO REVIEW-COUNT
               DISPLAY 'PLAYER ' WORK-PLAYER-ID ' ' PLAYER-NAME
                   ' IN ' PT-CASH-IN(PLAYER-SUB)
                   ' OUT ' PT-CASH-OUT(PLAYER-SUB)
           END-IF
           ADD 1 TO REASON-COUNT.

      *    ---- COUNT BACK NEAR-THRESHOLD DAYS ENDING TODAY ----
      *    TODAY COUNTS OFF THE TABLE; EACH EARLIER DAY OFF ITS
      *    DAYACT RECORD. THE RUN STOPS AT THE FIRST DAY WITH
      *    NEITHER TOTAL IN THE BAND, OR NO RECORD AT ALL.
       CHECK-NEAR-DAY-RUN.
           MOVE ZERO TO NEAR-DAY-RUN
           MOVE 'N'  TO RUN-BROKEN

           MOVE PT-CASH-IN(PLAYER-SUB) TO TEST-AMOUNT
           PERFORM TEST-NEAR-THRESHOLD
           IF AMOUNT-NEAR = 'N'
               MOVE PT-CASH-OUT(PLAYER-SUB) TO TEST-AMOUNT
               PERFORM TEST-NEAR-THRESHOLD
           END-IF

           IF AMOUNT-NEAR = 'Y'
               MOVE 1 TO NEAR-DAY-RUN
               PERFORM CHECK-PRIOR-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB NOT < LOOKBACK-DAYS
                      OR RUN-BROKEN = 'Y'
           END-IF.

      *    ---- ONE EARLIER DAY OFF DAYACT ----
       CHECK-PRIOR-DAY.
           COMPUTE PRIOR-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               BUSINESS-INTEGER - DAY-SUB)
           MOVE PRIOR-DATE-NUM TO PRIOR-DATE

           MOVE WORK-PLAYER-ID TO DA-PLAYER-ID
           MOVE PRIOR-DATE     TO DA-DATE
           READ DAILY-ACT-FILE
               INVALID KEY
                   MOVE 'Y' TO RUN-BROKEN
               NOT INVALID KEY
                   MOVE DA-BUYIN-TOTAL TO TEST-AMOUNT
                   PERFORM TEST-NEAR-THRESHOLD
                   IF AMOUNT-NEAR = 'N'
                       MOVE DA-CASHOUT-TOTAL TO TEST-AMOUNT
                       PERFORM TEST-NEAR-THRESHOLD
                   END-IF
                   IF AMOUNT-NEAR = 'Y'
                       ADD 1 TO NEAR-DAY-RUN
                   ELSE
                       MOVE 'Y' TO RUN-BROKEN
                   END-IF
           END-READ.

      *    ---- READ NEXT RECORD FROM GAME-LOG ----
       READ-GAME-LOG-RECORD.
           READ GAME-LOG
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      *    ---- READ NEXT VOUCHER IN KEY ORDER ----
       READ-VOUCHER-RECORD.
           READ VOUCHER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
