       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
      * Author: Xander Geluykens
      * Description: Theoretical-versus-actual hold report off
      *              GAME-LOG, for the floor manager. RNGAUDIT proves
      *              the dice are fair; this job proves the house is
      *              earning what the LIMFILE payout multipliers say
      *              it should. Every session header carries the
      *              limits card in force and its EVEN, ODD and
      *              EXACT multipliers, so each hand is measured
      *              against the odds it was played at: a win pays
      *              the stake times the multiplier, a loss takes
      *              the stake, so the theoretical house edge is
      *              1 - P(WIN) x (MULTIPLIER + 1), with P(WIN) 6/12
      *              for EVEN and ODD and 1/12 for an exact number.
      *              The actual hold is the house win (stakes lost
      *              less payouts on stakes won) over the amount
      *              wagered. Both are printed, with the variance
      *              in percentage points, by limits card and wager
      *              type, by wager type, by day and by player; a
      *              line with at least MIN-HANDS hands whose
      *              variance is wider than the tolerance is
      *              flagged. Jackpot rake and pool payouts are a
      *              separate pot and are not part of the hold.
      *              Hands from sessions whose header predates the
      *              card stamp are counted but not analysed.
      *              The LOGHIST generations concatenated on the
      *              LOGHIST DD (DUMMY if none) are read before the
      *              live GAMELOG, so a week spanning a LOGARCH run
      *              is reported whole.
      *              SYSIN carries one card:
      *                COL  1- 8  FROM DATE (YYYYMMDD; BLANK MEANS
      *                           SIX DAYS BEFORE THE TO DATE)
      *                COL 10-17  TO DATE (YYYYMMDD; BLANK MEANS
      *                           TODAY)
      *                COL 19-22  TOLERANCE IN HUNDREDTHS OF A
      *                           PERCENTAGE POINT (BLANK MEANS
      *                           0200, 2.00 POINTS)
      *                COL 24-28  MINIMUM HANDS FOR A FLAG (BLANK
      *                           MEANS 00100)
      *              A hand is in range when its own date falls
      *              inside the range, inclusive.
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  LOG-HISTORY.
       01  LOG-HISTORY-REC     PIC X(136).

       FD  GAME-LOG.
       01  GAME-LOG-FILE-REC   PIC X(136).

       WORKING-STORAGE SECTION.
           COPY LOGLINE.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  LH-FILE-STATUS     PIC XX   VALUE '00'.
       01  GL-FILE-STATUS     PIC XX   VALUE '00'.

       01  READING-LOG        PIC X(4)   VALUE SPACES.
       01  LOG-RECORD         PIC X(136) VALUE SPACES.
       01  HIST-RECORDS       PIC 9(8)   VALUE 0.
       01  LIVE-RECORDS       PIC 9(8)   VALUE 0.

       01  FROM-DATE          PIC X(8)  VALUE SPACES.
       01  TO-DATE            PIC X(8)  VALUE SPACES.
       01  TO-DATE-NUM        PIC 9(8)  VALUE 0.
       01  FROM-DATE-NUM      PIC 9(8)  VALUE 0.
       01  TOLERANCE          PIC 9(2)V99 VALUE 02.00.
       01  MIN-HANDS          PIC 9(5)  VALUE 100.
       01  HAND-DATE          PIC X(8)  VALUE SPACES.

      *    THE SESSION THE NEXT DETAIL RECORDS BELONG TO
       01  SESSION-STAMPED    PIC X     VALUE 'N'.
       01  SESSION-CARD-SUB   PIC 9(3)  VALUE 0.

       01  HAND-BET           PIC 9(4)  VALUE 0.
       01  HAND-TYPE          PIC 9     VALUE 0.
       01  HAND-ACTUAL        PIC S9(7) VALUE 0.
       01  HAND-THEO          PIC S9(7)V9(6) VALUE 0.
       01  HANDS-ANALYSED     PIC 9(8)  VALUE 0.
       01  HANDS-UNSTAMPED    PIC 9(8)  VALUE 0.
       01  HANDS-OUT-RANGE    PIC 9(8)  VALUE 0.
       01  LINES-FLAGGED      PIC 9(5)  VALUE 0.

       01  TYPE-SUB           PIC 9     VALUE 0.
       01  CARD-COUNT         PIC 9(3)  VALUE 0.
       01  MAX-CARDS          PIC 9(3)  VALUE 50.
       01  CARD-SUB           PIC 9(3)  VALUE 0.
       01  DAY-COUNT          PIC 9(3)  VALUE 0.
       01  MAX-DAYS           PIC 9(3)  VALUE 200.
       01  DAY-SUB            PIC 9(3)  VALUE 0.
       01  PLAYER-COUNT       PIC 9(3)  VALUE 0.
       01  MAX-PLAYERS        PIC 9(3)  VALUE 200.
       01  PLAYER-SUB         PIC 9(3)  VALUE 0.
       01  CUR-SUB            PIC 9(3)  VALUE 0.
       01  WORK-CARD-KEY.
           05 WK-CARD-ID      PIC X(8).
           05 WK-PAY OCCURS 3 PIC 9(2).
       01  WORK-PLAYER-ID     PIC X(8)  VALUE SPACES.
       01  WIN-CHANCES        PIC 9(2)  VALUE 0.

       01  TYPE-NAME-TABLE.
           05 TYPE-NAME OCCURS 3 PIC X(4).

      *    EACH LIMITS CARD SEEN, KEYED BY ITS ID AND MULTIPLIERS -
      *    A CARD ID REUSED WITH DIFFERENT ODDS IS A DIFFERENT CARD
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 50.
              10 CD-CARD-KEY.
                 15 CD-CARD-ID      PIC X(8).
                 15 CD-PAY OCCURS 3 PIC 9(2).
              10 CD-TYPE-ENTRY OCCURS 3.
                 15 CD-EDGE         PIC S9(3)V9(6).
                 15 CD-HANDS        PIC 9(7).
                 15 CD-WAGERED      PIC 9(10).
                 15 CD-ACTUAL       PIC S9(11).
                 15 CD-THEO         PIC S9(11)V9(4).

       01  TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 3.
              10 TY-HANDS        PIC 9(7).
              10 TY-WAGERED      PIC 9(10).
              10 TY-ACTUAL       PIC S9(11).
              10 TY-THEO         PIC S9(11)V9(4).

       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 200.
              10 DY-DATE         PIC X(8).
              10 DY-HANDS        PIC 9(7).
              10 DY-WAGERED      PIC 9(10).
              10 DY-ACTUAL       PIC S9(11).
              10 DY-THEO         PIC S9(11)V9(4).

       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 200.
              10 PY-PLAYER-ID    PIC X(8).
              10 PY-HANDS        PIC 9(7).
              10 PY-WAGERED      PIC 9(10).
              10 PY-ACTUAL       PIC S9(11).
              10 PY-THEO         PIC S9(11)V9(4).

      *    ONE REPORT LINE, FILLED IN BY EACH SECTION IN TURN
       01  LN-LABEL           PIC X(20) VALUE SPACES.
       01  LN-HANDS           PIC 9(7)  VALUE 0.
       01  LN-WAGERED         PIC 9(10) VALUE 0.
       01  LN-ACTUAL          PIC S9(11) VALUE 0.
       01  LN-THEO            PIC S9(11)V9(4) VALUE 0.
       01  THEO-PCT           PIC S9(5)V99 VALUE 0.
       01  ACTUAL-PCT         PIC S9(5)V99 VALUE 0.
       01  PCT-VARIANCE       PIC S9(5)V99 VALUE 0.
       01  HOLD-FLAG          PIC X(14) VALUE SPACES.
       01  HANDS-DISPLAY      PIC Z(6)9.
       01  WAGERED-DISPLAY    PIC Z(9)9.
       01  THEO-DISPLAY       PIC -(4)9.99.
       01  ACTUAL-DISPLAY     PIC -(4)9.99.
       01  VARIANCE-DISPLAY   PIC -(4)9.99.
       01  TOLERANCE-DISPLAY  PIC Z9.99.

      * Input Buffers
       01  HOLD-CARD.
           05 HC-FROM-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 HC-TO-DATE      PIC X(8).
           05 FILLER          PIC X.
           05 HC-TOLERANCE    PIC 9(4).
           05 FILLER          PIC X.
           05 HC-MIN-HANDS    PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-HOLD-CARD

           MOVE 'EVEN' TO TYPE-NAME(1)
           MOVE 'ODD ' TO TYPE-NAME(2)
           MOVE 'NUM ' TO TYPE-NAME(3)
           PERFORM CLEAR-ONE-TYPE
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 3

           PERFORM READ-HISTORY-LOG
           PERFORM READ-LIVE-LOG

           DISPLAY '=============================================='
           DISPLAY '   LUCKYZ THEORETICAL VS ACTUAL HOLD REPORT   '
           DISPLAY '=============================================='
           DISPLAY 'PERIOD ......................: ' FROM-DATE
               ' TO ' TO-DATE
           MOVE TOLERANCE TO TOLERANCE-DISPLAY
           DISPLAY 'TOLERANCE (PCT PTS) .........: ' TOLERANCE-DISPLAY
           DISPLAY 'MINIMUM HANDS FOR A FLAG ....: ' MIN-HANDS
           DISPLAY 'LOGHIST RECORDS READ ........: ' HIST-RECORDS
           DISPLAY 'GAMELOG RECORDS READ ........: ' LIVE-RECORDS
           DISPLAY 'HANDS OUTSIDE THE PERIOD ....: ' HANDS-OUT-RANGE
           DISPLAY 'HANDS ANALYSED ..............: ' HANDS-ANALYSED
           DISPLAY 'HANDS WITH NO CARD STAMP ....: ' HANDS-UNSTAMPED

           IF HANDS-ANALYSED = 0
               DISPLAY 'NO STAMPED HANDS IN THE PERIOD - NOTHING '
                   'TO REPORT'
           ELSE
               DISPLAY ' '
               DISPLAY 'HOLD BY LIMITS CARD AND WAGER TYPE'
               DISPLAY '  (THEO, ACTUAL AND VAR ARE PCT OF WAGERED)'
               PERFORM PRINT-ONE-CARD
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > CARD-COUNT

               DISPLAY ' '
               DISPLAY 'HOLD BY WAGER TYPE'
               PERFORM PRINT-ONE-TYPE
                   VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 3

               DISPLAY ' '
               DISPLAY 'HOLD BY DAY'
               PERFORM PRINT-ONE-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > DAY-COUNT

               DISPLAY ' '
               DISPLAY 'HOLD BY PLAYER'
               PERFORM PRINT-ONE-PLAYER
                   VARYING PLAYER-SUB FROM 1 BY 1
                   UNTIL PLAYER-SUB > PLAYER-COUNT

               DISPLAY ' '
               DISPLAY 'LINES OUTSIDE TOLERANCE .....: ' LINES-FLAGGED
           END-IF
           DISPLAY '=============================================='

           STOP RUN.

      *    ---- READ THE PERIOD, TOLERANCE AND MINIMUM HANDS ----
      *    THE DEFAULT PERIOD IS THE SEVEN DAYS ENDING ON THE TO
      *    DATE, SO THE WEEKLY RUN NEEDS NO CARD AT ALL.
       READ-HOLD-CARD.
           MOVE SPACES TO HOLD-CARD
           ACCEPT HOLD-CARD

           IF HC-TO-DATE IS NUMERIC
               MOVE HC-TO-DATE TO TO-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TO-DATE
           END-IF

           IF HC-FROM-DATE IS NUMERIC
               MOVE HC-FROM-DATE TO FROM-DATE
           ELSE
               MOVE TO-DATE TO TO-DATE-NUM
               COMPUTE FROM-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TO-DATE-NUM) - 6)
               MOVE FROM-DATE-NUM TO FROM-DATE
           END-IF

           IF HC-TOLERANCE IS NUMERIC
               COMPUTE TOLERANCE = HC-TOLERANCE / 100
           END-IF

           IF HC-MIN-HANDS IS NUMERIC
               MOVE HC-MIN-HANDS TO MIN-HANDS
           END-IF.

      *    ---- ZERO ONE WAGER TYPE TOTAL ----
       CLEAR-ONE-TYPE.
           MOVE ZERO TO TY-HANDS(TYPE-SUB)
                        TY-WAGERED(TYPE-SUB)
                        TY-ACTUAL(TYPE-SUB)
                        TY-THEO(TYPE-SUB).

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
               MOVE 'N' TO SESSION-STAMPED
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
               MOVE 'N' TO SESSION-STAMPED
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

      *    ---- A HEADER SETS THE CARD, A DETAIL IS ONE HAND ----
       TALLY-LOG-RECORD.
           EVALUATE LOG-RECORD(1:1)
               WHEN 'H'
                   MOVE LOG-RECORD TO LOG-HEADER-LINE
                   PERFORM START-SESSION-CARD
               WHEN 'D'
                   MOVE LOG-RECORD TO LOG-DETAIL-LINE
                   MOVE LOG-TIMESTAMP(1:8) TO HAND-DATE
                   IF HAND-DATE < FROM-DATE OR HAND-DATE > TO-DATE
                       ADD 1 TO HANDS-OUT-RANGE
                   ELSE
                       IF LOG-RESULT = 'WON ' OR LOG-RESULT = 'LOST'
                           IF SESSION-STAMPED = 'Y'
                               PERFORM TALLY-ONE-HAND
                           ELSE
                               ADD 1 TO HANDS-UNSTAMPED
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-LOG-RECORD.

      *    ---- NOTE THE LIMITS CARD THE NEW SESSION PLAYS UNDER ----
      *    A HEADER CUT BEFORE THE CARD STAMP HAS SPACES THERE, AND
      *    ITS HANDS CANNOT BE PUT AGAINST ANY ODDS.
       START-SESSION-CARD.
           MOVE 'N'  TO SESSION-STAMPED
           MOVE ZERO TO SESSION-CARD-SUB

           IF LOGH-CARD-ID NOT = SPACES
            AND LOGH-PAY-EVEN IS NUMERIC
            AND LOGH-PAY-ODD IS NUMERIC
            AND LOGH-PAY-EXACT IS NUMERIC
               MOVE LOGH-CARD-ID   TO WK-CARD-ID
               MOVE LOGH-PAY-EVEN  TO WK-PAY(1)
               MOVE LOGH-PAY-ODD   TO WK-PAY(2)
               MOVE LOGH-PAY-EXACT TO WK-PAY(3)
               PERFORM FIND-CARD-ENTRY
               IF CUR-SUB > 0
                   MOVE 'Y'     TO SESSION-STAMPED
                   MOVE CUR-SUB TO SESSION-CARD-SUB
               END-IF
           END-IF.

      *    ---- ONE HAND: HOUSE WIN AND EXPECTED HOUSE WIN ----
       TALLY-ONE-HAND.
           MOVE LOG-BET-DISP TO HAND-BET

           EVALUATE LOG-CHOICE
               WHEN 'EVEN'
                   MOVE 1 TO HAND-TYPE
               WHEN 'ODD '
                   MOVE 2 TO HAND-TYPE
               WHEN OTHER
                   MOVE 3 TO HAND-TYPE
           END-EVALUATE

           IF LOG-RESULT = 'LOST'
               MOVE HAND-BET TO HAND-ACTUAL
           ELSE
               COMPUTE HAND-ACTUAL = 0 -
                   (HAND-BET * CD-PAY(SESSION-CARD-SUB, HAND-TYPE))
           END-IF
           COMPUTE HAND-THEO =
               HAND-BET * CD-EDGE(SESSION-CARD-SUB, HAND-TYPE)

           ADD 1 TO HANDS-ANALYSED

           MOVE SESSION-CARD-SUB TO CARD-SUB
           MOVE HAND-TYPE        TO TYPE-SUB
           ADD 1           TO CD-HANDS(CARD-SUB, TYPE-SUB)
           ADD HAND-BET    TO CD-WAGERED(CARD-SUB, TYPE-SUB)
           ADD HAND-ACTUAL TO CD-ACTUAL(CARD-SUB, TYPE-SUB)
           ADD HAND-THEO   TO CD-THEO(CARD-SUB, TYPE-SUB)

           ADD 1           TO TY-HANDS(TYPE-SUB)
           ADD HAND-BET    TO TY-WAGERED(TYPE-SUB)
           ADD HAND-ACTUAL TO TY-ACTUAL(TYPE-SUB)
           ADD HAND-THEO   TO TY-THEO(TYPE-SUB)

           PERFORM FIND-DAY-ENTRY
           IF CUR-SUB > 0
               ADD 1           TO DY-HANDS(CUR-SUB)
               ADD HAND-BET    TO DY-WAGERED(CUR-SUB)
               ADD HAND-ACTUAL TO DY-ACTUAL(CUR-SUB)
               ADD HAND-THEO   TO DY-THEO(CUR-SUB)
           END-IF

           MOVE LOG-PLAYER-ID TO WORK-PLAYER-ID
           PERFORM FIND-PLAYER-ENTRY
           IF CUR-SUB > 0
               ADD 1           TO PY-HANDS(CUR-SUB)
               ADD HAND-BET    TO PY-WAGERED(CUR-SUB)
               ADD HAND-ACTUAL TO PY-ACTUAL(CUR-SUB)
               ADD HAND-THEO   TO PY-THEO(CUR-SUB)
           END-IF.

      *    ---- FIND OR ADD THE LIMITS CARD, WORKING OUT ITS EDGE ----
       FIND-CARD-ENTRY.
           MOVE ZERO TO CUR-SUB
           PERFORM SCAN-CARD-TABLE
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > CARD-COUNT

           IF CUR-SUB = 0
               IF CARD-COUNT < MAX-CARDS
                   ADD 1 TO CARD-COUNT
                   MOVE CARD-COUNT TO CUR-SUB
                   MOVE WORK-CARD-KEY TO CD-CARD-KEY(CUR-SUB)
                   PERFORM SET-CARD-EDGE
                       VARYING TYPE-SUB FROM 1 BY 1
                       UNTIL TYPE-SUB > 3
               ELSE
                   DISPLAY 'CARD TABLE FULL - ' WK-CARD-ID
                       ' NOT ANALYSED'
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE CARD TABLE ----
       SCAN-CARD-TABLE.
           IF CD-CARD-KEY(CARD-SUB) = WORK-CARD-KEY
               MOVE CARD-SUB TO CUR-SUB
           END-IF.

      *    ---- THEORETICAL EDGE OF ONE WAGER TYPE UNDER THE CARD ----
      *    6 OF THE 12 DICE VALUES WIN AN EVEN OR ODD BET, 1 OF 12
      *    AN EXACT NUMBER. A NEGATIVE EDGE IS A CARD THAT FAVOURS
      *    THE PLAYER.
       SET-CARD-EDGE.
           IF TYPE-SUB = 3
               MOVE 1 TO WIN-CHANCES
           ELSE
               MOVE 6 TO WIN-CHANCES
           END-IF
           COMPUTE CD-EDGE(CUR-SUB, TYPE-SUB) ROUNDED = 1 -
               (WIN-CHANCES * (CD-PAY(CUR-SUB, TYPE-SUB) + 1)) / 12
           MOVE ZERO TO CD-HANDS(CUR-SUB, TYPE-SUB)
                        CD-WAGERED(CUR-SUB, TYPE-SUB)
                        CD-ACTUAL(CUR-SUB, TYPE-SUB)
                        CD-THEO(CUR-SUB, TYPE-SUB).

      *    ---- FIND OR ADD THE HAND'S DAY ----
       FIND-DAY-ENTRY.
           MOVE ZERO TO CUR-SUB
           PERFORM SCAN-DAY-TABLE
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > DAY-COUNT

           IF CUR-SUB = 0
               IF DAY-COUNT < MAX-DAYS
                   ADD 1 TO DAY-COUNT
                   MOVE DAY-COUNT TO CUR-SUB
                   MOVE HAND-DATE TO DY-DATE(CUR-SUB)
                   MOVE ZERO TO DY-HANDS(CUR-SUB)
                                DY-WAGERED(CUR-SUB)
                                DY-ACTUAL(CUR-SUB)
                                DY-THEO(CUR-SUB)
               ELSE
                   DISPLAY 'DAY TABLE FULL - ' HAND-DATE
                       ' NOT BROKEN OUT'
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE DAY TABLE ----
       SCAN-DAY-TABLE.
           IF DY-DATE(DAY-SUB) = HAND-DATE
               MOVE DAY-SUB TO CUR-SUB
           END-IF.

      *    ---- FIND OR ADD THE HAND'S PLAYER ----
       FIND-PLAYER-ENTRY.
           MOVE ZERO TO CUR-SUB
           PERFORM SCAN-PLAYER-TABLE
               VARYING PLAYER-SUB FROM 1 BY 1
               UNTIL PLAYER-SUB > PLAYER-COUNT

           IF CUR-SUB = 0
               IF PLAYER-COUNT < MAX-PLAYERS
                   ADD 1 TO PLAYER-COUNT
                   MOVE PLAYER-COUNT TO CUR-SUB
                   MOVE WORK-PLAYER-ID TO PY-PLAYER-ID(CUR-SUB)
                   MOVE ZERO TO PY-HANDS(CUR-SUB)
                                PY-WAGERED(CUR-SUB)
                                PY-ACTUAL(CUR-SUB)
                                PY-THEO(CUR-SUB)
               ELSE
                   DISPLAY 'PLAYER TABLE FULL - ' WORK-PLAYER-ID
                       ' NOT BROKEN OUT'
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE PLAYER TABLE ----
       SCAN-PLAYER-TABLE.
           IF PY-PLAYER-ID(PLAYER-SUB) = WORK-PLAYER-ID
               MOVE PLAYER-SUB TO CUR-SUB
           END-IF.

      *    ---- ONE LIMITS CARD: ITS ODDS, THEN A LINE PER WAGER ----
       PRINT-ONE-CARD.
           DISPLAY '  CARD ' CD-CARD-ID(CARD-SUB)
               ' PAYS EVEN ' CD-PAY(CARD-SUB, 1)
               ' ODD ' CD-PAY(CARD-SUB, 2)
               ' NUM ' CD-PAY(CARD-SUB, 3)
           PERFORM PRINT-ONE-CARD-TYPE
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 3.

      *    ---- ONE WAGER TYPE UNDER ONE LIMITS CARD ----
      *    THE THEO COLUMN HERE IS THE CARD'S EDGE FOR THE WAGER.
       PRINT-ONE-CARD-TYPE.
           IF CD-HANDS(CARD-SUB, TYPE-SUB) > 0
               MOVE SPACES TO LN-LABEL
               STRING '    ' TYPE-NAME(TYPE-SUB)
                   DELIMITED BY SIZE INTO LN-LABEL
               MOVE CD-HANDS(CARD-SUB, TYPE-SUB)   TO LN-HANDS
               MOVE CD-WAGERED(CARD-SUB, TYPE-SUB) TO LN-WAGERED
               MOVE CD-ACTUAL(CARD-SUB, TYPE-SUB)  TO LN-ACTUAL
               MOVE CD-THEO(CARD-SUB, TYPE-SUB)    TO LN-THEO
               PERFORM PRINT-HOLD-LINE
           END-IF.

      *    ---- ONE WAGER TYPE, ALL CARDS ----
       PRINT-ONE-TYPE.
           MOVE SPACES TO LN-LABEL
           STRING '  ' TYPE-NAME(TYPE-SUB)
               DELIMITED BY SIZE INTO LN-LABEL
           MOVE TY-HANDS(TYPE-SUB)   TO LN-HANDS
           MOVE TY-WAGERED(TYPE-SUB) TO LN-WAGERED
           MOVE TY-ACTUAL(TYPE-SUB)  TO LN-ACTUAL
           MOVE TY-THEO(TYPE-SUB)    TO LN-THEO
           PERFORM PRINT-HOLD-LINE.

      *    ---- ONE DAY, ALL CARDS AND WAGERS ----
       PRINT-ONE-DAY.
           MOVE SPACES TO LN-LABEL
           STRING '  ' DY-DATE(DAY-SUB)
               DELIMITED BY SIZE INTO LN-LABEL
           MOVE DY-HANDS(DAY-SUB)   TO LN-HANDS
           MOVE DY-WAGERED(DAY-SUB) TO LN-WAGERED
           MOVE DY-ACTUAL(DAY-SUB)  TO LN-ACTUAL
           MOVE DY-THEO(DAY-SUB)    TO LN-THEO
           PERFORM PRINT-HOLD-LINE.

      *    ---- ONE PLAYER, ALL CARDS AND WAGERS ----
       PRINT-ONE-PLAYER.
           MOVE SPACES TO LN-LABEL
           STRING '  ' PY-PLAYER-ID(PLAYER-SUB)
               DELIMITED BY SIZE INTO LN-LABEL
           MOVE PY-HANDS(PLAYER-SUB)   TO LN-HANDS
           MOVE PY-WAGERED(PLAYER-SUB) TO LN-WAGERED
           MOVE PY-ACTUAL(PLAYER-SUB)  TO LN-ACTUAL
           MOVE PY-THEO(PLAYER-SUB)    TO LN-THEO
           PERFORM PRINT-HOLD-LINE.

      *    ---- PRINT THE LINE IN LN-, FLAGGED OUTSIDE TOLERANCE ----
      *    TOO FEW HANDS SWING TOO FAR TO MEAN ANYTHING, SO A LINE
      *    UNDER MIN-HANDS IS MARKED BUT NEVER FLAGGED.
       PRINT-HOLD-LINE.
           IF LN-WAGERED = 0
               DISPLAY LN-LABEL ' NOTHING WAGERED'
           ELSE
               COMPUTE THEO-PCT ROUNDED =
                   LN-THEO * 100 / LN-WAGERED
               COMPUTE ACTUAL-PCT ROUNDED =
                   LN-ACTUAL * 100 / LN-WAGERED
               COMPUTE PCT-VARIANCE = ACTUAL-PCT - THEO-PCT

               MOVE SPACES TO HOLD-FLAG
               IF LN-HANDS < MIN-HANDS
                   MOVE '  (FEW HANDS)' TO HOLD-FLAG
               ELSE
                   IF PCT-VARIANCE > TOLERANCE
                    OR PCT-VARIANCE < (0 - TOLERANCE)
                       MOVE '  ** OUTSIDE' TO HOLD-FLAG
                       ADD 1 TO LINES-FLAGGED
                   END-IF
               END-IF

               MOVE LN-HANDS     TO HANDS-DISPLAY
               MOVE LN-WAGERED   TO WAGERED-DISPLAY
               MOVE THEO-PCT     TO THEO-DISPLAY
               MOVE ACTUAL-PCT   TO ACTUAL-DISPLAY
               MOVE PCT-VARIANCE TO VARIANCE-DISPLAY
               DISPLAY LN-LABEL
                   ' HANDS ' HANDS-DISPLAY
                   ' WAGERED ' WAGERED-DISPLAY
                   ' THEO ' THEO-DISPLAY
                   ' ACTUAL ' ACTUAL-DISPLAY
                   ' VAR ' VARIANCE-DISPLAY
                   HOLD-FLAG
           END-IF.
