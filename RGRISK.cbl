       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGRISK.
      * Author: Xander Geluykens
      * Description: Weekly responsible-gaming risk indicator
      *              report for the responsible-gaming officer.
      *              Walks DAYACT in key order (player, then date)
      *              over a rolling window ending on the TO date and
      *              scores each player on five markers:
      *                R  RISING BUY-INS - the day's buy-in total
      *                   higher than the last playing day's, for at
      *                   least the rising days in a row (2 POINTS);
      *                C  CHASING - buying in on the day after a
      *                   losing day, on at least the chase days
      *                   (2 POINTS);
      *                F  LIMIT REFUSALS - DA-REFUSALS (loss cap and
      *                   max hands) totalling at least the refusal
      *                   count (2 POINTS);
      *                S  STREAK - a run of consecutive calendar
      *                   days played of at least the streak days
      *                   (1 POINT);
      *                L  LAPSED EXCLUSION - an EXCLFILE exclusion
      *                   that ran out within the lapse days before
      *                   the TO date, followed by buy-ins of at
      *                   least the heavy-play amount (3 POINTS).
      *              A player whose score reaches the risk threshold
      *              is put on the case list with the reasons and
      *              the figures behind them, and a case is opened
      *              on RGCASE. An open case is kept current each
      *              run until RGCASMNT records the officer's
      *              outcome; after that only play later than the
      *              history the officer reviewed is scored, so the
      *              same history is never flagged twice, and new
      *              play that scores again reopens the case. Open
      *              cases not flagged this run are listed at the
      *              end so nothing waits unseen.
      *              SYSIN carries one card:
      *                COL  1- 8  TO DATE (BLANK = TODAY)
      *                COL 10-12  WINDOW DAYS (BLANK = 028)
      *                COL 14-16  RISK THRESHOLD (BLANK = 003)
      *                COL 18-19  RISING DAYS (BLANK = 03)
      *                COL 21-22  CHASE DAYS (BLANK = 03)
      *                COL 24-26  REFUSAL COUNT (BLANK = 005)
      *                COL 28-29  STREAK DAYS (BLANK = 07)
      *                COL 31-33  LAPSE DAYS (BLANK = 090)
      *                COL 35-42  HEAVY-PLAY BUY-INS (BLANK =
      *                           00010000)
      *              The case list sets no return code; an RGCASE or
      *              DAYACT that will not open ends the run RC=8.
      *              An exclusion lifted early by EXCLMNT is deleted
      *              from EXCLFILE and so cannot be seen as lapsed.
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-ACT-FILE
               ASSIGN TO DAYACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-KEY
               FILE STATUS IS DA-FILE-STATUS.

           SELECT RG-CASE-FILE
               ASSIGN TO RGCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-PLAYER-ID
               FILE STATUS IS RG-FILE-STATUS.

           SELECT EXCLUSION-FILE
               ASSIGN TO EXCLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-PLAYER-ID
               FILE STATUS IS EX-FILE-STATUS.

           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-ACT-FILE.
           COPY DAYACT.

       FD  RG-CASE-FILE.
           COPY RGCASE.

       FD  EXCLUSION-FILE.
           COPY EXCLREC.

       FD  PLAYER-FILE.
           COPY PLAYREC.

       WORKING-STORAGE SECTION.
       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  DA-FILE-STATUS     PIC XX   VALUE '00'.
       01  RG-FILE-STATUS     PIC XX   VALUE '00'.
       01  EX-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  EXCLUSION-OPEN     PIC X    VALUE 'N'.
       01  PLAYER-OPEN        PIC X    VALUE 'N'.

       01  RUN-DATE           PIC X(8)  VALUE SPACES.
       01  TO-DATE            PIC X(8)  VALUE SPACES.
       01  TO-DATE-NUM        PIC 9(8)  VALUE 0.
       01  TO-INTEGER         PIC 9(7)  VALUE 0.
       01  FROM-DATE          PIC X(8)  VALUE SPACES.
       01  LAPSE-FLOOR        PIC X(8)  VALUE SPACES.
       01  WORK-DATE-NUM      PIC 9(8)  VALUE 0.

       01  WINDOW-DAYS        PIC 9(3)  VALUE 28.
       01  RISK-THRESHOLD     PIC 9(3)  VALUE 3.
       01  RISE-DAYS          PIC 9(2)  VALUE 3.
       01  CHASE-DAYS         PIC 9(2)  VALUE 3.
       01  REFUSAL-LIMIT      PIC 9(3)  VALUE 5.
       01  STREAK-DAYS        PIC 9(2)  VALUE 7.
       01  LAPSE-DAYS         PIC 9(3)  VALUE 90.
       01  HEAVY-BUYIN        PIC 9(8)  VALUE 10000.

      *    POINTS EACH MARKER ADDS TO THE PLAYER'S SCORE
       01  RISE-POINTS        PIC 9(3)  VALUE 2.
       01  CHASE-POINTS       PIC 9(3)  VALUE 2.
       01  REFUSAL-POINTS     PIC 9(3)  VALUE 2.
       01  STREAK-POINTS      PIC 9(3)  VALUE 1.
       01  LAPSE-POINTS       PIC 9(3)  VALUE 3.

      *    THE PLAYER IN HAND AND WHAT THE WINDOW SHOWS FOR THEM
       01  CUR-PLAYER-ID      PIC X(8)  VALUE SPACES.
       01  CASE-FOUND         PIC X     VALUE 'N'.
       01  CUTOFF-DATE        PIC X(8)  VALUE SPACES.
       01  LAPSED-DATE        PIC X(8)  VALUE SPACES.
       01  PLAYER-NAME        PIC X(20) VALUE SPACES.
       01  CASE-ACTION        PIC X(34) VALUE SPACES.
       01  DAYS-PLAYED        PIC 9(3)  VALUE 0.
       01  FIRST-DATE         PIC X(8)  VALUE SPACES.
       01  LAST-DATE          PIC X(8)  VALUE SPACES.
       01  PLAYER-BUYIN       PIC 9(10) VALUE 0.
       01  PLAYER-CASHOUT     PIC 9(10) VALUE 0.
       01  PLAYER-NET         PIC S9(10) VALUE 0.
       01  NET-DISPLAY        PIC -(10)9.
       01  PLAYER-HANDS       PIC 9(8)  VALUE 0.
       01  PLAYER-REFUSALS    PIC 9(5)  VALUE 0.
       01  LOSING-DAYS        PIC 9(3)  VALUE 0.
       01  DAY-INTEGER        PIC 9(7)  VALUE 0.
       01  PREV-INTEGER       PIC 9(7)  VALUE 0.
       01  PREV-BUYIN         PIC 9(8)  VALUE 0.
       01  PREV-NET-SIGN      PIC X     VALUE SPACE.
       01  PREV-NET-AMOUNT    PIC 9(8)  VALUE 0.
       01  RISE-RUN           PIC 9(3)  VALUE 0.
       01  RISE-START         PIC 9(8)  VALUE 0.
       01  MAX-RISE-RUN       PIC 9(3)  VALUE 0.
       01  MAX-RISE-START     PIC 9(8)  VALUE 0.
       01  MAX-RISE-END       PIC 9(8)  VALUE 0.
       01  CHASE-COUNT        PIC 9(3)  VALUE 0.
       01  CHASE-BUYIN        PIC 9(10) VALUE 0.
       01  STREAK-RUN         PIC 9(3)  VALUE 0.
       01  STREAK-START       PIC X(8)  VALUE SPACES.
       01  MAX-STREAK         PIC 9(3)  VALUE 0.
       01  MAX-STREAK-START   PIC X(8)  VALUE SPACES.
       01  MAX-STREAK-END     PIC X(8)  VALUE SPACES.
       01  LAPSE-BUYIN        PIC 9(10) VALUE 0.
       01  LAPSE-DAYS-PLAYED  PIC 9(3)  VALUE 0.
       01  PLAYER-SCORE       PIC 9(3)  VALUE 0.
       01  PLAYER-MARKERS     PIC X(5)  VALUE SPACES.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

       01  DAYACT-READ        PIC 9(7)  VALUE 0.
       01  DAYS-SCORED        PIC 9(7)  VALUE 0.
       01  PLAYERS-SCORED     PIC 9(6)  VALUE 0.
       01  PLAYERS-FLAGGED    PIC 9(6)  VALUE 0.
       01  NEW-CASES          PIC 9(6)  VALUE 0.
       01  REOPENED-CASES     PIC 9(6)  VALUE 0.
       01  OPEN-CASES-KEPT    PIC 9(6)  VALUE 0.
       01  REVIEWED-QUIET     PIC 9(6)  VALUE 0.
       01  CASES-WAITING      PIC 9(6)  VALUE 0.
       01  RISE-FLAGS         PIC 9(6)  VALUE 0.
       01  CHASE-FLAGS        PIC 9(6)  VALUE 0.
       01  REFUSAL-FLAGS      PIC 9(6)  VALUE 0.
       01  STREAK-FLAGS       PIC 9(6)  VALUE 0.
       01  LAPSE-FLAGS        PIC 9(6)  VALUE 0.

      * Input Buffers
       01  RGRISK-CARD.
           05 RK-TO-DATE      PIC X(8).
           05 FILLER          PIC X.
           05 RK-WINDOW-DAYS  PIC 9(3).
           05 FILLER          PIC X.
           05 RK-THRESHOLD    PIC 9(3).
           05 FILLER          PIC X.
           05 RK-RISE-DAYS    PIC 9(2).
           05 FILLER          PIC X.
           05 RK-CHASE-DAYS   PIC 9(2).
           05 FILLER          PIC X.
           05 RK-REFUSALS     PIC 9(3).
           05 FILLER          PIC X.
           05 RK-STREAK-DAYS  PIC 9(2).
           05 FILLER          PIC X.
           05 RK-LAPSE-DAYS   PIC 9(3).
           05 FILLER          PIC X.
           05 RK-HEAVY-BUYIN  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RGRISK-CARD

           DISPLAY '=============================================='
           DISPLAY '  LUCKYZ RESPONSIBLE-GAMING RISK INDICATORS   '
           DISPLAY '=============================================='
           DISPLAY 'WINDOW FROM .................: ' FROM-DATE
           DISPLAY 'WINDOW TO ...................: ' TO-DATE
           DISPLAY 'RISK THRESHOLD (POINTS) .....: ' RISK-THRESHOLD
           DISPLAY 'R RISING BUY-INS (DAYS) .....: ' RISE-DAYS
               '  POINTS ' RISE-POINTS
           DISPLAY 'C CHASING LOSSES (DAYS) .....: ' CHASE-DAYS
               '  POINTS ' CHASE-POINTS
           DISPLAY 'F LIMIT REFUSALS ............: ' REFUSAL-LIMIT
               ' POINTS ' REFUSAL-POINTS
           DISPLAY 'S CONSECUTIVE DAYS ..........: ' STREAK-DAYS
               '  POINTS ' STREAK-POINTS
           DISPLAY 'L EXCLUSION LAPSED AFTER ....: ' LAPSE-FLOOR
           DISPLAY '  HEAVY PLAY (BUY-INS) ......: ' HEAVY-BUYIN
               ' POINTS ' LAPSE-POINTS

           PERFORM OPEN-CASE-FILE
           PERFORM OPEN-LOOKUP-FILES

           OPEN INPUT DAILY-ACT-FILE
           IF DA-FILE-STATUS = '35'
               DISPLAY 'NO DAYACT FILE YET - NOTHING TO SCORE'
           ELSE
               IF DA-FILE-STATUS NOT = '00'
                   DISPLAY 'DAYACT OPEN FAILED - STATUS '
                       DA-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-DAYACT-RECORD
               PERFORM SCORE-DAYACT-RECORD UNTIL EOF-REACHED
               IF CUR-PLAYER-ID NOT = SPACES
                   PERFORM FINISH-PLAYER
               END-IF
               CLOSE DAILY-ACT-FILE
           END-IF

           PERFORM LIST-WAITING-CASES

           CLOSE RG-CASE-FILE
           IF EXCLUSION-OPEN = 'Y'
               CLOSE EXCLUSION-FILE
           END-IF
           IF PLAYER-OPEN = 'Y'
               CLOSE PLAYER-FILE
           END-IF

           DISPLAY ' '
           DISPLAY '=============================================='
           DISPLAY 'DAYACT RECORDS READ .........: ' DAYACT-READ
           DISPLAY 'PLAYER-DAYS SCORED ..........: ' DAYS-SCORED
           DISPLAY 'PLAYERS SCORED ..............: ' PLAYERS-SCORED
           DISPLAY 'PLAYERS ON THE CASE LIST ....: ' PLAYERS-FLAGGED
           DISPLAY '  NEW CASES .................: ' NEW-CASES
           DISPLAY '  REOPENED ON NEW PLAY ......: ' REOPENED-CASES
           DISPLAY '  OPEN, AWAITING REVIEW .....: ' OPEN-CASES-KEPT
           DISPLAY 'REVIEWED, NOT FLAGGED AGAIN .: ' REVIEWED-QUIET
           DISPLAY 'OPEN CASES NOT FLAGGED ......: ' CASES-WAITING
           DISPLAY 'R RISING BUY-INS ............: ' RISE-FLAGS
           DISPLAY 'C CHASING LOSSES ............: ' CHASE-FLAGS
           DISPLAY 'F LIMIT REFUSALS ............: ' REFUSAL-FLAGS
           DISPLAY 'S CONSECUTIVE DAYS ..........: ' STREAK-FLAGS
           DISPLAY 'L PLAY AFTER LAPSED EXCL ....: ' LAPSE-FLAGS
           DISPLAY '=============================================='

           STOP RUN.

      *    ---- READ THE PARAMETER CARD, DEFAULTING BLANK FIELDS ----
       READ-RGRISK-CARD.
           MOVE SPACES TO RGRISK-CARD
           ACCEPT RGRISK-CARD

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           IF RK-TO-DATE IS NUMERIC
               MOVE RK-TO-DATE TO TO-DATE
           ELSE
               MOVE RUN-DATE TO TO-DATE
           END-IF

           IF RK-WINDOW-DAYS IS NUMERIC AND RK-WINDOW-DAYS > 0
               MOVE RK-WINDOW-DAYS TO WINDOW-DAYS
           END-IF
           IF RK-THRESHOLD IS NUMERIC AND RK-THRESHOLD > 0
               MOVE RK-THRESHOLD TO RISK-THRESHOLD
           END-IF
           IF RK-RISE-DAYS IS NUMERIC AND RK-RISE-DAYS > 0
               MOVE RK-RISE-DAYS TO RISE-DAYS
           END-IF
           IF RK-CHASE-DAYS IS NUMERIC AND RK-CHASE-DAYS > 0
               MOVE RK-CHASE-DAYS TO CHASE-DAYS
           END-IF
           IF RK-REFUSALS IS NUMERIC AND RK-REFUSALS > 0
               MOVE RK-REFUSALS TO REFUSAL-LIMIT
           END-IF
           IF RK-STREAK-DAYS IS NUMERIC AND RK-STREAK-DAYS > 0
               MOVE RK-STREAK-DAYS TO STREAK-DAYS
           END-IF
           IF RK-LAPSE-DAYS IS NUMERIC
               MOVE RK-LAPSE-DAYS TO LAPSE-DAYS
           END-IF
           IF RK-HEAVY-BUYIN IS NUMERIC AND RK-HEAVY-BUYIN > 0
               MOVE RK-HEAVY-BUYIN TO HEAVY-BUYIN
           END-IF

           MOVE TO-DATE TO TO-DATE-NUM
           COMPUTE TO-INTEGER = FUNCTION INTEGER-OF-DATE(TO-DATE-NUM)
           COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               TO-INTEGER - WINDOW-DAYS + 1)
           MOVE WORK-DATE-NUM TO FROM-DATE
           COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               TO-INTEGER - LAPSE-DAYS)
           MOVE WORK-DATE-NUM TO LAPSE-FLOOR.

      *    ---- ONE DAYACT RECORD: SCORE IT IF IT COUNTS ----
      *    A DAY COUNTS IF IT IS IN THE WINDOW AND, FOR A PLAYER
      *    WHOSE CASE HAS BEEN REVIEWED, LATER THAN THE HISTORY
      *    THE OFFICER REVIEWED.
       SCORE-DAYACT-RECORD.
           ADD 1 TO DAYACT-READ

           IF DA-PLAYER-ID NOT = CUR-PLAYER-ID
               IF CUR-PLAYER-ID NOT = SPACES
                   PERFORM FINISH-PLAYER
               END-IF
               PERFORM START-PLAYER
           END-IF

           IF DA-DATE IS NUMERIC
            AND DA-DATE NOT < FROM-DATE
            AND DA-DATE NOT > TO-DATE
            AND DA-DATE > CUTOFF-DATE
               PERFORM SCORE-ONE-DAY
           END-IF

           PERFORM READ-DAYACT-RECORD.

      *    ---- NEW PLAYER: CLEAR THE FIGURES, FIND CASE AND BAR ----
       START-PLAYER.
           MOVE DA-PLAYER-ID TO CUR-PLAYER-ID
           MOVE ZERO   TO DAYS-PLAYED
                          PLAYER-BUYIN
                          PLAYER-CASHOUT
                          PLAYER-NET
                          PLAYER-HANDS
                          PLAYER-REFUSALS
                          LOSING-DAYS
                          PREV-INTEGER
                          PREV-BUYIN
                          PREV-NET-AMOUNT
                          RISE-RUN
                          RISE-START
                          MAX-RISE-RUN
                          MAX-RISE-START
                          MAX-RISE-END
                          CHASE-COUNT
                          CHASE-BUYIN
                          STREAK-RUN
                          MAX-STREAK
                          LAPSE-BUYIN
                          LAPSE-DAYS-PLAYED
           MOVE SPACES TO FIRST-DATE
                          LAST-DATE
                          PREV-NET-SIGN
                          STREAK-START
                          MAX-STREAK-START
                          MAX-STREAK-END
                          CUTOFF-DATE
                          LAPSED-DATE

           MOVE DA-PLAYER-ID TO RG-PLAYER-ID
           READ RG-CASE-FILE
               INVALID KEY
                   MOVE 'N' TO CASE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND
                   IF RG-STATUS = 'R'
                       MOVE RG-THROUGH-DATE TO CUTOFF-DATE
                   END-IF
           END-READ

           IF EXCLUSION-OPEN = 'Y'
               MOVE DA-PLAYER-ID TO EX-PLAYER-ID
               READ EXCLUSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EX-EXP-DATE IS NUMERIC
                        AND EX-EXP-DATE < TO-DATE
                        AND EX-EXP-DATE NOT < LAPSE-FLOOR
                           MOVE EX-EXP-DATE TO LAPSED-DATE
                       END-IF
               END-READ
           END-IF.

      *    ---- FOLD ONE PLAYING DAY INTO THE PLAYER'S MARKERS ----
      *    DAYS ARRIVE IN DATE ORDER. RISING BUY-INS COMPARE WITH
      *    THE LAST DAY PLAYED; CHASING AND THE STREAK NEED THE
      *    LAST DAY PLAYED TO BE THE CALENDAR DAY BEFORE.
       SCORE-ONE-DAY.
           ADD 1 TO DAYS-SCORED
           ADD 1 TO DAYS-PLAYED
           MOVE DA-DATE TO WORK-DATE-NUM
           COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
           IF DAYS-PLAYED = 1
               MOVE DA-DATE TO FIRST-DATE
           END-IF
           MOVE DA-DATE TO LAST-DATE

           ADD DA-BUYIN-TOTAL TO PLAYER-BUYIN
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO PLAYER-BUYIN
           END-ADD
           ADD DA-CASHOUT-TOTAL TO PLAYER-CASHOUT
               ON SIZE ERROR
                  MOVE MAX-TOTAL TO PLAYER-CASHOUT
           END-ADD
           ADD DA-HANDS TO PLAYER-HANDS
               ON SIZE ERROR
                  MOVE 99999999 TO PLAYER-HANDS
           END-ADD
           IF DA-NET-SIGN = '-'
               SUBTRACT DA-NET-AMOUNT FROM PLAYER-NET
               ADD 1 TO LOSING-DAYS
           ELSE
               ADD DA-NET-AMOUNT TO PLAYER-NET
           END-IF
           IF DA-REFUSALS IS NUMERIC
               ADD DA-REFUSALS TO PLAYER-REFUSALS
                   ON SIZE ERROR
                      MOVE 99999 TO PLAYER-REFUSALS
               END-ADD
           END-IF

           IF DAYS-PLAYED > 1
            AND PREV-BUYIN > 0
            AND DA-BUYIN-TOTAL > PREV-BUYIN
               IF RISE-RUN = 0
                   MOVE PREV-BUYIN TO RISE-START
               END-IF
               ADD 1 TO RISE-RUN
               IF RISE-RUN > MAX-RISE-RUN
                   MOVE RISE-RUN       TO MAX-RISE-RUN
                   MOVE RISE-START     TO MAX-RISE-START
                   MOVE DA-BUYIN-TOTAL TO MAX-RISE-END
               END-IF
           ELSE
               MOVE ZERO TO RISE-RUN
           END-IF

           IF DAYS-PLAYED > 1
            AND DAY-INTEGER = PREV-INTEGER + 1
               ADD 1 TO STREAK-RUN
               IF PREV-NET-SIGN = '-'
                AND PREV-NET-AMOUNT > 0
                AND DA-BUYIN-TOTAL > 0
                   ADD 1 TO CHASE-COUNT
                   ADD DA-BUYIN-TOTAL TO CHASE-BUYIN
                       ON SIZE ERROR
                          MOVE MAX-TOTAL TO CHASE-BUYIN
                   END-ADD
               END-IF
           ELSE
               MOVE 1       TO STREAK-RUN
               MOVE DA-DATE TO STREAK-START
           END-IF
           IF STREAK-RUN > MAX-STREAK
               MOVE STREAK-RUN   TO MAX-STREAK
               MOVE STREAK-START TO MAX-STREAK-START
               MOVE DA-DATE      TO MAX-STREAK-END
           END-IF

           IF LAPSED-DATE NOT = SPACES
            AND DA-DATE > LAPSED-DATE
               ADD 1 TO LAPSE-DAYS-PLAYED
               ADD DA-BUYIN-TOTAL TO LAPSE-BUYIN
                   ON SIZE ERROR
                      MOVE MAX-TOTAL TO LAPSE-BUYIN
               END-ADD
           END-IF

           MOVE DAY-INTEGER     TO PREV-INTEGER
           MOVE DA-BUYIN-TOTAL  TO PREV-BUYIN
           MOVE DA-NET-SIGN     TO PREV-NET-SIGN
           MOVE DA-NET-AMOUNT   TO PREV-NET-AMOUNT.

      *    ---- CONTROL BREAK: SCORE THE PLAYER, CASE IF OVER ----
       FINISH-PLAYER.
           MOVE ZERO TO PLAYER-SCORE
           IF DAYS-PLAYED > 0
               ADD 1 TO PLAYERS-SCORED
               PERFORM SCORE-PLAYER-MARKERS
           END-IF

           IF DAYS-PLAYED > 0
            AND PLAYER-SCORE NOT < RISK-THRESHOLD
               PERFORM PRINT-PLAYER-CASE
               PERFORM RECORD-PLAYER-CASE
           ELSE
               IF CASE-FOUND = 'Y' AND RG-STATUS = 'R'
                   ADD 1 TO REVIEWED-QUIET
               END-IF
           END-IF.

      *    ---- ADD UP THE MARKERS THAT FIRED ----
       SCORE-PLAYER-MARKERS.
           MOVE ZERO   TO PLAYER-SCORE
           MOVE SPACES TO PLAYER-MARKERS

           IF MAX-RISE-RUN NOT < RISE-DAYS
               ADD RISE-POINTS TO PLAYER-SCORE
               MOVE 'R' TO PLAYER-MARKERS(1:1)
           END-IF
           IF CHASE-COUNT NOT < CHASE-DAYS
               ADD CHASE-POINTS TO PLAYER-SCORE
               MOVE 'C' TO PLAYER-MARKERS(2:1)
           END-IF
           IF PLAYER-REFUSALS NOT < REFUSAL-LIMIT
               ADD REFUSAL-POINTS TO PLAYER-SCORE
               MOVE 'F' TO PLAYER-MARKERS(3:1)
           END-IF
           IF MAX-STREAK NOT < STREAK-DAYS
               ADD STREAK-POINTS TO PLAYER-SCORE
               MOVE 'S' TO PLAYER-MARKERS(4:1)
           END-IF
           IF LAPSED-DATE NOT = SPACES
            AND LAPSE-BUYIN NOT < HEAVY-BUYIN
               ADD LAPSE-POINTS TO PLAYER-SCORE
               MOVE 'L' TO PLAYER-MARKERS(5:1)
           END-IF.

      *    ---- ONE PLAYER ON THE CASE LIST, WITH THE REASONS ----
       PRINT-PLAYER-CASE.
           ADD 1 TO PLAYERS-FLAGGED
           EVALUATE TRUE
               WHEN CASE-FOUND = 'N'
                   MOVE 'NEW CASE' TO CASE-ACTION
               WHEN RG-STATUS = 'R'
                   MOVE 'REOPENED - NEW PLAY SINCE REVIEW'
                       TO CASE-ACTION
               WHEN OTHER
                   MOVE 'OPEN - AWAITING REVIEW' TO CASE-ACTION
           END-EVALUATE

           MOVE SPACES TO PLAYER-NAME
           IF PLAYER-OPEN = 'Y'
               MOVE CUR-PLAYER-ID TO PLY-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       MOVE '** NOT ENROLLED' TO PLAYER-NAME
                   NOT INVALID KEY
                       MOVE PLY-NAME TO PLAYER-NAME
               END-READ
           END-IF

           MOVE PLAYER-NET TO NET-DISPLAY
           DISPLAY '----------------------------------------------'
           DISPLAY 'PLAYER ' CUR-PLAYER-ID ' ' PLAYER-NAME
               ' SCORE ' PLAYER-SCORE ' ' CASE-ACTION
           DISPLAY '  HISTORY ' FIRST-DATE ' TO ' LAST-DATE
               ' DAYS PLAYED ' DAYS-PLAYED
               ' HANDS ' PLAYER-HANDS
           DISPLAY '  BUY-INS ' PLAYER-BUYIN
               ' CASH-OUTS ' PLAYER-CASHOUT
               ' NET ' NET-DISPLAY
               ' LOSING DAYS ' LOSING-DAYS

           IF CASE-FOUND = 'Y'
               IF RG-STATUS = 'R'
                   DISPLAY '  LAST REVIEWED ' RG-REVIEW-DATE
                       ' BY ' RG-OFFICER ' OUTCOME ' RG-OUTCOME
                       ' HISTORY TO ' RG-THROUGH-DATE
               ELSE
                   DISPLAY '  CASE OPEN SINCE ' RG-OPENED-DATE
                       ' FLAGGED ' RG-TIMES-FLAGGED ' TIMES BEFORE'
               END-IF
           END-IF

           IF PLAYER-MARKERS(1:1) = 'R'
               ADD 1 TO RISE-FLAGS
               DISPLAY '  ** R RISING BUY-INS .......: ' MAX-RISE-RUN
                   ' DAYS UP IN A ROW, ' MAX-RISE-START
                   ' TO ' MAX-RISE-END
           END-IF
           IF PLAYER-MARKERS(2:1) = 'C'
               ADD 1 TO CHASE-FLAGS
               DISPLAY '  ** C CHASING LOSSES .......: ' CHASE-COUNT
                   ' DAYS BOUGHT IN AFTER A LOSING DAY, BUY-INS '
                   CHASE-BUYIN
           END-IF
           IF PLAYER-MARKERS(3:1) = 'F'
               ADD 1 TO REFUSAL-FLAGS
               DISPLAY '  ** F LIMIT REFUSALS .......: '
                   PLAYER-REFUSALS
                   ' REFUSED AT THE LOSS CAP OR MAX HANDS'
           END-IF
           IF PLAYER-MARKERS(4:1) = 'S'
               ADD 1 TO STREAK-FLAGS
               DISPLAY '  ** S CONSECUTIVE DAYS .....: ' MAX-STREAK
                   ' DAYS RUNNING, ' MAX-STREAK-START
                   ' TO ' MAX-STREAK-END
           END-IF
           IF PLAYER-MARKERS(5:1) = 'L'
               ADD 1 TO LAPSE-FLAGS
               DISPLAY '  ** L LAPSED EXCLUSION .....: ENDED '
                   LAPSED-DATE ', ' LAPSE-DAYS-PLAYED
                   ' DAYS PLAYED SINCE, BUY-INS ' LAPSE-BUYIN
           END-IF.

      *    ---- OPEN, REOPEN OR REFRESH THE PLAYER'S CASE ----
      *    A NEW OR REOPENED CASE STARTS AT THE FIRST DAY SCORED;
      *    AN OPEN ONE KEEPS ITS START AND RUNS ON TO THE LAST.
       RECORD-PLAYER-CASE.
           EVALUATE TRUE
               WHEN CASE-FOUND = 'N'
                   MOVE SPACES        TO RG-CASE-REC
                   MOVE CUR-PLAYER-ID TO RG-PLAYER-ID
                   MOVE 'O'           TO RG-STATUS
                   MOVE RUN-DATE      TO RG-OPENED-DATE
                   MOVE FIRST-DATE    TO RG-FROM-DATE
                   MOVE ZERO          TO RG-TIMES-FLAGGED
                   PERFORM SET-CASE-FIGURES
                   WRITE RG-CASE-REC
                       INVALID KEY
                           DISPLAY 'CASE FOR ' CUR-PLAYER-ID
                               ' NOT WRITTEN - STATUS '
                               RG-FILE-STATUS
                   END-WRITE
                   ADD 1 TO NEW-CASES
               WHEN RG-STATUS = 'R'
                   MOVE 'O'           TO RG-STATUS
                   MOVE RUN-DATE      TO RG-OPENED-DATE
                   MOVE FIRST-DATE    TO RG-FROM-DATE
                   PERFORM SET-CASE-FIGURES
                   PERFORM REWRITE-CASE-RECORD
                   ADD 1 TO REOPENED-CASES
               WHEN OTHER
                   PERFORM SET-CASE-FIGURES
                   PERFORM REWRITE-CASE-RECORD
                   ADD 1 TO OPEN-CASES-KEPT
           END-EVALUATE.

      *    ---- THIS RUN'S FIGURES ONTO THE CASE RECORD ----
       SET-CASE-FIGURES.
           MOVE LAST-DATE      TO RG-THROUGH-DATE
           MOVE PLAYER-SCORE   TO RG-SCORE
           MOVE PLAYER-MARKERS TO RG-MARKERS
           MOVE RUN-DATE       TO RG-SCORED-DATE
           ADD 1 TO RG-TIMES-FLAGGED
               ON SIZE ERROR
                  MOVE 999 TO RG-TIMES-FLAGGED
           END-ADD.

      *    ---- REWRITE THE CASE RECORD READ AT THE PLAYER BREAK ----
       REWRITE-CASE-RECORD.
           REWRITE RG-CASE-REC
               INVALID KEY
                   DISPLAY 'CASE FOR ' CUR-PLAYER-ID
                       ' NOT REWRITTEN - STATUS ' RG-FILE-STATUS
           END-REWRITE.

      *    ---- SECOND PASS: OPEN CASES THIS RUN DID NOT FLAG ----
      *    A CASE STAYS OPEN UNTIL THE OFFICER RECORDS AN OUTCOME,
      *    EVEN IF THE PLAYER HAS GONE QUIET SINCE.
       LIST-WAITING-CASES.
           DISPLAY '----------------------------------------------'
           DISPLAY 'OPEN CASES NOT FLAGGED THIS RUN - STILL AWAITING '
               'REVIEW'

           CLOSE RG-CASE-FILE
           PERFORM OPEN-CASE-FILE

           MOVE 'N' TO EOF-SWITCH
           PERFORM READ-NEXT-CASE-RECORD
           PERFORM LIST-ONE-CASE UNTIL EOF-REACHED

           IF CASES-WAITING = 0
               DISPLAY '  NONE'
           END-IF.

      *    ---- ONE RGCASE RECORD IN THE SECOND PASS ----
       LIST-ONE-CASE.
           IF RG-STATUS = 'O'
            AND RG-SCORED-DATE NOT = RUN-DATE
               ADD 1 TO CASES-WAITING
               DISPLAY '  PLAYER ' RG-PLAYER-ID
                   ' OPENED ' RG-OPENED-DATE
                   ' SCORE ' RG-SCORE
                   ' MARKERS ' RG-MARKERS
                   ' HISTORY ' RG-FROM-DATE ' TO ' RG-THROUGH-DATE
           END-IF

           PERFORM READ-NEXT-CASE-RECORD.

      *    ---- OPEN RGCASE, CREATING IT IF NEEDED ----
       OPEN-CASE-FILE.
           OPEN I-O RG-CASE-FILE
           IF RG-FILE-STATUS = '35'
               OPEN OUTPUT RG-CASE-FILE
               CLOSE RG-CASE-FILE
               OPEN I-O RG-CASE-FILE
           END-IF
           IF RG-FILE-STATUS NOT = '00'
               DISPLAY 'RGCASE OPEN FAILED - STATUS ' RG-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- EXCLFILE FOR LAPSED BARS, PLAYFILE FOR NAMES ----
      *    BOTH ARE OPTIONAL: WITHOUT EXCLFILE THE L MARKER CANNOT
      *    FIRE, WITHOUT PLAYFILE THE CASE LIST CARRIES NO NAMES.
       OPEN-LOOKUP-FILES.
           OPEN INPUT EXCLUSION-FILE
           IF EX-FILE-STATUS = '00'
               MOVE 'Y' TO EXCLUSION-OPEN
           ELSE
               DISPLAY 'NO EXCLFILE - STATUS ' EX-FILE-STATUS
                   ' - LAPSED EXCLUSIONS NOT CHECKED'
           END-IF

           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS = '00'
               MOVE 'Y' TO PLAYER-OPEN
           ELSE
               DISPLAY 'NO PLAYER MASTER - STATUS ' PL-FILE-STATUS
                   ' - CASE LIST WITHOUT NAMES'
           END-IF.

      *    ---- READ NEXT DAYACT RECORD IN KEY ORDER ----
       READ-DAYACT-RECORD.
           READ DAILY-ACT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      *    ---- READ NEXT RGCASE RECORD IN KEY ORDER ----
       READ-NEXT-CASE-RECORD.
           READ RG-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.
