       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSPOST.
      * Author: Xander Geluykens
      * Description: Nightly loyalty points posting. Walks DAYACT in
      *              key order (player, then date) and, for every
      *              day after the last date this job posted up to
      *              the business date, adds the points that day's
      *              play earned to the player's PTSFILE balance -
      *              the LOYPARM rate per hand plus the rate per 100
      *              wagered, pro rata - cutting one 'E' record per
      *              player per day on PTSAUD. In the same pass it
      *              totals the points earned over the qualifying
      *              period ending on the business date and resets
      *              each player's tier from it; a second pass over
      *              PTSFILE drops the tier of anyone with no play
      *              left in the period. Tier changes are cut as 'T'
      *              records. The rates in force are applied to the
      *              whole period, so a rate change re-scores the
      *              tiers from the next run.
      *              Runs after DAYRECON has closed the business
      *              date, so the day's DAYACT records are final;
      *              the last date posted is this job's own RUNCTL
      *              record, so a missed night is caught up on the
      *              next run and no day is ever posted twice. The
      *              very first run posts the business date only.
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

           SELECT POINTS-FILE
               ASSIGN TO PTSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PLAYER-ID
               FILE STATUS IS LP-FILE-STATUS.

           SELECT LOY-AUDIT
               ASSIGN TO PTSAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LA-FILE-STATUS.

           SELECT LOYALTY-PARM-FILE
               ASSIGN TO LOYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LY-FILE-STATUS.

           SELECT RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-JOB-NAME
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-ACT-FILE.
           COPY DAYACT.

       FD  POINTS-FILE.
           COPY LOYPTS.

       FD  LOY-AUDIT.
       01  LOY-AUDIT-REC       PIC X(120).

       FD  LOYALTY-PARM-FILE.
       01  LOYALTY-CARD        PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
           COPY LOYPARM.
           COPY LOYAUD.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  DA-FILE-STATUS     PIC XX   VALUE '00'.
       01  LP-FILE-STATUS     PIC XX   VALUE '00'.
       01  LA-FILE-STATUS     PIC XX   VALUE '00'.
       01  LY-FILE-STATUS     PIC XX   VALUE '00'.
       01  RL-FILE-STATUS     PIC XX   VALUE '00'.

       01  BUSINESS-DATE      PIC X(8) VALUE SPACES.
       01  BUSINESS-DATE-NUM  PIC 9(8) VALUE 0.
       01  BUSINESS-INTEGER   PIC 9(7) VALUE 0.
       01  POSTED-THROUGH     PIC X(8) VALUE SPACES.
       01  WINDOW-START       PIC X(8) VALUE SPACES.
       01  WORK-DATE-NUM      PIC 9(8) VALUE 0.

       01  CUR-PLAYER-ID      PIC X(8) VALUE SPACES.
       01  PTS-FOUND          PIC X    VALUE 'N'.
       01  DAY-WAGERED        PIC 9(8) VALUE 0.
       01  DAY-POINTS         PIC 9(9) VALUE 0.
       01  QUAL-POINTS        PIC 9(9) VALUE 0.
       01  PLAYER-POSTED      PIC 9(9) VALUE 0.
       01  OLD-TIER           PIC X    VALUE SPACE.
       01  NEW-TIER           PIC X    VALUE SPACE.
       01  MAX-POINTS         PIC 9(9) VALUE 999999999.

       01  DAYACT-READ        PIC 9(7)  VALUE 0.
       01  DAYS-POSTED        PIC 9(7)  VALUE 0.
       01  PLAYERS-POSTED     PIC 9(6)  VALUE 0.
       01  PLAYERS-ADDED      PIC 9(6)  VALUE 0.
       01  POINTS-ISSUED      PIC 9(12) VALUE 0.
       01  TIER-CHANGES       PIC 9(6)  VALUE 0.
       01  BRONZE-COUNT       PIC 9(6)  VALUE 0.
       01  SILVER-COUNT       PIC 9(6)  VALUE 0.
       01  GOLD-COUNT         PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           MOVE BUSINESS-DATE TO BUSINESS-DATE-NUM
           COMPUTE BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE-NUM)

           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-LOYALTY-PARMS

           COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               BUSINESS-INTEGER - LY-QUAL-DAYS)
           MOVE WORK-DATE-NUM TO WINDOW-START

           DISPLAY '=============================================='
           DISPLAY '      LUCKYZ LOYALTY POINTS POSTING           '
           DISPLAY '=============================================='
           DISPLAY 'BUSINESS DATE ...............: ' BUSINESS-DATE
           DISPLAY 'POSTING DAYS AFTER ..........: ' POSTED-THROUGH
           DISPLAY 'POINTS PER HAND .............: ' LY-PTS-PER-HAND
           DISPLAY 'POINTS PER 100 WAGERED ......: ' LY-PTS-PER-100
           DISPLAY 'QUALIFYING DAYS AFTER .......: ' WINDOW-START
           DISPLAY 'SILVER / GOLD QUALIFYING ....: ' LY-SILVER-PTS
               ' / ' LY-GOLD-PTS

           PERFORM OPEN-POINTS-FILE
           PERFORM OPEN-AUDIT-FILE

           OPEN INPUT DAILY-ACT-FILE
           IF DA-FILE-STATUS = '35'
               DISPLAY 'NO DAYACT FILE YET - NO POINTS EARNED'
           ELSE
               IF DA-FILE-STATUS NOT = '00'
                   DISPLAY 'DAYACT OPEN FAILED - STATUS '
                       DA-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-DAYACT-RECORD
               PERFORM POST-DAYACT-RECORD UNTIL EOF-REACHED
               IF CUR-PLAYER-ID NOT = SPACES
                   PERFORM FINISH-PLAYER
               END-IF
               CLOSE DAILY-ACT-FILE
           END-IF

           PERFORM REFRESH-IDLE-TIERS

           CLOSE POINTS-FILE
           CLOSE LOY-AUDIT
           PERFORM RECORD-RUN-COMPLETE

           DISPLAY ' '
           DISPLAY '=============================================='
           DISPLAY 'DAYACT RECORDS READ .........: ' DAYACT-READ
           DISPLAY 'PLAYER-DAYS POSTED ..........: ' DAYS-POSTED
           DISPLAY 'PLAYERS EARNING POINTS ......: ' PLAYERS-POSTED
           DISPLAY 'NEW POINTS ACCOUNTS .........: ' PLAYERS-ADDED
           DISPLAY 'POINTS ISSUED ...............: ' POINTS-ISSUED
           DISPLAY 'TIER CHANGES ................: ' TIER-CHANGES
           DISPLAY 'PLAYERS AT BRONZE ...........: ' BRONZE-COUNT
           DISPLAY 'PLAYERS AT SILVER ...........: ' SILVER-COUNT
           DISPLAY 'PLAYERS AT GOLD .............: ' GOLD-COUNT
           DISPLAY '=============================================='

           STOP RUN.

      *    ---- PREDECESSOR AND DOUBLE-RUN CHECK ON RUNCTL ----
      *    DAYRECON MUST HAVE CLOSED THE BUSINESS DATE, SO NO MORE
      *    PLAY CAN LAND ON IT. THIS JOB'S OWN RECORD IS THE LAST
      *    DATE POSTED; WITH NO RECORD YET THE RUN STARTS FROM THE
      *    DAY BEFORE, RATHER THAN AWARDING THE WHOLE OF DAYACT.
       CHECK-RUN-CONTROL.
           PERFORM OPEN-RUN-CONTROL

           MOVE 'PTSPOST ' TO RCT-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                       BUSINESS-INTEGER - 1)
                   MOVE WORK-DATE-NUM TO POSTED-THROUGH
               NOT INVALID KEY
                   IF RCT-LAST-DATE = BUSINESS-DATE
                       DISPLAY 'PTSPOST ALREADY COMPLETED FOR '
                           BUSINESS-DATE ' - RUN REFUSED'
                       CLOSE RUN-CONTROL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RCT-LAST-DATE TO POSTED-THROUGH
           END-READ

           MOVE 'DAYRECON' TO RCT-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'DAYRECON HAS NOT COMPLETED FOR '
                       BUSINESS-DATE ' - RUN REFUSED'
                   CLOSE RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF RCT-LAST-DATE NOT = BUSINESS-DATE
                       DISPLAY 'DAYRECON HAS NOT COMPLETED FOR '
                           BUSINESS-DATE ' - RUN REFUSED'
                       CLOSE RUN-CONTROL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ

           CLOSE RUN-CONTROL.

      *    ---- RECORD THE CLEAN COMPLETION ON RUNCTL ----
      *    THE DATE RECORDED IS THE LAST DATE NOW POSTED.
       RECORD-RUN-COMPLETE.
           PERFORM OPEN-RUN-CONTROL

           MOVE 'PTSPOST ' TO RCT-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'PTSPOST '    TO RCT-JOB-NAME
                   MOVE BUSINESS-DATE TO RCT-LAST-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-LAST-TS
                   MOVE ZERO          TO RCT-LOG-SEQ
                   WRITE RUN-CONTROL-REC
               NOT INVALID KEY
                   MOVE BUSINESS-DATE TO RCT-LAST-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-LAST-TS
                   REWRITE RUN-CONTROL-REC
           END-READ

           CLOSE RUN-CONTROL.

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

      *    ---- LOAD THE LOYALTY PARAMETERS AT STARTUP ----
       LOAD-LOYALTY-PARMS.
           MOVE 1        TO LY-PTS-PER-HAND
           MOVE ZERO     TO LY-PTS-PER-100
           MOVE 90       TO LY-QUAL-DAYS
           MOVE 1000     TO LY-SILVER-PTS
           MOVE 5000     TO LY-GOLD-PTS
           MOVE 100      TO LY-PTS-PER-CREDIT

           OPEN INPUT LOYALTY-PARM-FILE
           IF LY-FILE-STATUS = '00'
               READ LOYALTY-PARM-FILE
                   AT END
                       DISPLAY 'LOYALTY PARMS EMPTY - DEFAULTS IN USE'
                   NOT AT END
                       PERFORM APPLY-LOYALTY-CARD
               END-READ
               CLOSE LOYALTY-PARM-FILE
           ELSE
               DISPLAY 'NO LOYALTY PARMS - DEFAULTS IN USE'
           END-IF.

      *    ---- APPLY THE LOYALTY CARD IF IT IS WELL FORMED ----
      *    THE TIER BANDS MUST CLIMB (SILVER ABOVE ZERO, GOLD ABOVE
      *    SILVER) AND THE PERIOD AND REDEMPTION RATE MUST BE SET,
      *    OR THE WHOLE CARD FALLS BACK TO THE DEFAULTS.
       APPLY-LOYALTY-CARD.
           IF LOYALTY-CARD(1:4)   IS NUMERIC
            AND LOYALTY-CARD(6:4)  IS NUMERIC
            AND LOYALTY-CARD(11:3) IS NUMERIC
            AND LOYALTY-CARD(15:8) IS NUMERIC
            AND LOYALTY-CARD(24:8) IS NUMERIC
            AND LOYALTY-CARD(33:4) IS NUMERIC
            AND LOYALTY-CARD(11:3)  > '000'
            AND LOYALTY-CARD(15:8)  > '00000000'
            AND LOYALTY-CARD(24:8)  > LOYALTY-CARD(15:8)
            AND LOYALTY-CARD(33:4)  > '0000'
               MOVE LOYALTY-CARD TO LOYALTY-PARM-REC
           ELSE
               DISPLAY 'BAD LOYALTY CARD - DEFAULTS IN USE'
           END-IF.

      *    ---- OPEN PTSFILE, CREATING IT IF NEEDED ----
       OPEN-POINTS-FILE.
           OPEN I-O POINTS-FILE
           IF LP-FILE-STATUS = '35'
               OPEN OUTPUT POINTS-FILE
               CLOSE POINTS-FILE
               OPEN I-O POINTS-FILE
           END-IF

           IF LP-FILE-STATUS NOT = '00'
               DISPLAY 'PTSFILE OPEN FAILED - STATUS ' LP-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- OPEN PTSAUD FOR APPEND, CREATING IT IF NEEDED ----
       OPEN-AUDIT-FILE.
           OPEN EXTEND LOY-AUDIT
           IF LA-FILE-STATUS = '35'
               OPEN OUTPUT LOY-AUDIT
               CLOSE LOY-AUDIT
               OPEN EXTEND LOY-AUDIT
           END-IF

           IF LA-FILE-STATUS NOT = '00'
               DISPLAY 'PTSAUD OPEN FAILED - STATUS ' LA-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- ONE DAYACT RECORD: POST IT AND/OR SCORE IT ----
      *    A DAY AFTER THE LAST DATE POSTED IS ADDED TO THE
      *    BALANCE; A DAY INSIDE THE QUALIFYING PERIOD COUNTS
      *    TOWARD THE TIER. A RECENT DAY IS USUALLY BOTH.
       POST-DAYACT-RECORD.
           ADD 1 TO DAYACT-READ

           IF DA-PLAYER-ID NOT = CUR-PLAYER-ID
               IF CUR-PLAYER-ID NOT = SPACES
                   PERFORM FINISH-PLAYER
               END-IF
               PERFORM START-PLAYER
           END-IF

           IF DA-DATE NOT > BUSINESS-DATE
               PERFORM COMPUTE-DAY-POINTS
               IF DA-DATE > WINDOW-START
                   ADD DAY-POINTS TO QUAL-POINTS
                       ON SIZE ERROR
                          MOVE MAX-POINTS TO QUAL-POINTS
                   END-ADD
               END-IF
               IF DA-DATE > POSTED-THROUGH
                   PERFORM POST-DAY-POINTS
               END-IF
           END-IF

           PERFORM READ-DAYACT-RECORD.

      *    ---- POINTS ONE DAY'S PLAY EARNS AT THE CURRENT RATES ----
      *    A RECORD FROM BEFORE DA-WAGERED WAS CARRIED EARNS ON
      *    HANDS ONLY.
       COMPUTE-DAY-POINTS.
           MOVE ZERO TO DAY-WAGERED
           IF DA-WAGERED IS NUMERIC
               MOVE DA-WAGERED TO DAY-WAGERED
           END-IF

           COMPUTE DAY-POINTS = (DA-HANDS * LY-PTS-PER-HAND)
               + (DAY-WAGERED * LY-PTS-PER-100 / 100)
               ON SIZE ERROR
                  DISPLAY 'DAY POINTS CAPPED FOR ' DA-PLAYER-ID
                      ' ON ' DA-DATE
                  MOVE MAX-POINTS TO DAY-POINTS
           END-COMPUTE.

      *    ---- PICK UP (OR START) THE PLAYER'S POINTS RECORD ----
       START-PLAYER.
           MOVE DA-PLAYER-ID TO CUR-PLAYER-ID
           MOVE ZERO TO QUAL-POINTS
           MOVE ZERO TO PLAYER-POSTED

           MOVE DA-PLAYER-ID TO LP-PLAYER-ID
           READ POINTS-FILE
               INVALID KEY
                   MOVE 'N' TO PTS-FOUND
                   MOVE DA-PLAYER-ID TO LP-PLAYER-ID
                   MOVE ZERO   TO LP-BALANCE
                   MOVE 'B'    TO LP-TIER
                   MOVE ZERO   TO LP-QUAL-POINTS
                   MOVE ZERO   TO LP-EARNED-TOTAL
                   MOVE ZERO   TO LP-REDEEMED-TOTAL
                   MOVE SPACES TO LP-LAST-EARN-DATE
                   MOVE SPACES TO LP-TIER-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO PTS-FOUND
           END-READ.

      *    ---- ADD ONE DAY'S POINTS TO THE BALANCE ----
       POST-DAY-POINTS.
           IF DAY-POINTS > 0
               ADD DAY-POINTS TO LP-BALANCE
                   ON SIZE ERROR
                      DISPLAY 'POINTS BALANCE CAPPED FOR '
                          CUR-PLAYER-ID
                      MOVE MAX-POINTS TO LP-BALANCE
               END-ADD
               ADD DAY-POINTS TO LP-EARNED-TOTAL
                   ON SIZE ERROR
                      MOVE MAX-POINTS TO LP-EARNED-TOTAL
               END-ADD
               MOVE DA-DATE TO LP-LAST-EARN-DATE
               ADD DAY-POINTS TO PLAYER-POSTED
               ADD DAY-POINTS TO POINTS-ISSUED
               ADD 1 TO DAYS-POSTED

               MOVE 'E'        TO LPA-ACTION
               MOVE DAY-POINTS TO LPA-POINTS
               MOVE DA-DATE    TO LPA-ACT-DATE
               MOVE ZERO       TO LPA-CREDITS
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    ---- CONTROL BREAK: SET THE TIER AND SAVE THE RECORD ----
      *    A PLAYER WITH NO POINTS RECORD AND NOTHING EARNED IN
      *    THE PERIOD IS LEFT OFF THE FILE.
       FINISH-PLAYER.
           IF PTS-FOUND = 'Y' OR QUAL-POINTS > 0
            OR PLAYER-POSTED > 0
               MOVE QUAL-POINTS TO LP-QUAL-POINTS
               PERFORM SET-PLAYER-TIER
               MOVE BUSINESS-DATE TO LP-TIER-DATE
               IF PTS-FOUND = 'Y'
                   REWRITE POINTS-REC
               ELSE
                   WRITE POINTS-REC
                   ADD 1 TO PLAYERS-ADDED
               END-IF
               IF PLAYER-POSTED > 0
                   ADD 1 TO PLAYERS-POSTED
                   DISPLAY 'PLAYER ' CUR-PLAYER-ID
                       ' EARNED ' PLAYER-POSTED
                       ' BALANCE ' LP-BALANCE
                       ' TIER ' LP-TIER
               END-IF
           END-IF.

      *    ---- RESET THE TIER FROM THE QUALIFYING POINTS ----
       SET-PLAYER-TIER.
           MOVE LP-TIER TO OLD-TIER
           IF LP-QUAL-POINTS NOT < LY-GOLD-PTS
               MOVE 'G' TO NEW-TIER
           ELSE
               IF LP-QUAL-POINTS NOT < LY-SILVER-PTS
                   MOVE 'S' TO NEW-TIER
               ELSE
                   MOVE 'B' TO NEW-TIER
               END-IF
           END-IF

           IF NEW-TIER NOT = OLD-TIER
               MOVE NEW-TIER TO LP-TIER
               ADD 1 TO TIER-CHANGES
               DISPLAY 'PLAYER ' LP-PLAYER-ID ' TIER ' OLD-TIER
                   ' TO ' NEW-TIER ' ON ' LP-QUAL-POINTS
                   ' QUALIFYING POINTS'
               MOVE 'T'    TO LPA-ACTION
               MOVE ZERO   TO LPA-POINTS
               MOVE SPACES TO LPA-ACT-DATE
               MOVE ZERO   TO LPA-CREDITS
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    ---- SECOND PASS: PLAYERS WITH NO DAYACT LEFT ----
      *    ANY RECORD THE FIRST PASS DID NOT STAMP TODAY HAS NO
      *    QUALIFYING PLAY, AND DROPS TO BRONZE. EVERY RECORD IS
      *    COUNTED INTO THE TIER TOTALS ON THE WAY PAST.
       REFRESH-IDLE-TIERS.
           CLOSE POINTS-FILE
           PERFORM OPEN-POINTS-FILE

           MOVE 'N' TO EOF-SWITCH
           PERFORM READ-NEXT-POINTS-RECORD
           PERFORM REFRESH-ONE-PLAYER UNTIL EOF-REACHED.

      *    ---- ONE PTSFILE RECORD IN THE SECOND PASS ----
       REFRESH-ONE-PLAYER.
           IF LP-TIER-DATE NOT = BUSINESS-DATE
               MOVE ZERO TO LP-QUAL-POINTS
               PERFORM SET-PLAYER-TIER
               MOVE BUSINESS-DATE TO LP-TIER-DATE
               REWRITE POINTS-REC
           END-IF

           EVALUATE LP-TIER
               WHEN 'G'
                   ADD 1 TO GOLD-COUNT
               WHEN 'S'
                   ADD 1 TO SILVER-COUNT
               WHEN OTHER
                   ADD 1 TO BRONZE-COUNT
           END-EVALUATE

           PERFORM READ-NEXT-POINTS-RECORD.

      *    ---- CUT ONE PTSAUD RECORD FOR THE CURRENT PLAYER ----
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LPA-TIMESTAMP
           MOVE LP-PLAYER-ID TO LPA-PLAYER-ID
           MOVE LP-BALANCE   TO LPA-NEW-BALANCE
           MOVE LP-TIER      TO LPA-TIER
           MOVE 'PTSPOST '   TO LPA-OPERATOR

           MOVE LOY-AUDIT-LINE TO LOY-AUDIT-REC
           WRITE LOY-AUDIT-REC.

      *    ---- READ NEXT DAYACT RECORD IN KEY ORDER ----
       READ-DAYACT-RECORD.
           READ DAILY-ACT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      *    ---- READ NEXT PTSFILE RECORD IN KEY ORDER ----
       READ-NEXT-POINTS-RECORD.
           READ POINTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
