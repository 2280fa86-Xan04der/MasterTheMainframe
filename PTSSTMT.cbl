       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTSSTMT.
      * Author: Xander Geluykens
      * Description: Monthly loyalty points statement. Reads the
      *              whole of PTSAUD in the order it was written and,
      *              for every player with points on the books, works
      *              out the balance going into the month (the last
      *              movement before it), the points earned and
      *              redeemed in it, the credits the redemptions were
      *              worth and the balance and tier at month end.
      *              Each line is proved - opening plus earned less
      *              redeemed must equal closing - so a balance that
      *              moved without an audit record is caught here.
      *              The month's totals are marketing's points issued
      *              and redeemed figures; the credits total ties to
      *              the month's LUCKYZ-MK postings on the ledger.
      *              SYSIN carries one card:
      *                COL  1- 6  STATEMENT MONTH YYYYMM
      *                           (DEFAULT LAST MONTH)
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOY-AUDIT
               ASSIGN TO PTSAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LA-FILE-STATUS.

           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOY-AUDIT.
       01  LOY-AUDIT-REC       PIC X(120).

       FD  PLAYER-FILE.
           COPY PLAYREC.

       WORKING-STORAGE SECTION.
           COPY LOYAUD.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  LA-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.

       01  STMT-MONTH         PIC X(6) VALUE SPACES.
       01  STMT-YEAR-NUM      PIC 9(4) VALUE 0.
       01  STMT-MON-NUM       PIC 9(2) VALUE 0.
       01  RUN-TIMESTAMP      PIC X(14) VALUE SPACES.

       01  PLAYER-COUNT       PIC 9(3) VALUE 0.
       01  MAX-PLAYERS        PIC 9(3) VALUE 200.
       01  PLAYER-SUB         PIC 9(3) VALUE 0.
       01  SCAN-SUB           PIC 9(3) VALUE 0.
       01  CUR-SUB            PIC 9(3) VALUE 0.
       01  WORK-PLAYER-ID     PIC X(8) VALUE SPACES.
       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 200.
              10 PT-PLAYER-ID    PIC X(8).
              10 PT-OPENING      PIC 9(9).
              10 PT-EARNED       PIC 9(10).
              10 PT-REDEEMED     PIC 9(10).
              10 PT-CREDITS      PIC 9(10).
              10 PT-CLOSING      PIC 9(9).
              10 PT-TIER         PIC X.
              10 PT-MOVES        PIC 9(5).

       01  PLAYER-NAME        PIC X(20) VALUE SPACES.
       01  TIER-NAME          PIC X(6)  VALUE SPACES.
       01  EXPECTED-CLOSING   PIC S9(11) VALUE 0.

       01  RECORDS-READ       PIC 9(7)  VALUE 0.
       01  RECORDS-BAD        PIC 9(6)  VALUE 0.
       01  PLAYERS-DROPPED    PIC 9(6)  VALUE 0.
       01  STATEMENTS-PRINTED PIC 9(6)  VALUE 0.
       01  STATEMENTS-OUT     PIC 9(6)  VALUE 0.
       01  OPENING-TOTAL      PIC 9(12) VALUE 0.
       01  ISSUED-TOTAL       PIC 9(12) VALUE 0.
       01  REDEEMED-TOTAL     PIC 9(12) VALUE 0.
       01  CREDITS-TOTAL      PIC 9(12) VALUE 0.
       01  CLOSING-TOTAL      PIC 9(12) VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

      * Input Buffers
       01  STMT-CARD.
           05 SC-MONTH        PIC X(6).
           05 FILLER          PIC X(74).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD

           DISPLAY '=============================================='
           DISPLAY '      LUCKYZ MONTHLY POINTS STATEMENT         '
           DISPLAY '=============================================='
           DISPLAY 'STATEMENT MONTH .............: ' STMT-MONTH

           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS NOT = '00'
               DISPLAY 'PLAYFILE OPEN FAILED - STATUS '
                   PL-FILE-STATUS ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-POINTS-MOVEMENTS

           DISPLAY ' '
           DISPLAY 'PLAYER   NAME                 TIER   '
               '  OPENING     EARNED   REDEEMED    CREDITS'
               '   CLOSING'
           DISPLAY '----------------------------------------------'
           PERFORM PRINT-PLAYER-STATEMENT
               VARYING PLAYER-SUB FROM 1 BY 1
               UNTIL PLAYER-SUB > PLAYER-COUNT
           IF STATEMENTS-PRINTED = 0
               DISPLAY 'NO POINTS BALANCES OR MOVEMENTS FOR THE MONTH'
           END-IF

           CLOSE PLAYER-FILE

           DISPLAY ' '
           DISPLAY '=============================================='
           DISPLAY 'PTSAUD RECORDS READ .........: ' RECORDS-READ
           DISPLAY 'STATEMENTS PRINTED ..........: ' STATEMENTS-PRINTED
           DISPLAY 'OPENING POINTS BALANCE ......: ' OPENING-TOTAL
           DISPLAY 'POINTS ISSUED ...............: ' ISSUED-TOTAL
           DISPLAY 'POINTS REDEEMED .............: ' REDEEMED-TOTAL
           DISPLAY 'CREDITS GIVEN (LUCKYZ-MK) ...: ' CREDITS-TOTAL
           DISPLAY 'CLOSING POINTS BALANCE ......: ' CLOSING-TOTAL
           IF STATEMENTS-OUT > 0
               DISPLAY 'STATEMENTS NOT TYING OUT ....: ' STATEMENTS-OUT
               DISPLAY 'POINTS MOVED WITHOUT AN AUDIT RECORD - CHECK'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RECORDS-BAD > 0
               DISPLAY 'UNREADABLE PTSAUD RECORDS ...: ' RECORDS-BAD
               DISPLAY 'STATEMENT IS INCOMPLETE - CHECK PTSAUD'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PLAYERS-DROPPED > 0
               DISPLAY 'MOVEMENTS NOT TOTALLED ......: '
                   PLAYERS-DROPPED
               DISPLAY 'PLAYER TABLE FULL - STATEMENT IS SHORT'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '=============================================='

           STOP RUN.

      *    ---- READ AND CHECK THE CONTROL CARD ----
      *    THE STATEMENT GOES OUT AFTER THE MONTH CLOSES, SO A
      *    BLANK CARD MEANS THE CALENDAR MONTH BEFORE THE RUN DATE.
       READ-CONTROL-CARD.
           MOVE SPACES TO STMT-CARD
           ACCEPT STMT-CARD

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
           IF SC-MONTH = SPACES
               MOVE RUN-TIMESTAMP(1:4) TO STMT-YEAR-NUM
               MOVE RUN-TIMESTAMP(5:2) TO STMT-MON-NUM
               IF STMT-MON-NUM = 1
                   SUBTRACT 1 FROM STMT-YEAR-NUM
                   MOVE 12 TO STMT-MON-NUM
               ELSE
                   SUBTRACT 1 FROM STMT-MON-NUM
               END-IF
               MOVE STMT-YEAR-NUM TO STMT-MONTH(1:4)
               MOVE STMT-MON-NUM  TO STMT-MONTH(5:2)
           ELSE
               IF SC-MONTH IS NUMERIC
                AND SC-MONTH(5:2) > '00'
                AND SC-MONTH(5:2) < '13'
                   MOVE SC-MONTH TO STMT-MONTH
               ELSE
                   DISPLAY 'BAD STATEMENT MONTH ON THE CONTROL CARD - '
                       SC-MONTH ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    ---- PASS OVER PTSAUD: EVERY MOVEMENT UP TO MONTH END ----
       LOAD-POINTS-MOVEMENTS.
           OPEN INPUT LOY-AUDIT
           IF LA-FILE-STATUS = '35'
               DISPLAY 'NO PTSAUD FILE YET - NO POINTS ON THE BOOKS'
           ELSE
               IF LA-FILE-STATUS NOT = '00'
                   DISPLAY 'PTSAUD OPEN FAILED - STATUS '
                       LA-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-AUDIT-RECORD
               PERFORM LOAD-ONE-MOVEMENT UNTIL EOF-REACHED
               CLOSE LOY-AUDIT
           END-IF.

      *    ---- ONE PTSAUD RECORD ----
      *    BEFORE THE MONTH A RECORD ONLY SETS THE BALANCE BROUGHT
      *    FORWARD; INSIDE IT, EARNINGS AND REDEMPTIONS ARE ADDED
      *    UP AND THE RECORD'S BALANCE BECOMES THE CLOSING FIGURE.
      *    ANYTHING AFTER THE MONTH IS LEFT FOR NEXT TIME.
       LOAD-ONE-MOVEMENT.
           ADD 1 TO RECORDS-READ
           MOVE LOY-AUDIT-REC TO LOY-AUDIT-LINE

           IF LPA-TIMESTAMP(1:6) NOT > STMT-MONTH
               IF LPA-POINTS IS NUMERIC
                AND LPA-NEW-BALANCE IS NUMERIC
                AND LPA-CREDITS IS NUMERIC
                   MOVE LPA-PLAYER-ID TO WORK-PLAYER-ID
                   PERFORM FIND-PLAYER-ENTRY
                   IF CUR-SUB > 0
                       PERFORM APPLY-MOVEMENT
                   END-IF
               ELSE
                   DISPLAY 'UNREADABLE PTSAUD RECORD FOR '
                       LPA-PLAYER-ID ' AT ' LPA-TIMESTAMP
                   ADD 1 TO RECORDS-BAD
               END-IF
           END-IF

           PERFORM READ-AUDIT-RECORD.

      *    ---- FOLD ONE MOVEMENT INTO THE PLAYER'S ENTRY ----
       APPLY-MOVEMENT.
           MOVE LPA-TIER TO PT-TIER(CUR-SUB)

           IF LPA-TIMESTAMP(1:6) < STMT-MONTH
               MOVE LPA-NEW-BALANCE TO PT-OPENING(CUR-SUB)
               MOVE LPA-NEW-BALANCE TO PT-CLOSING(CUR-SUB)
           ELSE
               ADD 1 TO PT-MOVES(CUR-SUB)
               MOVE LPA-NEW-BALANCE TO PT-CLOSING(CUR-SUB)
               EVALUATE LPA-ACTION
                   WHEN 'E'
                       ADD LPA-POINTS TO PT-EARNED(CUR-SUB)
                           ON SIZE ERROR
                              MOVE MAX-TOTAL TO PT-EARNED(CUR-SUB)
                       END-ADD
                   WHEN 'R'
                       ADD LPA-POINTS TO PT-REDEEMED(CUR-SUB)
                           ON SIZE ERROR
                              MOVE MAX-TOTAL TO PT-REDEEMED(CUR-SUB)
                       END-ADD
                       ADD LPA-CREDITS TO PT-CREDITS(CUR-SUB)
                           ON SIZE ERROR
                              MOVE MAX-TOTAL TO PT-CREDITS(CUR-SUB)
                       END-ADD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

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
                   MOVE ZERO  TO PT-OPENING(CUR-SUB)
                   MOVE ZERO  TO PT-EARNED(CUR-SUB)
                   MOVE ZERO  TO PT-REDEEMED(CUR-SUB)
                   MOVE ZERO  TO PT-CREDITS(CUR-SUB)
                   MOVE ZERO  TO PT-CLOSING(CUR-SUB)
                   MOVE 'B'   TO PT-TIER(CUR-SUB)
                   MOVE ZERO  TO PT-MOVES(CUR-SUB)
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

      *    ---- ONE PLAYER'S STATEMENT LINE, PROVED ----
      *    A PLAYER WITH NO BALANCE AND NO MOVEMENT IN THE MONTH
      *    HAS NOTHING TO BE TOLD AND IS LEFT OFF.
       PRINT-PLAYER-STATEMENT.
           IF PT-MOVES(PLAYER-SUB) > 0
            OR PT-CLOSING(PLAYER-SUB) > 0
               MOVE PT-PLAYER-ID(PLAYER-SUB) TO WORK-PLAYER-ID
               PERFORM LOOKUP-PLAYER-NAME
               EVALUATE PT-TIER(PLAYER-SUB)
                   WHEN 'G'
                       MOVE 'GOLD  ' TO TIER-NAME
                   WHEN 'S'
                       MOVE 'SILVER' TO TIER-NAME
                   WHEN OTHER
                       MOVE 'BRONZE' TO TIER-NAME
               END-EVALUATE

               DISPLAY WORK-PLAYER-ID ' ' PLAYER-NAME ' ' TIER-NAME
                   ' ' PT-OPENING(PLAYER-SUB)
                   ' ' PT-EARNED(PLAYER-SUB)
                   ' ' PT-REDEEMED(PLAYER-SUB)
                   ' ' PT-CREDITS(PLAYER-SUB)
                   ' ' PT-CLOSING(PLAYER-SUB)

               COMPUTE EXPECTED-CLOSING = PT-OPENING(PLAYER-SUB)
                   + PT-EARNED(PLAYER-SUB) - PT-REDEEMED(PLAYER-SUB)
               IF EXPECTED-CLOSING NOT = PT-CLOSING(PLAYER-SUB)
                   DISPLAY '  *** DOES NOT TIE - EXPECTED CLOSING '
                       EXPECTED-CLOSING ' ***'
                   ADD 1 TO STATEMENTS-OUT
               END-IF

               ADD 1 TO STATEMENTS-PRINTED
               ADD PT-OPENING(PLAYER-SUB)  TO OPENING-TOTAL
               ADD PT-EARNED(PLAYER-SUB)   TO ISSUED-TOTAL
               ADD PT-REDEEMED(PLAYER-SUB) TO REDEEMED-TOTAL
               ADD PT-CREDITS(PLAYER-SUB)  TO CREDITS-TOTAL
               ADD PT-CLOSING(PLAYER-SUB)  TO CLOSING-TOTAL
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

      *    ---- READ NEXT RECORD FROM PTSAUD ----
       READ-AUDIT-RECORD.
           READ LOY-AUDIT
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
