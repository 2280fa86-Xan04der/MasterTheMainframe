       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2GEXTR.
      * Author: Xander Geluykens
      * Description: Year-end W-2G filing extract. Reads the
      *              reportable wins SPEL appended to TAXFILE, keeps
      *              those stamped in the tax year, joins PLAYFILE
      *              for the name and cuts W2GFILE (W2GREC layout):
      *              header, one detail per win, and a trailer with
      *              the count and the winnings and withholding
      *              control totals. SYSOUT lists the same wins with
      *              a total per player, so the filing can be
      *              checked against the 'W' records on the log and
      *              the LUCKYZ-TX postings on the ledger.
      *              SYSIN carries one card:
      *                COL  1- 4  TAX YEAR (DEFAULT LAST YEAR)
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-WIN-FILE
               ASSIGN TO TAXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TW-FILE-STATUS.

           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

           SELECT W2G-FILE
               ASSIGN TO W2GFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-WIN-FILE.
           COPY TAXWIN.

       FD  PLAYER-FILE.
           COPY PLAYREC.

       FD  W2G-FILE.
       01  W2G-REC             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY W2GREC.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  TW-FILE-STATUS     PIC XX   VALUE '00'.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  WG-FILE-STATUS     PIC XX   VALUE '00'.

       01  TAX-YEAR           PIC X(4) VALUE SPACES.
       01  TAX-YEAR-NUM       PIC 9(4) VALUE 0.
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
              10 PT-WIN-COUNT    PIC 9(4).
              10 PT-WIN-TOTAL    PIC 9(10).
              10 PT-TAX-TOTAL    PIC 9(10).

       01  PLAYER-NAME        PIC X(20) VALUE SPACES.

       01  RECORDS-READ       PIC 9(7)  VALUE 0.
       01  RECORDS-BAD        PIC 9(6)  VALUE 0.
       01  W2G-COUNT          PIC 9(6)  VALUE 0.
       01  W2G-WIN-TOTAL      PIC 9(12) VALUE 0.
       01  W2G-TAX-TOTAL      PIC 9(12) VALUE 0.
       01  PLAYERS-DROPPED    PIC 9(6)  VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

      * Input Buffers
       01  W2G-CARD.
           05 WC-TAX-YEAR     PIC X(4).
           05 FILLER          PIC X(76).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-CARD

           DISPLAY '=============================================='
           DISPLAY '      LUCKYZ W-2G REPORTABLE WIN EXTRACT      '
           DISPLAY '=============================================='
           DISPLAY 'TAX YEAR ....................: ' TAX-YEAR

           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS NOT = '00'
               DISPLAY 'PLAYFILE OPEN FAILED - STATUS '
                   PL-FILE-STATUS ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT W2G-FILE
           IF WG-FILE-STATUS NOT = '00'
               DISPLAY 'W2GFILE OPEN FAILED - STATUS ' WG-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE TAX-YEAR      TO W2GH-TAX-YEAR
           MOVE RUN-TIMESTAMP TO W2GH-RUN-TS
           MOVE W2G-HEADER-LINE TO W2G-REC
           WRITE W2G-REC

           DISPLAY ' '
           DISPLAY 'REPORTABLE WINS'
           DISPLAY '----------------------------------------------'
           PERFORM EXTRACT-TAX-WINS
           IF W2G-COUNT = 0
               DISPLAY 'NO REPORTABLE WINS IN THE TAX YEAR'
           END-IF

           MOVE W2G-COUNT     TO W2GT-RECORD-COUNT
           MOVE W2G-WIN-TOTAL TO W2GT-WIN-TOTAL
           MOVE W2G-TAX-TOTAL TO W2GT-TAX-TOTAL
           MOVE W2G-TRAILER-LINE TO W2G-REC
           WRITE W2G-REC

           CLOSE W2G-FILE

           DISPLAY ' '
           DISPLAY 'TOTALS BY PLAYER'
           DISPLAY '----------------------------------------------'
           PERFORM PRINT-PLAYER-TOTAL
               VARYING PLAYER-SUB FROM 1 BY 1
               UNTIL PLAYER-SUB > PLAYER-COUNT

           CLOSE PLAYER-FILE

           DISPLAY ' '
           DISPLAY '=============================================='
           DISPLAY 'TAXFILE RECORDS READ ........: ' RECORDS-READ
           DISPLAY 'W-2G DETAILS WRITTEN ........: ' W2G-COUNT
           DISPLAY 'PLAYERS WITH REPORTABLE WINS : ' PLAYER-COUNT
           DISPLAY 'WINNINGS CONTROL TOTAL ......: ' W2G-WIN-TOTAL
           DISPLAY 'WITHHOLDING CONTROL TOTAL ...: ' W2G-TAX-TOTAL
           IF RECORDS-BAD > 0
               DISPLAY 'UNREADABLE TAXFILE RECORDS ..: ' RECORDS-BAD
               DISPLAY 'EXTRACT IS INCOMPLETE - CHECK TAXFILE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PLAYERS-DROPPED > 0
               DISPLAY 'WINS NOT TOTALLED BY PLAYER .: '
                   PLAYERS-DROPPED
               DISPLAY 'PLAYER TABLE FULL - TOTALS BY PLAYER ARE SHORT'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '=============================================='

           STOP RUN.

      *    ---- READ AND CHECK THE CONTROL CARD ----
      *    THE FILING IS DONE AFTER THE YEAR CLOSES, SO A BLANK
      *    CARD MEANS THE CALENDAR YEAR BEFORE THE RUN DATE.
       READ-CONTROL-CARD.
           MOVE SPACES TO W2G-CARD
           ACCEPT W2G-CARD

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
           IF WC-TAX-YEAR = SPACES
               MOVE RUN-TIMESTAMP(1:4) TO TAX-YEAR-NUM
               SUBTRACT 1 FROM TAX-YEAR-NUM
               MOVE TAX-YEAR-NUM TO TAX-YEAR
           ELSE
               IF WC-TAX-YEAR IS NUMERIC
                   MOVE WC-TAX-YEAR TO TAX-YEAR
               ELSE
                   DISPLAY 'BAD TAX YEAR ON THE CONTROL CARD - '
                       WC-TAX-YEAR ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    ---- PASS OVER TAXFILE: THE YEAR'S REPORTABLE WINS ----
       EXTRACT-TAX-WINS.
           OPEN INPUT TAX-WIN-FILE
           IF TW-FILE-STATUS = '35'
               DISPLAY 'NO TAXFILE YET - NOTHING TO EXTRACT'
           ELSE
               IF TW-FILE-STATUS NOT = '00'
                   DISPLAY 'TAXFILE OPEN FAILED - STATUS '
                       TW-FILE-STATUS ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-TAX-WIN-RECORD
               PERFORM EXTRACT-ONE-WIN UNTIL EOF-REACHED
               CLOSE TAX-WIN-FILE
           END-IF.

      *    ---- ONE TAXFILE RECORD: DETAIL IF IN THE TAX YEAR ----
      *    A RECORD WITH NON-NUMERIC AMOUNTS IS COUNTED AND SKIPPED
      *    RATHER THAN FILED WITH A GUESSED FIGURE; THE RUN ENDS
      *    RC=8 SO IT IS LOOKED AT BEFORE THE EXTRACT GOES OUT.
       EXTRACT-ONE-WIN.
           ADD 1 TO RECORDS-READ

           IF TW-WIN-TS(1:4) = TAX-YEAR
               IF TW-WIN-AMOUNT IS NUMERIC
                AND TW-TAX-AMOUNT IS NUMERIC
                AND TW-TAX-PCT IS NUMERIC
                   PERFORM WRITE-W2G-DETAIL
               ELSE
                   DISPLAY 'UNREADABLE TAXFILE RECORD FOR '
                       TW-PLAYER-ID ' AT ' TW-WIN-TS
                       ' LOG SEQ ' TW-LOG-SEQ
                   ADD 1 TO RECORDS-BAD
               END-IF
           END-IF

           PERFORM READ-TAX-WIN-RECORD.

      *    ---- WRITE ONE DETAIL AND FOLD IT INTO THE TOTALS ----
       WRITE-W2G-DETAIL.
           MOVE TW-PLAYER-ID TO WORK-PLAYER-ID
           PERFORM LOOKUP-PLAYER-NAME

           MOVE TAX-YEAR        TO W2GD-TAX-YEAR
           MOVE TW-PLAYER-ID    TO W2GD-PLAYER-ID
           MOVE PLAYER-NAME     TO W2GD-PLAYER-NAME
           MOVE TW-WIN-TS(1:8)  TO W2GD-WIN-DATE
           MOVE TW-WIN-TYPE     TO W2GD-WIN-TYPE
           MOVE TW-WAGER        TO W2GD-WAGER
           MOVE TW-WIN-AMOUNT   TO W2GD-WIN-AMOUNT
           MOVE TW-TAX-AMOUNT   TO W2GD-TAX-AMOUNT
           MOVE TW-TAX-PCT      TO W2GD-TAX-PCT
           MOVE W2G-DETAIL-LINE TO W2G-REC
           WRITE W2G-REC

           ADD 1 TO W2G-COUNT
           ADD TW-WIN-AMOUNT TO W2G-WIN-TOTAL
           ADD TW-TAX-AMOUNT TO W2G-TAX-TOTAL

           DISPLAY 'PLAYER ' TW-PLAYER-ID ' ' PLAYER-NAME
               ' ' TW-WIN-TS(1:8) ' ' TW-WIN-TYPE
               ' WIN ' TW-WIN-AMOUNT
               ' TAX ' TW-TAX-AMOUNT
               ' LOG SEQ ' TW-LOG-SEQ

           PERFORM FIND-PLAYER-ENTRY
           IF CUR-SUB > 0
               ADD 1 TO PT-WIN-COUNT(CUR-SUB)
               ADD TW-WIN-AMOUNT TO PT-WIN-TOTAL(CUR-SUB)
                   ON SIZE ERROR
                      DISPLAY 'WIN TOTAL CAPPED FOR ' WORK-PLAYER-ID
                      MOVE MAX-TOTAL TO PT-WIN-TOTAL(CUR-SUB)
               END-ADD
               ADD TW-TAX-AMOUNT TO PT-TAX-TOTAL(CUR-SUB)
                   ON SIZE ERROR
                      DISPLAY 'TAX TOTAL CAPPED FOR ' WORK-PLAYER-ID
                      MOVE MAX-TOTAL TO PT-TAX-TOTAL(CUR-SUB)
               END-ADD
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
                   MOVE ZERO TO PT-WIN-COUNT(CUR-SUB)
                   MOVE ZERO TO PT-WIN-TOTAL(CUR-SUB)
                   MOVE ZERO TO PT-TAX-TOTAL(CUR-SUB)
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

      *    ---- ONE LINE OF THE PER-PLAYER TOTALS ----
       PRINT-PLAYER-TOTAL.
           MOVE PT-PLAYER-ID(PLAYER-SUB) TO WORK-PLAYER-ID
           PERFORM LOOKUP-PLAYER-NAME
           DISPLAY 'PLAYER ' WORK-PLAYER-ID ' ' PLAYER-NAME
               ' WINS ' PT-WIN-COUNT(PLAYER-SUB)
               ' WON ' PT-WIN-TOTAL(PLAYER-SUB)
               ' WITHHELD ' PT-TAX-TOTAL(PLAYER-SUB).

      *    ---- ENROLLED NAME, OR A MARKER THE REVIEWER WILL SEE ----
       LOOKUP-PLAYER-NAME.
           MOVE WORK-PLAYER-ID TO PLY-PLAYER-ID
           READ PLAYER-FILE
               INVALID KEY
                   MOVE '*** NOT ENROLLED ***' TO PLAYER-NAME
               NOT INVALID KEY
                   MOVE PLY-NAME TO PLAYER-NAME
           END-READ.

      *    ---- READ NEXT RECORD FROM TAXFILE ----
       READ-TAX-WIN-RECORD.
           READ TAX-WIN-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
