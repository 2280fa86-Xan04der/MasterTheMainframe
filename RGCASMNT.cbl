       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGCASMNT.
      * Author: Xander Geluykens
      * Description: Responsible-gaming case review maintenance
      *              against RGCASE. Reads fixed-format cards from
      *              SYSIN, in the EXCLMNT layout, and records the
      *              responsible-gaming officer's outcome on a case
      *              RGRISK opened: the case is marked reviewed,
      *              stamped with the outcome code, the review date,
      *              the officer and a short note. The officer must
      *              be on the OPERFILE authority file, and only an
      *              open case can be reviewed. Once reviewed, the
      *              history up to RG-THROUGH-DATE is settled and
      *              RGRISK scores only later play. Outcome codes:
      *                NOAC  NO ACTION NEEDED
      *                CONT  PLAYER CONTACTED
      *                LIMT  LIMITS AGREED WITH THE PLAYER
      *                EXCL  SELF-EXCLUSION TAKEN (EXCLMNT)
      *                REFR  REFERRED FOR SUPPORT
      * Change History:
      *   2026-10-15 XG - First cut. Card layout is documented in
      *                   the RGCASMNT JCL; an 'E' card ends the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RG-CASE-FILE
               ASSIGN TO RGCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-PLAYER-ID
               FILE STATUS IS RG-FILE-STATUS.

           SELECT OPER-FILE
               ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS OP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RG-CASE-FILE.
           COPY RGCASE.

       FD  OPER-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  RG-FILE-STATUS     PIC XX   VALUE '00'.
       01  OP-FILE-STATUS     PIC XX   VALUE '00'.
       01  RUN-DATE           PIC X(8) VALUE SPACES.
       01  OPER-OK            PIC X    VALUE 'N'.
       01  END-OF-CARDS       PIC X    VALUE 'N'.
       01  CARD-OK            PIC X    VALUE 'Y'.
       01  CARDS-READ         PIC 9(4) VALUE 0.
       01  CARDS-APPLIED      PIC 9(4) VALUE 0.
       01  CARDS-REJECTED     PIC 9(4) VALUE 0.

      * Input Buffers
       01  CASE-CARD.
           05 RM-ACTION       PIC X.
           05 FILLER          PIC X.
           05 RM-PLAYER-ID    PIC X(8).
           05 FILLER          PIC X.
           05 RM-OUTCOME      PIC X(4).
           05 FILLER          PIC X.
           05 RM-OFFICER      PIC X(8).
           05 FILLER          PIC X.
           05 RM-NOTE         PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM OPEN-CASE-FILE

           PERFORM GET-CASE-CARD
           PERFORM PROCESS-CASE-CARD UNTIL END-OF-CARDS = 'Y'

           CLOSE RG-CASE-FILE

           DISPLAY '=============================================='
           DISPLAY '   LUCKYZ RESPONSIBLE-GAMING CASE REVIEW RUN  '
           DISPLAY '=============================================='
           DISPLAY 'CARDS READ ..................: ' CARDS-READ
           DISPLAY 'CARDS APPLIED ...............: ' CARDS-APPLIED
           DISPLAY 'CARDS REJECTED ..............: ' CARDS-REJECTED
           DISPLAY '=============================================='
           STOP RUN.

      *    ---- READ THE NEXT REVIEW CARD FROM SYSIN ----
       GET-CASE-CARD.
           MOVE SPACES TO CASE-CARD
           ACCEPT CASE-CARD
           IF RM-ACTION = 'E' OR RM-ACTION = SPACE
               MOVE 'Y' TO END-OF-CARDS
           ELSE
               ADD 1 TO CARDS-READ
           END-IF.

      *    ---- APPLY ONE REVIEW CARD, THEN READ THE NEXT ----
       PROCESS-CASE-CARD.
           MOVE 'Y' TO CARD-OK

           IF RM-ACTION NOT = 'R'
               DISPLAY 'UNKNOWN ACTION ' RM-ACTION
                   ' FOR PLAYER ' RM-PLAYER-ID ' - CARD SKIPPED'
               MOVE 'N' TO CARD-OK
           ELSE
               EVALUATE RM-OUTCOME
                   WHEN 'NOAC'
                   WHEN 'CONT'
                   WHEN 'LIMT'
                   WHEN 'EXCL'
                   WHEN 'REFR'
                       PERFORM CHECK-OPERATOR
                       IF OPER-OK = 'N'
                           MOVE 'N' TO CARD-OK
                       ELSE
                           PERFORM RECORD-CASE-OUTCOME
                       END-IF
                   WHEN OTHER
                       DISPLAY 'UNKNOWN OUTCOME ' RM-OUTCOME
                           ' FOR PLAYER ' RM-PLAYER-ID
                           ' - CARD SKIPPED'
                       MOVE 'N' TO CARD-OK
               END-EVALUATE
           END-IF

           IF CARD-OK = 'Y'
               ADD 1 TO CARDS-APPLIED
           ELSE
               ADD 1 TO CARDS-REJECTED
           END-IF

           PERFORM GET-CASE-CARD.

      *    ---- MARK AN OPEN CASE REVIEWED WITH THE OUTCOME ----
      *    A CASE ALREADY REVIEWED IS LEFT AS IT IS: THE OUTCOME
      *    ON FILE IS THE RECORD OF WHAT WAS DONE, AND A CHANGE OF
      *    MIND WAITS FOR RGRISK TO REOPEN THE CASE ON NEW PLAY.
       RECORD-CASE-OUTCOME.
           MOVE RM-PLAYER-ID TO RG-PLAYER-ID
           READ RG-CASE-FILE
               INVALID KEY
                   DISPLAY 'PLAYER ' RM-PLAYER-ID
                       ' HAS NO CASE - CARD REJECTED'
                   MOVE 'N' TO CARD-OK
               NOT INVALID KEY
                   IF RG-STATUS NOT = 'O'
                       DISPLAY 'CASE FOR ' RM-PLAYER-ID
                           ' ALREADY REVIEWED ' RG-REVIEW-DATE
                           ' OUTCOME ' RG-OUTCOME
                           ' - CARD REJECTED'
                       MOVE 'N' TO CARD-OK
                   ELSE
                       MOVE 'R'        TO RG-STATUS
                       MOVE RM-OUTCOME TO RG-OUTCOME
                       MOVE RUN-DATE   TO RG-REVIEW-DATE
                       MOVE RM-OFFICER TO RG-OFFICER
                       MOVE RM-NOTE    TO RG-NOTE
                       REWRITE RG-CASE-REC
                       DISPLAY 'CASE FOR ' RM-PLAYER-ID
                           ' REVIEWED BY ' RM-OFFICER
                           ' OUTCOME ' RM-OUTCOME
                           ' HISTORY ' RG-FROM-DATE
                           ' TO ' RG-THROUGH-DATE
                   END-IF
           END-READ.

      *    ---- IS THIS CARD'S OFFICER ON THE AUTHORITY FILE ----
       CHECK-OPERATOR.
           MOVE 'N' TO OPER-OK

           OPEN INPUT OPER-FILE
           IF OP-FILE-STATUS NOT = '00'
               DISPLAY 'NO OPERATOR AUTHORITY FILE - STATUS '
                   OP-FILE-STATUS ' - CARD FOR ' RM-PLAYER-ID
                   ' REJECTED'
           ELSE
               MOVE RM-OFFICER TO OP-OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       DISPLAY 'OFFICER ' RM-OFFICER
                           ' NOT ON AUTHORITY FILE - CARD REJECTED'
                   NOT INVALID KEY
                       MOVE 'Y' TO OPER-OK
               END-READ
               CLOSE OPER-FILE
           END-IF.

      *    ---- OPEN RGCASE - NO CASE FILE, NOTHING TO REVIEW ----
       OPEN-CASE-FILE.
           OPEN I-O RG-CASE-FILE
           IF RG-FILE-STATUS NOT = '00'
               DISPLAY 'RGCASE OPEN FAILED - STATUS ' RG-FILE-STATUS
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
