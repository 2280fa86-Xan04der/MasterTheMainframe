       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUD.
      * Author: Xander Geluykens
      * Description: Weekly operator activity and segregation-of-
      *              duties review for internal audit. Every change
      *              the cage and the repair run make to a balance is
      *              on CREDAUD under ADJ-OPERATOR - with the second
      *              operator in ADJ-APPROVER when a queued adjustment
      *              was approved - and PENDFILE holds what is still
      *              queued. For each operator on OPERFILE, and for
      *              any ID on the trail that is not (or is no
      *              longer) on it, the report lists every adjustment
      *              in the period the operator applied, keyed for
      *              approval, approved for someone else or still has
      *              waiting, then totals by action and by action and
      *              reason code. Patterns worth a second look are
      *              flagged:
      *                - an A/C/D applied alone within the near-limit
      *                  percentage of the operator's OP-ADJ-LIMIT
      *                  (the limit on file today);
      *                - a C/D to a player whose DAYACT shows a loss
      *                  of at least the large-loss amount on the day
      *                  of the adjustment or the days just before;
      *                - two operators who approve each other's
      *                  adjustments, and an operator whose approved
      *                  adjustments all came from one approver;
      *                - any activity by an ID not on OPERFILE.
      *              Before the report the PENDFILE queue is aged:
      *              an adjustment waiting more than the expiry days
      *              is deleted unapplied and cut on CREDAUD as a
      *              'Q' record (amount, reason and keying operator
      *              as queued, ADJ-SUB-CODE the action that expired),
      *              so it shows in this report and the trail.
      *              SYSIN carries one card:
      *                COL  1- 8  FROM DATE (BLANK = SIX DAYS BEFORE
      *                           THE TO DATE)
      *                COL 10-17  TO DATE (BLANK = TODAY)
      *                COL 19-21  PENDING EXPIRY DAYS (BLANK = 014)
      *                COL 23-24  NEAR-LIMIT PERCENT (BLANK = 90)
      *                COL 26-33  LARGE LOSS AMOUNT (BLANK = 00010000)
      *                COL 35-36  LOSS LOOK-BACK DAYS (BLANK = 02)
      *              Flags are for review and set no return code; a
      *              missing OPERFILE or a PENDFILE that will not
      *              open ends the run RC=8.
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE
               ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS OP-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PLAYER-ID
               FILE STATUS IS PD-FILE-STATUS.

           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT DAILY-ACT-FILE
               ASSIGN TO DAYACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS DA-FILE-STATUS.

           SELECT CRED-AUDIT
               ASSIGN TO CREDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
           COPY OPERREC.

       FD  PENDING-FILE.
           COPY PENDADJ.

       FD  CREDITS-FILE.
           COPY CREDREC.

       FD  DAILY-ACT-FILE.
           COPY DAYACT.

       FD  CRED-AUDIT.
       01  CRED-AUDIT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
           COPY CREDADJ.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.

       01  OP-FILE-STATUS     PIC XX   VALUE '00'.
       01  PD-FILE-STATUS     PIC XX   VALUE '00'.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  DA-FILE-STATUS     PIC XX   VALUE '00'.
       01  AU-FILE-STATUS     PIC XX   VALUE '00'.
       01  CREDITS-OPEN       PIC X    VALUE 'N'.
       01  DAYACT-OPEN        PIC X    VALUE 'N'.

       01  RUN-TIMESTAMP      PIC X(14) VALUE SPACES.
       01  TODAY-DATE         PIC 9(8)  VALUE 0.
       01  TODAY-INTEGER      PIC 9(7)  VALUE 0.
       01  FROM-DATE          PIC X(8)  VALUE SPACES.
       01  TO-DATE            PIC X(8)  VALUE SPACES.
       01  FROM-DATE-NUM      PIC 9(8)  VALUE 0.
       01  TO-DATE-NUM        PIC 9(8)  VALUE 0.
       01  EXPIRY-DAYS        PIC 9(3)  VALUE 14.
       01  NEAR-LIMIT-PCT     PIC 9(2)  VALUE 90.
       01  LARGE-LOSS         PIC 9(8)  VALUE 10000.
       01  LOSS-DAYS          PIC 9(2)  VALUE 2.
       01  MIN-APPROVALS      PIC 9(3)  VALUE 3.

       01  QUEUED-DATE        PIC 9(8)  VALUE 0.
       01  AGE-DAYS           PIC S9(7) VALUE 0.
       01  AGE-DISPLAY        PIC ZZZ9.
       01  WORK-DATE-NUM      PIC 9(8)  VALUE 0.
       01  ADJ-DATE-INTEGER   PIC 9(7)  VALUE 0.
       01  DAY-OFFSET         PIC 9(3)  VALUE 0.
       01  NEAR-FLOOR         PIC 9(10) VALUE 0.
       01  NEAR-FLAG          PIC X     VALUE 'N'.
       01  LOSS-FLAG          PIC X     VALUE 'N'.
       01  LOSS-FOUND-DATE    PIC X(8)  VALUE SPACES.
       01  LOSS-FOUND-AMOUNT  PIC 9(8)  VALUE 0.
       01  ROLE-TEXT          PIC X(36) VALUE SPACES.

       01  PENDING-READ       PIC 9(5)  VALUE 0.
       01  PENDING-EXPIRED    PIC 9(5)  VALUE 0.
       01  PENDING-LEFT       PIC 9(5)  VALUE 0.
       01  EXPIRED-TOTAL      PIC 9(10) VALUE 0.
       01  AUDIT-READ         PIC 9(7)  VALUE 0.
       01  AUDIT-IN-PERIOD    PIC 9(7)  VALUE 0.
       01  BAD-AUDIT-COUNT    PIC 9(5)  VALUE 0.
       01  OPERS-ON-FILE      PIC 9(3)  VALUE 0.
       01  UNKNOWN-COUNT      PIC 9(3)  VALUE 0.
       01  NEAR-LIMIT-COUNT   PIC 9(5)  VALUE 0.
       01  AFTER-LOSS-COUNT   PIC 9(5)  VALUE 0.
       01  MUTUAL-COUNT       PIC 9(3)  VALUE 0.
       01  SOLE-APPROVER-COUNT PIC 9(3) VALUE 0.
       01  DETAIL-DROPPED     PIC 9(5)  VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

      *    THE ACTIONS CREDAUD CARRIES, IN REPORT ORDER
       01  ACTION-TABLE.
           05 ACTION-ENTRY OCCURS 8.
              10 ACTION-CODE     PIC X.
              10 ACTION-NAME     PIC X(8).
       01  ACTION-SUB         PIC 9     VALUE 0.
       01  CUR-ACTION         PIC 9     VALUE 0.

      *    ONE ENTRY PER OPERATOR ON OPERFILE, THEN ONE PER ID
      *    FOUND ON THE TRAIL THAT IS NOT ON IT
       01  OPER-COUNT         PIC 9(3)  VALUE 0.
       01  MAX-OPERS          PIC 9(3)  VALUE 100.
       01  OPER-SUB           PIC 9(3)  VALUE 0.
       01  CUR-OPER           PIC 9(3)  VALUE 0.
       01  KEYER-SUB          PIC 9(3)  VALUE 0.
       01  APPROVER-SUB       PIC 9(3)  VALUE 0.
       01  WORK-OPER-ID       PIC X(8)  VALUE SPACES.
       01  OPER-TABLE.
           05 OPER-ENTRY OCCURS 100.
              10 OT-OPER-ID      PIC X(8).
              10 OT-ROLE         PIC X(8).
              10 OT-LIMIT        PIC 9(8).
              10 OT-ON-FILE      PIC X.
              10 OT-ACTION-ENTRY OCCURS 8.
                 15 OT-ACT-COUNT    PIC 9(5).
                 15 OT-ACT-AMOUNT   PIC 9(10).
              10 OT-APPLIED-COUNT   PIC 9(5).
              10 OT-KEYED-COUNT     PIC 9(5).
              10 OT-APPROVED-COUNT  PIC 9(5).
              10 OT-APPROVED-AMOUNT PIC 9(10).
              10 OT-PENDING-COUNT   PIC 9(5).
              10 OT-EXPIRED-COUNT   PIC 9(5).
              10 OT-FLAG-COUNT      PIC 9(5).

      *    EVERY ADJUSTMENT IN THE PERIOD AND EVERY ITEM STILL
      *    QUEUED, LISTED UNDER EACH OPERATOR IT INVOLVES
       01  DETAIL-COUNT       PIC 9(4)  VALUE 0.
       01  MAX-DETAILS        PIC 9(4)  VALUE 2000.
       01  DETAIL-SUB         PIC 9(4)  VALUE 0.
       01  CUR-DETAIL         PIC 9(4)  VALUE 0.
       01  DETAIL-TABLE.
           05 DETAIL-ENTRY OCCURS 2000.
              10 DT-SOURCE       PIC X.
              10 DT-TIMESTAMP    PIC X(14).
              10 DT-PLAYER-ID    PIC X(8).
              10 DT-ACTION       PIC X.
              10 DT-SUB-CODE     PIC X.
              10 DT-AMOUNT       PIC 9(8).
              10 DT-REASON       PIC X(4).
              10 DT-OPERATOR     PIC X(8).
              10 DT-APPROVER     PIC X(8).
              10 DT-AGE          PIC 9(4).
              10 DT-NEAR-LIMIT   PIC X.
              10 DT-AFTER-LOSS   PIC X.
              10 DT-LOSS-DATE    PIC X(8).
              10 DT-LOSS-AMOUNT  PIC 9(8).

      *    WHO APPROVED WHOSE QUEUED ADJUSTMENTS, AND HOW OFTEN
       01  PAIR-COUNT         PIC 9(3)  VALUE 0.
       01  MAX-PAIRS          PIC 9(3)  VALUE 200.
       01  PAIR-SUB           PIC 9(3)  VALUE 0.
       01  PAIR-PROBE         PIC 9(3)  VALUE 0.
       01  CUR-PAIR           PIC 9(3)  VALUE 0.
       01  REVERSE-PAIR       PIC 9(3)  VALUE 0.
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 200.
              10 PR-KEYER        PIC X(8).
              10 PR-APPROVER     PIC X(8).
              10 PR-COUNT        PIC 9(5).
              10 PR-AMOUNT       PIC 9(10).

      *    TOTALS BY OPERATOR, ACTION AND REASON CODE
       01  REASON-COUNT       PIC 9(3)  VALUE 0.
       01  MAX-REASONS        PIC 9(3)  VALUE 500.
       01  REASON-SUB         PIC 9(3)  VALUE 0.
       01  CUR-REASON         PIC 9(3)  VALUE 0.
       01  REASON-TABLE.
           05 REASON-ENTRY OCCURS 500.
              10 RS-OPER-ID      PIC X(8).
              10 RS-ACTION       PIC X.
              10 RS-REASON       PIC X(4).
              10 RS-COUNT        PIC 9(5).
              10 RS-AMOUNT       PIC 9(10).

      * Input Buffers
       01  OPERAUD-CARD.
           05 OA-FROM-DATE    PIC X(8).
           05 FILLER          PIC X.
           05 OA-TO-DATE      PIC X(8).
           05 FILLER          PIC X.
           05 OA-EXPIRY-DAYS  PIC 9(3).
           05 FILLER          PIC X.
           05 OA-NEAR-PCT     PIC 9(2).
           05 FILLER          PIC X.
           05 OA-LARGE-LOSS   PIC 9(8).
           05 FILLER          PIC X.
           05 OA-LOSS-DAYS    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-OPERAUD-CARD
           PERFORM LOAD-ACTION-NAMES

           DISPLAY '=============================================='
           DISPLAY '    LUCKYZ OPERATOR ACTIVITY AUDIT REPORT     '
           DISPLAY '=============================================='
           DISPLAY 'PERIOD FROM .................: ' FROM-DATE
           DISPLAY 'PERIOD TO ...................: ' TO-DATE
           DISPLAY 'PENDING EXPIRY (DAYS) .......: ' EXPIRY-DAYS
           DISPLAY 'NEAR-LIMIT PERCENT ..........: ' NEAR-LIMIT-PCT
           DISPLAY 'LARGE LOSS ..................: ' LARGE-LOSS
           DISPLAY 'LOSS LOOK-BACK (DAYS) .......: ' LOSS-DAYS

           PERFORM LOAD-OPERATOR-TABLE
           PERFORM AGE-PENDING-QUEUE
           PERFORM READ-AUDIT-TRAIL

           PERFORM PRINT-ONE-OPERATOR
               VARYING OPER-SUB FROM 1 BY 1
               UNTIL OPER-SUB > OPER-COUNT

           PERFORM PRINT-APPROVAL-PATTERNS
           PERFORM PRINT-AUDIT-SUMMARY
           STOP RUN.

      *    ---- READ THE PARAMETER CARD, DEFAULTING BLANK FIELDS ----
       READ-OPERAUD-CARD.
           MOVE SPACES TO OPERAUD-CARD
           ACCEPT OPERAUD-CARD

           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           IF OA-TO-DATE IS NUMERIC
               MOVE OA-TO-DATE TO TO-DATE
           ELSE
               MOVE RUN-TIMESTAMP(1:8) TO TO-DATE
           END-IF

           IF OA-FROM-DATE IS NUMERIC
               MOVE OA-FROM-DATE TO FROM-DATE
           ELSE
               MOVE TO-DATE TO TO-DATE-NUM
               COMPUTE FROM-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TO-DATE-NUM) - 6)
               MOVE FROM-DATE-NUM TO FROM-DATE
           END-IF

           IF OA-EXPIRY-DAYS IS NUMERIC
               MOVE OA-EXPIRY-DAYS TO EXPIRY-DAYS
           END-IF

           IF OA-NEAR-PCT IS NUMERIC
               MOVE OA-NEAR-PCT TO NEAR-LIMIT-PCT
           END-IF

           IF OA-LARGE-LOSS IS NUMERIC
               MOVE OA-LARGE-LOSS TO LARGE-LOSS
           END-IF

           IF OA-LOSS-DAYS IS NUMERIC
               MOVE OA-LOSS-DAYS TO LOSS-DAYS
           END-IF.

      *    ---- THE CREDAUD ACTIONS AND THEIR REPORT NAMES ----
       LOAD-ACTION-NAMES.
           MOVE 'A' TO ACTION-CODE(1)
           MOVE 'OPEN    ' TO ACTION-NAME(1)
           MOVE 'C' TO ACTION-CODE(2)
           MOVE 'CREDIT  ' TO ACTION-NAME(2)
           MOVE 'D' TO ACTION-CODE(3)
           MOVE 'DEBIT   ' TO ACTION-NAME(3)
           MOVE 'X' TO ACTION-CODE(4)
           MOVE 'CLOSE   ' TO ACTION-NAME(4)
           MOVE 'R' TO ACTION-CODE(5)
           MOVE 'RELEASE ' TO ACTION-NAME(5)
           MOVE 'L' TO ACTION-CODE(6)
           MOVE 'LOYALTY ' TO ACTION-NAME(6)
           MOVE 'B' TO ACTION-CODE(7)
           MOVE 'REPAIR  ' TO ACTION-NAME(7)
           MOVE 'Q' TO ACTION-CODE(8)
           MOVE 'EXPIRED ' TO ACTION-NAME(8).

      *    ---- LOAD EVERY OPERATOR ON THE AUTHORITY FILE ----
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPER-FILE
           IF OP-FILE-STATUS NOT = '00'
               DISPLAY 'NO OPERATOR AUTHORITY FILE - STATUS '
                   OP-FILE-STATUS ' - REVIEW REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO EOF-SWITCH
           PERFORM READ-OPER-RECORD
           PERFORM ADD-ONE-OPERATOR UNTIL EOF-REACHED
           CLOSE OPER-FILE.

      *    ---- ONE OPERFILE RECORD INTO THE TABLE ----
       ADD-ONE-OPERATOR.
           IF OPER-COUNT < MAX-OPERS
               ADD 1 TO OPER-COUNT
               ADD 1 TO OPERS-ON-FILE
               MOVE OPER-COUNT TO CUR-OPER
               PERFORM CLEAR-OPERATOR-ENTRY
               MOVE OP-OPER-ID   TO OT-OPER-ID(CUR-OPER)
               MOVE OP-ROLE      TO OT-ROLE(CUR-OPER)
               MOVE OP-ADJ-LIMIT TO OT-LIMIT(CUR-OPER)
               MOVE 'Y'          TO OT-ON-FILE(CUR-OPER)
           ELSE
               DISPLAY 'OPERATOR TABLE FULL - ' OP-OPER-ID
                   ' NOT REVIEWED'
           END-IF

           PERFORM READ-OPER-RECORD.

      *    ---- ZERO ONE OPERATOR ENTRY ----
       CLEAR-OPERATOR-ENTRY.
           MOVE SPACES TO OT-OPER-ID(CUR-OPER)
                          OT-ROLE(CUR-OPER)
           MOVE ZERO   TO OT-LIMIT(CUR-OPER)
                          OT-APPLIED-COUNT(CUR-OPER)
                          OT-KEYED-COUNT(CUR-OPER)
                          OT-APPROVED-COUNT(CUR-OPER)
                          OT-APPROVED-AMOUNT(CUR-OPER)
                          OT-PENDING-COUNT(CUR-OPER)
                          OT-EXPIRED-COUNT(CUR-OPER)
                          OT-FLAG-COUNT(CUR-OPER)
           MOVE 'N'    TO OT-ON-FILE(CUR-OPER)
           PERFORM CLEAR-ONE-ACTION
               VARYING ACTION-SUB FROM 1 BY 1 UNTIL ACTION-SUB > 8.

      *    ---- ZERO ONE ACTION TOTAL FOR ONE OPERATOR ----
       CLEAR-ONE-ACTION.
           MOVE ZERO TO OT-ACT-COUNT(CUR-OPER, ACTION-SUB)
                        OT-ACT-AMOUNT(CUR-OPER, ACTION-SUB).

      *    ---- AGE THE PENDFILE QUEUE, EXPIRING STALE ITEMS ----
      *    AN EXPIRED ADJUSTMENT IS DELETED UNAPPLIED AND CUT ON
      *    CREDAUD AS A 'Q' RECORD, SO THE TRAIL STILL SHOWS IT WAS
      *    KEYED. THE BALANCE ON THE RECORD IS THE ACCOUNT'S AS IT
      *    STANDS - THE EXPIRY MOVES NOTHING.
       AGE-PENDING-QUEUE.
           DISPLAY '----------------------------------------------'
           DISPLAY 'PENDING ADJUSTMENT QUEUE (PENDFILE)'

           OPEN I-O PENDING-FILE
           IF PD-FILE-STATUS = '35'
               DISPLAY '  NO PENDFILE - NOTHING QUEUED'
           ELSE
               IF PD-FILE-STATUS NOT = '00'
                   DISPLAY 'PENDFILE OPEN FAILED - STATUS '
                       PD-FILE-STATUS ' - REVIEW REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN INPUT CREDITS-FILE
               IF CR-FILE-STATUS = '00'
                   MOVE 'Y' TO CREDITS-OPEN
               END-IF
               PERFORM OPEN-AUDIT-FILE

               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-PENDING
               PERFORM AGE-ONE-PENDING UNTIL EOF-REACHED

               CLOSE PENDING-FILE
               CLOSE CRED-AUDIT
               IF CREDITS-OPEN = 'Y'
                   CLOSE CREDITS-FILE
               END-IF

               IF PENDING-READ = 0
                   DISPLAY '  NOTHING QUEUED'
               END-IF
           END-IF.

      *    ---- AGE ONE QUEUED ADJUSTMENT ----
      *    AN ITEM WITH NO USABLE QUEUE DATE CANNOT BE AGED AND IS
      *    LEFT WAITING RATHER THAN EXPIRED ON A GUESS.
       AGE-ONE-PENDING.
           ADD 1 TO PENDING-READ
           MOVE PA-OPERATOR TO WORK-OPER-ID
           PERFORM FIND-OPERATOR-ENTRY

           IF PA-QUEUED-TS(1:8) IS NUMERIC
               MOVE PA-QUEUED-TS(1:8) TO QUEUED-DATE
               COMPUTE AGE-DAYS = TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(QUEUED-DATE)
               MOVE AGE-DAYS TO AGE-DISPLAY
               IF AGE-DAYS > EXPIRY-DAYS
                   PERFORM EXPIRE-ONE-PENDING
               ELSE
                   PERFORM KEEP-ONE-PENDING
               END-IF
           ELSE
               MOVE ZERO TO AGE-DAYS
               MOVE ZERO TO AGE-DISPLAY
               DISPLAY '  PLAYER ' PA-PLAYER-ID
                   ' NO QUEUE DATE ON RECORD - NOT AGED'
               PERFORM KEEP-ONE-PENDING
           END-IF

           PERFORM READ-NEXT-PENDING.

      *    ---- EXPIRE ONE ITEM: DELETE IT, THEN CUT THE 'Q' ----
       EXPIRE-ONE-PENDING.
           DELETE PENDING-FILE RECORD
               INVALID KEY
                   DISPLAY '  PLAYER ' PA-PLAYER-ID
                       ' COULD NOT BE DELETED - NOT EXPIRED'
                   PERFORM KEEP-ONE-PENDING
               NOT INVALID KEY
                   PERFORM WRITE-EXPIRY-AUDIT-RECORD
                   ADD 1 TO PENDING-EXPIRED
                   ADD PA-AMOUNT TO EXPIRED-TOTAL
                       ON SIZE ERROR
                          MOVE MAX-TOTAL TO EXPIRED-TOTAL
                   END-ADD
                   DISPLAY '  EXPIRED PLAYER ' PA-PLAYER-ID
                       ' ' PA-ACTION ' ' PA-AMOUNT
                       ' RSN ' PA-REASON ' BY ' PA-OPERATOR
                       ' AGE ' AGE-DISPLAY ' DAYS'
           END-DELETE.

      *    ---- LIST ONE ITEM STILL WAITING FOR APPROVAL ----
       KEEP-ONE-PENDING.
           ADD 1 TO PENDING-LEFT
           IF CUR-OPER > 0
               ADD 1 TO OT-PENDING-COUNT(CUR-OPER)
           END-IF
           DISPLAY '  PENDING PLAYER ' PA-PLAYER-ID
               ' ' PA-ACTION ' ' PA-AMOUNT
               ' RSN ' PA-REASON ' BY ' PA-OPERATOR
               ' AGE ' AGE-DISPLAY ' DAYS'

           PERFORM ADD-DETAIL-ENTRY
           IF CUR-DETAIL > 0
               MOVE 'P'          TO DT-SOURCE(CUR-DETAIL)
               MOVE PA-QUEUED-TS TO DT-TIMESTAMP(CUR-DETAIL)
               MOVE PA-PLAYER-ID TO DT-PLAYER-ID(CUR-DETAIL)
               MOVE PA-ACTION    TO DT-ACTION(CUR-DETAIL)
               MOVE PA-AMOUNT    TO DT-AMOUNT(CUR-DETAIL)
               MOVE PA-REASON    TO DT-REASON(CUR-DETAIL)
               MOVE PA-OPERATOR  TO DT-OPERATOR(CUR-DETAIL)
               MOVE AGE-DAYS     TO DT-AGE(CUR-DETAIL)
           END-IF.

      *    ---- CUT THE CREDAUD 'Q' RECORD FOR ONE EXPIRY ----
       WRITE-EXPIRY-AUDIT-RECORD.
           MOVE ZERO TO CR-BALANCE
           IF CREDITS-OPEN = 'Y'
               MOVE PA-PLAYER-ID TO CR-PLAYER-ID
               READ CREDITS-FILE
                   INVALID KEY
                       MOVE ZERO TO CR-BALANCE
               END-READ
           END-IF

           MOVE RUN-TIMESTAMP TO ADJ-TIMESTAMP
           MOVE PA-PLAYER-ID  TO ADJ-PLAYER-ID
           MOVE 'Q'           TO ADJ-ACTION
           MOVE PA-AMOUNT     TO ADJ-AMOUNT
           MOVE CR-BALANCE    TO ADJ-NEW-BALANCE
           MOVE PA-REASON     TO ADJ-REASON
           MOVE PA-OPERATOR   TO ADJ-OPERATOR
           MOVE SPACES        TO ADJ-APPROVER
           MOVE PA-ACTION     TO ADJ-SUB-CODE

           MOVE ADJ-AUDIT-LINE TO CRED-AUDIT-REC
           WRITE CRED-AUDIT-REC.

      *    ---- TALLY THE PERIOD'S CREDAUD RECORDS BY OPERATOR ----
      *    DAYACT IS OPTIONAL: WITHOUT IT THE LOSS CHECK IS SKIPPED.
       READ-AUDIT-TRAIL.
           OPEN INPUT DAILY-ACT-FILE
           IF DA-FILE-STATUS = '00'
               MOVE 'Y' TO DAYACT-OPEN
           ELSE
               DISPLAY 'NO DAYACT FILE - STATUS ' DA-FILE-STATUS
                   ' - LOSS CHECK SKIPPED'
           END-IF

           OPEN INPUT CRED-AUDIT
           IF AU-FILE-STATUS = '35'
               DISPLAY 'NO CREDAUD FILE - NO ADJUSTMENTS TO REVIEW'
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-AUDIT-RECORD
               PERFORM FOLD-ONE-AUDIT UNTIL EOF-REACHED
               CLOSE CRED-AUDIT
           END-IF

           IF DAYACT-OPEN = 'Y'
               CLOSE DAILY-ACT-FILE
           END-IF.

      *    ---- ONE CREDAUD RECORD: TALLY IT IF IN THE PERIOD ----
       FOLD-ONE-AUDIT.
           ADD 1 TO AUDIT-READ
           MOVE CRED-AUDIT-REC TO ADJ-AUDIT-LINE

           IF ADJ-TIMESTAMP(1:8) NOT < FROM-DATE
            AND ADJ-TIMESTAMP(1:8) NOT > TO-DATE
               IF ADJ-AMOUNT IS NOT NUMERIC
                   DISPLAY 'BAD CREDAUD RECORD: ' CRED-AUDIT-REC
                   ADD 1 TO BAD-AUDIT-COUNT
               ELSE
                   ADD 1 TO AUDIT-IN-PERIOD
                   PERFORM TALLY-ONE-ADJUSTMENT
               END-IF
           END-IF

           PERFORM READ-AUDIT-RECORD.

      *    ---- CREDIT ONE ADJUSTMENT TO ITS KEYER AND APPROVER ----
      *    THE ACTION AND REASON TOTALS GO TO THE OPERATOR WHO KEYED
      *    THE ADJUSTMENT; THE APPROVER'S SHARE IS COUNTED APART.
       TALLY-ONE-ADJUSTMENT.
           MOVE ADJ-OPERATOR TO WORK-OPER-ID
           PERFORM FIND-OPERATOR-ENTRY
           MOVE CUR-OPER TO KEYER-SUB

           MOVE ZERO TO APPROVER-SUB
           IF ADJ-APPROVER NOT = SPACES
               MOVE ADJ-APPROVER TO WORK-OPER-ID
               PERFORM FIND-OPERATOR-ENTRY
               MOVE CUR-OPER TO APPROVER-SUB
           END-IF

           PERFORM ADD-DETAIL-ENTRY
           IF CUR-DETAIL > 0
               MOVE 'A'             TO DT-SOURCE(CUR-DETAIL)
               MOVE ADJ-TIMESTAMP   TO DT-TIMESTAMP(CUR-DETAIL)
               MOVE ADJ-PLAYER-ID   TO DT-PLAYER-ID(CUR-DETAIL)
               MOVE ADJ-ACTION      TO DT-ACTION(CUR-DETAIL)
               MOVE ADJ-SUB-CODE    TO DT-SUB-CODE(CUR-DETAIL)
               MOVE ADJ-AMOUNT      TO DT-AMOUNT(CUR-DETAIL)
               MOVE ADJ-REASON      TO DT-REASON(CUR-DETAIL)
               MOVE ADJ-OPERATOR    TO DT-OPERATOR(CUR-DETAIL)
               MOVE ADJ-APPROVER    TO DT-APPROVER(CUR-DETAIL)
           END-IF

           MOVE ZERO TO CUR-ACTION
           PERFORM FIND-ACTION-CODE
               VARYING ACTION-SUB FROM 1 BY 1 UNTIL ACTION-SUB > 8

           IF KEYER-SUB > 0
               IF CUR-ACTION > 0
                   ADD 1 TO OT-ACT-COUNT(KEYER-SUB, CUR-ACTION)
                   ADD ADJ-AMOUNT
                       TO OT-ACT-AMOUNT(KEYER-SUB, CUR-ACTION)
                       ON SIZE ERROR
                          MOVE MAX-TOTAL
                              TO OT-ACT-AMOUNT(KEYER-SUB, CUR-ACTION)
                   END-ADD
               END-IF
               EVALUATE TRUE
                   WHEN ADJ-ACTION = 'Q'
                       ADD 1 TO OT-EXPIRED-COUNT(KEYER-SUB)
                   WHEN ADJ-APPROVER NOT = SPACES
                       ADD 1 TO OT-KEYED-COUNT(KEYER-SUB)
                   WHEN OTHER
                       ADD 1 TO OT-APPLIED-COUNT(KEYER-SUB)
               END-EVALUATE
               PERFORM TALLY-REASON-CODE
           END-IF

           IF APPROVER-SUB > 0
               ADD 1 TO OT-APPROVED-COUNT(APPROVER-SUB)
               ADD ADJ-AMOUNT TO OT-APPROVED-AMOUNT(APPROVER-SUB)
                   ON SIZE ERROR
                      MOVE MAX-TOTAL TO OT-APPROVED-AMOUNT(APPROVER-SUB)
               END-ADD
               PERFORM TALLY-APPROVAL-PAIR
           END-IF

           PERFORM CHECK-NEAR-LIMIT
           PERFORM CHECK-AFTER-LOSS.

      *    ---- ONE PROBE OF THE ACTION TABLE ----
       FIND-ACTION-CODE.
           IF ACTION-CODE(ACTION-SUB) = ADJ-ACTION
               MOVE ACTION-SUB TO CUR-ACTION
           END-IF.

      *    ---- AN ADJUSTMENT KEPT JUST UNDER THE KEYER'S LIMIT ----
      *    ONLY AN A/C/D APPLIED ALONE - AN APPROVED ONE WAS OVER
      *    THE LIMIT BY DEFINITION AND HAD ITS SECOND SIGNATURE.
       CHECK-NEAR-LIMIT.
           MOVE 'N' TO NEAR-FLAG
           IF (ADJ-ACTION = 'A' OR ADJ-ACTION = 'C'
            OR ADJ-ACTION = 'D')
            AND ADJ-APPROVER = SPACES
            AND KEYER-SUB > 0
               IF OT-ON-FILE(KEYER-SUB) = 'Y'
                AND OT-LIMIT(KEYER-SUB) > 0
                   COMPUTE NEAR-FLOOR =
                       OT-LIMIT(KEYER-SUB) * NEAR-LIMIT-PCT / 100
                   IF ADJ-AMOUNT NOT < NEAR-FLOOR
                    AND ADJ-AMOUNT NOT > OT-LIMIT(KEYER-SUB)
                       MOVE 'Y' TO NEAR-FLAG
                       ADD 1 TO NEAR-LIMIT-COUNT
                       ADD 1 TO OT-FLAG-COUNT(KEYER-SUB)
                   END-IF
               END-IF
           END-IF

           IF CUR-DETAIL > 0
               MOVE NEAR-FLAG TO DT-NEAR-LIMIT(CUR-DETAIL)
           END-IF.

      *    ---- A CREDIT OR DEBIT SOON AFTER A LARGE LOSS ----
      *    LOOKS AT THE ADJUSTMENT DAY AND THE LOOK-BACK DAYS BEFORE
      *    IT ON DAYACT, AND KEEPS THE LARGEST QUALIFYING LOSS.
       CHECK-AFTER-LOSS.
           MOVE 'N'    TO LOSS-FLAG
           MOVE SPACES TO LOSS-FOUND-DATE
           MOVE ZERO   TO LOSS-FOUND-AMOUNT

           IF (ADJ-ACTION = 'C' OR ADJ-ACTION = 'D')
            AND DAYACT-OPEN = 'Y'
            AND ADJ-TIMESTAMP(1:8) IS NUMERIC
               MOVE ADJ-TIMESTAMP(1:8) TO WORK-DATE-NUM
               COMPUTE ADJ-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
               PERFORM CHECK-ONE-LOSS-DAY
                   VARYING DAY-OFFSET FROM 0 BY 1
                   UNTIL DAY-OFFSET > LOSS-DAYS
               IF LOSS-FLAG = 'Y'
                   ADD 1 TO AFTER-LOSS-COUNT
                   IF KEYER-SUB > 0
                       ADD 1 TO OT-FLAG-COUNT(KEYER-SUB)
                   END-IF
               END-IF
           END-IF

           IF CUR-DETAIL > 0
               MOVE LOSS-FLAG         TO DT-AFTER-LOSS(CUR-DETAIL)
               MOVE LOSS-FOUND-DATE   TO DT-LOSS-DATE(CUR-DETAIL)
               MOVE LOSS-FOUND-AMOUNT TO DT-LOSS-AMOUNT(CUR-DETAIL)
           END-IF.

      *    ---- ONE DAY OF THE PLAYER'S DAYACT HISTORY ----
       CHECK-ONE-LOSS-DAY.
           COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               ADJ-DATE-INTEGER - DAY-OFFSET)
           MOVE ADJ-PLAYER-ID TO DA-PLAYER-ID
           MOVE WORK-DATE-NUM TO DA-DATE

           READ DAILY-ACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DA-NET-SIGN = '-'
                    AND DA-NET-AMOUNT NOT < LARGE-LOSS
                    AND DA-NET-AMOUNT > LOSS-FOUND-AMOUNT
                       MOVE 'Y'           TO LOSS-FLAG
                       MOVE DA-DATE       TO LOSS-FOUND-DATE
                       MOVE DA-NET-AMOUNT TO LOSS-FOUND-AMOUNT
                   END-IF
           END-READ.

      *    ---- COUNT ONE APPROVAL AGAINST ITS KEYER/APPROVER PAIR ----
       TALLY-APPROVAL-PAIR.
           MOVE ZERO TO CUR-PAIR
           PERFORM SCAN-PAIR-TABLE
               VARYING PAIR-PROBE FROM 1 BY 1
               UNTIL PAIR-PROBE > PAIR-COUNT

           IF CUR-PAIR = 0
               IF PAIR-COUNT < MAX-PAIRS
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-COUNT   TO CUR-PAIR
                   MOVE ADJ-OPERATOR TO PR-KEYER(CUR-PAIR)
                   MOVE ADJ-APPROVER TO PR-APPROVER(CUR-PAIR)
                   MOVE ZERO TO PR-COUNT(CUR-PAIR)
                                PR-AMOUNT(CUR-PAIR)
               ELSE
                   DISPLAY 'APPROVAL PAIR TABLE FULL - ' ADJ-OPERATOR
                       '/' ADJ-APPROVER ' NOT PAIRED'
               END-IF
           END-IF

           IF CUR-PAIR > 0
               ADD 1 TO PR-COUNT(CUR-PAIR)
               ADD ADJ-AMOUNT TO PR-AMOUNT(CUR-PAIR)
                   ON SIZE ERROR
                      MOVE MAX-TOTAL TO PR-AMOUNT(CUR-PAIR)
               END-ADD
           END-IF.

      *    ---- ONE PROBE OF THE PAIR TABLE ----
       SCAN-PAIR-TABLE.
           IF PR-KEYER(PAIR-PROBE) = ADJ-OPERATOR
            AND PR-APPROVER(PAIR-PROBE) = ADJ-APPROVER
               MOVE PAIR-PROBE TO CUR-PAIR
           END-IF.

      *    ---- ADD ONE ADJUSTMENT TO ITS ACTION/REASON TOTAL ----
       TALLY-REASON-CODE.
           MOVE ZERO TO CUR-REASON
           PERFORM SCAN-REASON-TABLE
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > REASON-COUNT

           IF CUR-REASON = 0
               IF REASON-COUNT < MAX-REASONS
                   ADD 1 TO REASON-COUNT
                   MOVE REASON-COUNT TO CUR-REASON
                   MOVE ADJ-OPERATOR TO RS-OPER-ID(CUR-REASON)
                   MOVE ADJ-ACTION   TO RS-ACTION(CUR-REASON)
                   MOVE ADJ-REASON   TO RS-REASON(CUR-REASON)
                   MOVE ZERO TO RS-COUNT(CUR-REASON)
                                RS-AMOUNT(CUR-REASON)
               ELSE
                   DISPLAY 'REASON TABLE FULL - ' ADJ-OPERATOR
                       ' ' ADJ-ACTION ' ' ADJ-REASON ' NOT TOTALLED'
               END-IF
           END-IF

           IF CUR-REASON > 0
               ADD 1 TO RS-COUNT(CUR-REASON)
               ADD ADJ-AMOUNT TO RS-AMOUNT(CUR-REASON)
                   ON SIZE ERROR
                      MOVE MAX-TOTAL TO RS-AMOUNT(CUR-REASON)
               END-ADD
           END-IF.

      *    ---- ONE PROBE OF THE REASON TABLE ----
       SCAN-REASON-TABLE.
           IF RS-OPER-ID(REASON-SUB) = ADJ-OPERATOR
            AND RS-ACTION(REASON-SUB) = ADJ-ACTION
            AND RS-REASON(REASON-SUB) = ADJ-REASON
               MOVE REASON-SUB TO CUR-REASON
           END-IF.

      *    ---- TAKE THE NEXT FREE DETAIL LINE, IF ANY ----
       ADD-DETAIL-ENTRY.
           IF DETAIL-COUNT < MAX-DETAILS
               ADD 1 TO DETAIL-COUNT
               MOVE DETAIL-COUNT TO CUR-DETAIL
               MOVE SPACES TO DT-SOURCE(CUR-DETAIL)
                              DT-TIMESTAMP(CUR-DETAIL)
                              DT-PLAYER-ID(CUR-DETAIL)
                              DT-ACTION(CUR-DETAIL)
                              DT-SUB-CODE(CUR-DETAIL)
                              DT-REASON(CUR-DETAIL)
                              DT-OPERATOR(CUR-DETAIL)
                              DT-APPROVER(CUR-DETAIL)
                              DT-LOSS-DATE(CUR-DETAIL)
               MOVE ZERO   TO DT-AMOUNT(CUR-DETAIL)
                              DT-AGE(CUR-DETAIL)
                              DT-LOSS-AMOUNT(CUR-DETAIL)
               MOVE 'N'    TO DT-NEAR-LIMIT(CUR-DETAIL)
                              DT-AFTER-LOSS(CUR-DETAIL)
           ELSE
               MOVE ZERO TO CUR-DETAIL
               ADD 1 TO DETAIL-DROPPED
           END-IF.

      *    ---- FIND OR ADD WORK-OPER-ID IN THE OPERATOR TABLE ----
      *    AN ID NOT LOADED FROM OPERFILE IS ADDED AS NOT ON FILE.
       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO CUR-OPER
           PERFORM SCAN-OPERATOR-TABLE
               VARYING OPER-SUB FROM 1 BY 1
               UNTIL OPER-SUB > OPER-COUNT

           IF CUR-OPER = 0
               IF OPER-COUNT < MAX-OPERS
                   ADD 1 TO OPER-COUNT
                   ADD 1 TO UNKNOWN-COUNT
                   MOVE OPER-COUNT TO CUR-OPER
                   PERFORM CLEAR-OPERATOR-ENTRY
                   MOVE WORK-OPER-ID TO OT-OPER-ID(CUR-OPER)
               ELSE
                   DISPLAY 'OPERATOR TABLE FULL - ' WORK-OPER-ID
                       ' NOT REVIEWED'
               END-IF
           END-IF.

      *    ---- ONE PROBE OF THE OPERATOR TABLE ----
       SCAN-OPERATOR-TABLE.
           IF OT-OPER-ID(OPER-SUB) = WORK-OPER-ID
               MOVE OPER-SUB TO CUR-OPER
           END-IF.

      *    ---- ONE OPERATOR: EVERY ADJUSTMENT, THEN THE TOTALS ----
       PRINT-ONE-OPERATOR.
           DISPLAY '----------------------------------------------'
           IF OT-ON-FILE(OPER-SUB) = 'Y'
               DISPLAY 'OPERATOR ' OT-OPER-ID(OPER-SUB)
                   ' ROLE ' OT-ROLE(OPER-SUB)
                   ' LIMIT ' OT-LIMIT(OPER-SUB)
           ELSE
               DISPLAY 'OPERATOR ' OT-OPER-ID(OPER-SUB)
                   ' ** NOT ON OPERFILE'
           END-IF

           IF OT-APPLIED-COUNT(OPER-SUB) = 0
            AND OT-KEYED-COUNT(OPER-SUB) = 0
            AND OT-APPROVED-COUNT(OPER-SUB) = 0
            AND OT-PENDING-COUNT(OPER-SUB) = 0
            AND OT-EXPIRED-COUNT(OPER-SUB) = 0
               DISPLAY '  NO ACTIVITY IN THE PERIOD'
           ELSE
               PERFORM PRINT-OPERATOR-DETAIL
                   VARYING DETAIL-SUB FROM 1 BY 1
                   UNTIL DETAIL-SUB > DETAIL-COUNT

               DISPLAY '  BY ACTION'
               PERFORM PRINT-OPERATOR-ACTION
                   VARYING ACTION-SUB FROM 1 BY 1
                   UNTIL ACTION-SUB > 8

               DISPLAY '  BY ACTION AND REASON'
               PERFORM PRINT-OPERATOR-REASON
                   VARYING REASON-SUB FROM 1 BY 1
                   UNTIL REASON-SUB > REASON-COUNT

               DISPLAY '  APPLIED ALONE .............: '
                   OT-APPLIED-COUNT(OPER-SUB)
               DISPLAY '  KEYED, APPROVED BY ANOTHER : '
                   OT-KEYED-COUNT(OPER-SUB)
               DISPLAY '  KEYED, EXPIRED UNAPPROVED .: '
                   OT-EXPIRED-COUNT(OPER-SUB)
               DISPLAY '  KEYED, STILL PENDING ......: '
                   OT-PENDING-COUNT(OPER-SUB)
               DISPLAY '  APPROVED FOR OTHERS .......: '
                   OT-APPROVED-COUNT(OPER-SUB)
                   ' AMOUNT ' OT-APPROVED-AMOUNT(OPER-SUB)
               DISPLAY '  FLAGGED FOR REVIEW ........: '
                   OT-FLAG-COUNT(OPER-SUB)
           END-IF.

      *    ---- ONE DETAIL LINE, IF IT INVOLVES THIS OPERATOR ----
       PRINT-OPERATOR-DETAIL.
           IF DT-OPERATOR(DETAIL-SUB) = OT-OPER-ID(OPER-SUB)
            OR DT-APPROVER(DETAIL-SUB) = OT-OPER-ID(OPER-SUB)
               PERFORM SET-DETAIL-ROLE
               DISPLAY '  ' DT-TIMESTAMP(DETAIL-SUB)
                   ' ' DT-PLAYER-ID(DETAIL-SUB)
                   ' ' DT-ACTION(DETAIL-SUB)
                   ' ' DT-AMOUNT(DETAIL-SUB)
                   ' ' DT-REASON(DETAIL-SUB)
                   ' ' ROLE-TEXT
               IF DT-NEAR-LIMIT(DETAIL-SUB) = 'Y'
                   DISPLAY '      ** JUST UNDER OPERATOR LIMIT '
                       OT-LIMIT(OPER-SUB)
               END-IF
               IF DT-AFTER-LOSS(DETAIL-SUB) = 'Y'
                   DISPLAY '      ** PLAYER LOST '
                       DT-LOSS-AMOUNT(DETAIL-SUB)
                       ' ON ' DT-LOSS-DATE(DETAIL-SUB)
               END-IF
           END-IF.

      *    ---- WHAT THIS OPERATOR DID WITH THE ADJUSTMENT ----
       SET-DETAIL-ROLE.
           MOVE SPACES TO ROLE-TEXT
           EVALUATE TRUE
               WHEN DT-SOURCE(DETAIL-SUB) = 'P'
                   MOVE DT-AGE(DETAIL-SUB) TO AGE-DISPLAY
                   STRING 'QUEUED, PENDING ' AGE-DISPLAY ' DAYS'
                       DELIMITED BY SIZE INTO ROLE-TEXT
               WHEN DT-ACTION(DETAIL-SUB) = 'Q'
                   STRING 'QUEUED ' DT-SUB-CODE(DETAIL-SUB)
                       ', EXPIRED UNAPPROVED'
                       DELIMITED BY SIZE INTO ROLE-TEXT
               WHEN DT-ACTION(DETAIL-SUB) = 'B'
                   STRING 'BALVRFY REPAIR ' DT-SUB-CODE(DETAIL-SUB)
                       DELIMITED BY SIZE INTO ROLE-TEXT
               WHEN DT-APPROVER(DETAIL-SUB) = SPACES
                   MOVE 'APPLIED' TO ROLE-TEXT
               WHEN DT-OPERATOR(DETAIL-SUB) = OT-OPER-ID(OPER-SUB)
                   STRING 'QUEUED, APPROVED BY '
                       DT-APPROVER(DETAIL-SUB)
                       DELIMITED BY SIZE INTO ROLE-TEXT
               WHEN OTHER
                   STRING 'APPROVED, KEYED BY '
                       DT-OPERATOR(DETAIL-SUB)
                       DELIMITED BY SIZE INTO ROLE-TEXT
           END-EVALUATE.

      *    ---- ONE ACTION TOTAL FOR THIS OPERATOR ----
       PRINT-OPERATOR-ACTION.
           IF OT-ACT-COUNT(OPER-SUB, ACTION-SUB) > 0
               DISPLAY '    ' ACTION-CODE(ACTION-SUB)
                   ' ' ACTION-NAME(ACTION-SUB)
                   ' COUNT ' OT-ACT-COUNT(OPER-SUB, ACTION-SUB)
                   ' AMOUNT ' OT-ACT-AMOUNT(OPER-SUB, ACTION-SUB)
           END-IF.

      *    ---- ONE ACTION/REASON TOTAL FOR THIS OPERATOR ----
       PRINT-OPERATOR-REASON.
           IF RS-OPER-ID(REASON-SUB) = OT-OPER-ID(OPER-SUB)
               DISPLAY '    ' RS-ACTION(REASON-SUB)
                   ' ' RS-REASON(REASON-SUB)
                   '     COUNT ' RS-COUNT(REASON-SUB)
                   ' AMOUNT ' RS-AMOUNT(REASON-SUB)
           END-IF.

      *    ---- APPROVAL PATTERNS ACROSS OPERATORS ----
       PRINT-APPROVAL-PATTERNS.
           DISPLAY '----------------------------------------------'
           DISPLAY 'APPROVAL PATTERNS'
           PERFORM CHECK-ONE-PAIR
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT

           PERFORM LIST-UNKNOWN-OPERATOR
               VARYING OPER-SUB FROM 1 BY 1
               UNTIL OPER-SUB > OPER-COUNT

           IF MUTUAL-COUNT = 0 AND SOLE-APPROVER-COUNT = 0
            AND UNKNOWN-COUNT = 0
               DISPLAY '  NONE FLAGGED'
           END-IF.

      *    ---- ONE KEYER/APPROVER PAIR ----
      *    MUTUAL: EACH HAS APPROVED THE OTHER'S ADJUSTMENTS (LISTED
      *    ONCE, FROM THE LOWER ID). SOLE: EVERY ADJUSTMENT THE
      *    KEYER HAD APPROVED - AT LEAST MIN-APPROVALS - CAME FROM
      *    THE ONE APPROVER.
       CHECK-ONE-PAIR.
           MOVE ZERO TO REVERSE-PAIR
           PERFORM SCAN-REVERSE-PAIR
               VARYING PAIR-PROBE FROM 1 BY 1
               UNTIL PAIR-PROBE > PAIR-COUNT

           IF REVERSE-PAIR > 0
            AND PR-KEYER(PAIR-SUB) < PR-APPROVER(PAIR-SUB)
               ADD 1 TO MUTUAL-COUNT
               DISPLAY '  ** MUTUAL APPROVAL: ' PR-APPROVER(PAIR-SUB)
                   ' APPROVED ' PR-COUNT(PAIR-SUB)
                   ' FOR ' PR-KEYER(PAIR-SUB)
                   ', ' PR-APPROVER(REVERSE-PAIR)
                   ' APPROVED ' PR-COUNT(REVERSE-PAIR)
                   ' FOR ' PR-KEYER(REVERSE-PAIR)
           END-IF

           MOVE PR-KEYER(PAIR-SUB) TO WORK-OPER-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF CUR-OPER > 0
               IF OT-KEYED-COUNT(CUR-OPER) NOT < MIN-APPROVALS
                AND PR-COUNT(PAIR-SUB) = OT-KEYED-COUNT(CUR-OPER)
                   ADD 1 TO SOLE-APPROVER-COUNT
                   DISPLAY '  ** SOLE APPROVER: ALL '
                       PR-COUNT(PAIR-SUB)
                       ' APPROVED ADJUSTMENTS KEYED BY '
                       PR-KEYER(PAIR-SUB)
                       ' APPROVED BY ' PR-APPROVER(PAIR-SUB)
               END-IF
           END-IF.

      *    ---- ONE PROBE FOR THE SAME PAIR THE OTHER WAY ROUND ----
       SCAN-REVERSE-PAIR.
           IF PR-KEYER(PAIR-PROBE) = PR-APPROVER(PAIR-SUB)
            AND PR-APPROVER(PAIR-PROBE) = PR-KEYER(PAIR-SUB)
               MOVE PAIR-PROBE TO REVERSE-PAIR
           END-IF.

      *    ---- ONE ID ON THE TRAIL THAT IS NOT ON OPERFILE ----
       LIST-UNKNOWN-OPERATOR.
           IF OT-ON-FILE(OPER-SUB) = 'N'
               DISPLAY '  ** ACTIVITY BY ' OT-OPER-ID(OPER-SUB)
                   ' - NOT ON OPERFILE'
           END-IF.

      *    ---- CONTROL TOTALS ----
       PRINT-AUDIT-SUMMARY.
           DISPLAY '----------------------------------------------'
           DISPLAY 'OPERATORS ON OPERFILE .......: ' OPERS-ON-FILE
           DISPLAY 'IDS NOT ON OPERFILE .........: ' UNKNOWN-COUNT
           DISPLAY 'CREDAUD RECORDS READ ........: ' AUDIT-READ
           DISPLAY 'CREDAUD RECORDS IN PERIOD ...: ' AUDIT-IN-PERIOD
           DISPLAY 'CREDAUD RECORDS NOT USABLE ..: ' BAD-AUDIT-COUNT
           DISPLAY 'PENDING ITEMS READ ..........: ' PENDING-READ
           DISPLAY 'PENDING ITEMS EXPIRED .......: ' PENDING-EXPIRED
           DISPLAY 'PENDING AMOUNT EXPIRED ......: ' EXPIRED-TOTAL
           DISPLAY 'PENDING ITEMS STILL WAITING .: ' PENDING-LEFT
           DISPLAY 'JUST UNDER OPERATOR LIMIT ...: ' NEAR-LIMIT-COUNT
           DISPLAY 'SOON AFTER A LARGE LOSS .....: ' AFTER-LOSS-COUNT
           DISPLAY 'MUTUAL APPROVAL PAIRS .......: ' MUTUAL-COUNT
           DISPLAY 'SOLE-APPROVER KEYERS ........: '
               SOLE-APPROVER-COUNT
           IF DETAIL-DROPPED > 0
               DISPLAY 'DETAIL LINES NOT LISTED .....: ' DETAIL-DROPPED
           END-IF
           DISPLAY '=============================================='.

      *    ---- OPEN CREDAUD FOR APPEND, CREATING IT IF NEEDED ----
       OPEN-AUDIT-FILE.
           OPEN EXTEND CRED-AUDIT
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT CRED-AUDIT
               CLOSE CRED-AUDIT
               OPEN EXTEND CRED-AUDIT
           END-IF.

      *    ---- READ NEXT RECORD FROM OPERFILE ----
       READ-OPER-RECORD.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.

      *    ---- READ NEXT QUEUED ADJUSTMENT IN KEY ORDER ----
       READ-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- READ NEXT RECORD FROM CREDAUD ----
       READ-AUDIT-RECORD.
           READ CRED-AUDIT
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   CONTINUE
           END-READ.
