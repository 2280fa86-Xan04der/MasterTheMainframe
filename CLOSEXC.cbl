       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEXC.
      * Author: Xander Geluykens
      * Description: Daily closed-account exception report. A closed
      *              player ('C' on PLAYFILE) should owe and be owed
      *              nothing: CLOSACCT pays any balance out on a
      *              final-settlement voucher and deletes the
      *              CREDFILE record. This run lists every closed
      *              player that still has something hanging - a
      *              CREDFILE record (with its balance, promo credits
      *              and in-flight marker), an adjustment waiting on
      *              PENDFILE, or an outstanding ('O') voucher on
      *              VCHFILE - so the cage can clear it. Players
      *              closed the old way, with a PLAYMNT close and no
      *              settlement, are the usual finds. An outstanding
      *              voucher is still payable at the cage and is
      *              listed so it is not forgotten, not because it
      *              is wrong. The report is informational and sets
      *              no return code.
      * Change History:
      *   2026-10-15 XG - First cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE
               ASSIGN TO PLAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLY-PLAYER-ID
               FILE STATUS IS PL-FILE-STATUS.

           SELECT CREDITS-FILE
               ASSIGN TO CREDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-PLAYER-ID
               FILE STATUS IS CR-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PLAYER-ID
               FILE STATUS IS PD-FILE-STATUS.

           SELECT VOUCHER-FILE
               ASSIGN TO VCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VCH-NUMBER
               FILE STATUS IS VH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
           COPY PLAYREC.

       FD  CREDITS-FILE.
           COPY CREDREC.

       FD  PENDING-FILE.
           COPY PENDADJ.

       FD  VOUCHER-FILE.
           COPY VOUCHER.

       WORKING-STORAGE SECTION.
       01  PL-FILE-STATUS     PIC XX   VALUE '00'.
       01  CR-FILE-STATUS     PIC XX   VALUE '00'.
       01  PD-FILE-STATUS     PIC XX   VALUE '00'.
       01  VH-FILE-STATUS     PIC XX   VALUE '00'.

       01  EOF-SWITCH         PIC X    VALUE 'N'.
           88 EOF-REACHED     VALUE 'Y'.
       01  HAVE-CREDITS       PIC X    VALUE 'N'.
       01  HAVE-PENDING       PIC X    VALUE 'N'.
       01  PROMO-HELD         PIC 9(8) VALUE 0.

       01  PLAYERS-READ       PIC 9(6)  VALUE 0.
       01  CLOSED-COUNT       PIC 9(6)  VALUE 0.
       01  ACCOUNT-COUNT      PIC 9(6)  VALUE 0.
       01  BALANCE-COUNT      PIC 9(6)  VALUE 0.
       01  BALANCE-TOTAL      PIC 9(10) VALUE 0.
       01  IN-FLIGHT-COUNT    PIC 9(6)  VALUE 0.
       01  PENDING-COUNT      PIC 9(6)  VALUE 0.
       01  VOUCHERS-READ      PIC 9(6)  VALUE 0.
       01  VOUCHER-COUNT      PIC 9(6)  VALUE 0.
       01  VOUCHER-TOTAL      PIC 9(10) VALUE 0.
       01  EXCEPTION-COUNT    PIC 9(6)  VALUE 0.
       01  MAX-TOTAL          PIC 9(10) VALUE 9999999999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT PLAYER-FILE
           IF PL-FILE-STATUS NOT = '00'
               DISPLAY 'PLAYFILE OPEN FAILED - STATUS ' PL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-SIDE-FILES

           DISPLAY '=============================================='
           DISPLAY '   LUCKYZ CLOSED ACCOUNT EXCEPTION REPORT     '
           DISPLAY '=============================================='

           MOVE 'N' TO EOF-SWITCH
           PERFORM READ-NEXT-PLAYER
           PERFORM CHECK-ONE-PLAYER UNTIL EOF-REACHED

           IF CR-FILE-STATUS = '00'
               CLOSE CREDITS-FILE
           END-IF
           IF PD-FILE-STATUS = '00'
               CLOSE PENDING-FILE
           END-IF

           PERFORM SWEEP-VOUCHERS
           CLOSE PLAYER-FILE

           PERFORM PRINT-EXCEPTION-SUMMARY
           STOP RUN.

      *    ---- OPEN CREDFILE AND PENDFILE FOR KEYED LOOK-UPS ----
      *    A FILE THAT HAS NEVER BEEN CREATED SIMPLY HOLDS NOTHING
      *    FOR ANY CLOSED PLAYER.
       OPEN-SIDE-FILES.
           OPEN INPUT CREDITS-FILE
           IF CR-FILE-STATUS NOT = '00' AND CR-FILE-STATUS NOT = '35'
               DISPLAY 'CREDFILE OPEN FAILED - STATUS ' CR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PENDING-FILE
           IF PD-FILE-STATUS NOT = '00' AND PD-FILE-STATUS NOT = '35'
               DISPLAY 'PENDFILE OPEN FAILED - STATUS ' PD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    ---- ONE ENROLLMENT: ONLY A CLOSED PLAYER IS CHECKED ----
       CHECK-ONE-PLAYER.
           ADD 1 TO PLAYERS-READ

           IF PLY-STATUS = 'C'
               ADD 1 TO CLOSED-COUNT
               PERFORM CHECK-CLOSED-CREDITS
               PERFORM CHECK-CLOSED-PENDING
           END-IF

           PERFORM READ-NEXT-PLAYER.

      *    ---- A CLOSED PLAYER SHOULD HAVE NO CREDFILE RECORD ----
       CHECK-CLOSED-CREDITS.
           MOVE 'N' TO HAVE-CREDITS
           IF CR-FILE-STATUS = '00'
               MOVE PLY-PLAYER-ID TO CR-PLAYER-ID
               READ CREDITS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO HAVE-CREDITS
               END-READ
               MOVE '00' TO CR-FILE-STATUS
           END-IF

           IF HAVE-CREDITS = 'Y'
               ADD 1 TO ACCOUNT-COUNT
               ADD 1 TO EXCEPTION-COUNT
               IF CR-PROMO-BALANCE IS NUMERIC
                   MOVE CR-PROMO-BALANCE TO PROMO-HELD
               ELSE
                   MOVE ZERO TO PROMO-HELD
               END-IF
               DISPLAY 'PLAYER ' PLY-PLAYER-ID ' ' PLY-NAME
                   ' STILL ON CREDFILE - BALANCE ' CR-BALANCE
                   ' PROMO ' PROMO-HELD
               IF CR-BALANCE > 0
                   ADD 1 TO BALANCE-COUNT
                   ADD CR-BALANCE TO BALANCE-TOTAL
                       ON SIZE ERROR
                          DISPLAY 'BALANCE TOTAL OVERFLOW'
                          MOVE MAX-TOTAL TO BALANCE-TOTAL
                   END-ADD
               END-IF
               IF CR-IN-FLIGHT = 'Y'
                   ADD 1 TO IN-FLIGHT-COUNT
                   DISPLAY '       ' PLY-PLAYER-ID
                       ' SESSION MARKED IN FLIGHT'
               END-IF
           END-IF.

      *    ---- A CLOSED PLAYER SHOULD HAVE NOTHING ON PENDFILE ----
       CHECK-CLOSED-PENDING.
           MOVE 'N' TO HAVE-PENDING
           IF PD-FILE-STATUS = '00'
               MOVE PLY-PLAYER-ID TO PA-PLAYER-ID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO HAVE-PENDING
               END-READ
               MOVE '00' TO PD-FILE-STATUS
           END-IF

           IF HAVE-PENDING = 'Y'
               ADD 1 TO PENDING-COUNT
               ADD 1 TO EXCEPTION-COUNT
               DISPLAY 'PLAYER ' PLY-PLAYER-ID ' ' PLY-NAME
                   ' PENDING ' PA-ACTION ' ' PA-AMOUNT
                   ' RSN ' PA-REASON ' BY ' PA-OPERATOR
                   ' QUEUED ' PA-QUEUED-TS
           END-IF.

      *    ---- LIST OUTSTANDING VOUCHERS HELD BY CLOSED PLAYERS ----
      *    VCHFILE IS KEYED BY VOUCHER, NOT PLAYER, SO EVERY
      *    OUTSTANDING VOUCHER'S HOLDER IS LOOKED UP ON PLAYFILE.
       SWEEP-VOUCHERS.
           OPEN INPUT VOUCHER-FILE
           IF VH-FILE-STATUS = '35'
               CONTINUE
           ELSE
               IF VH-FILE-STATUS NOT = '00'
                   DISPLAY 'VCHFILE OPEN FAILED - STATUS '
                       VH-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-VOUCHER
               PERFORM CHECK-ONE-VOUCHER UNTIL EOF-REACHED
               CLOSE VOUCHER-FILE
           END-IF.

      *    ---- ONE VOUCHER: LIST IT IF OUTSTANDING TO A CLOSED ID ----
       CHECK-ONE-VOUCHER.
           ADD 1 TO VOUCHERS-READ

           IF VCH-STATUS = 'O'
               MOVE VCH-PLAYER-ID TO PLY-PLAYER-ID
               READ PLAYER-FILE
                   INVALID KEY
                       MOVE SPACE TO PLY-STATUS
               END-READ
               IF PLY-STATUS = 'C'
                   ADD 1 TO VOUCHER-COUNT
                   ADD 1 TO EXCEPTION-COUNT
                   ADD VCH-AMOUNT TO VOUCHER-TOTAL
                       ON SIZE ERROR
                          DISPLAY 'VOUCHER TOTAL OVERFLOW'
                          MOVE MAX-TOTAL TO VOUCHER-TOTAL
                   END-ADD
                   IF VCH-ORIGIN = 'F'
                       DISPLAY 'PLAYER ' VCH-PLAYER-ID ' ' PLY-NAME
                           ' VOUCHER ' VCH-NUMBER ' ' VCH-AMOUNT
                           ' FINAL SETTLEMENT'
                   ELSE
                       DISPLAY 'PLAYER ' VCH-PLAYER-ID ' ' PLY-NAME
                           ' VOUCHER ' VCH-NUMBER ' ' VCH-AMOUNT
                   END-IF
               END-IF
           END-IF

           PERFORM READ-NEXT-VOUCHER.

      *    ---- CONTROL TOTALS ----
       PRINT-EXCEPTION-SUMMARY.
           IF EXCEPTION-COUNT = 0
               DISPLAY 'NO CLOSED PLAYER HOLDS ANYTHING'
           END-IF
           DISPLAY '----------------------------------------------'
           DISPLAY 'ENROLLMENTS READ ............: ' PLAYERS-READ
           DISPLAY 'CLOSED PLAYERS ..............: ' CLOSED-COUNT
           DISPLAY 'STILL ON CREDFILE ...........: ' ACCOUNT-COUNT
           DISPLAY '  WITH A BALANCE ............: ' BALANCE-COUNT
           DISPLAY '  BALANCE TOTAL .............: ' BALANCE-TOTAL
           DISPLAY '  SESSION IN FLIGHT .........: ' IN-FLIGHT-COUNT
           DISPLAY 'PENDING ADJUSTMENTS .........: ' PENDING-COUNT
           DISPLAY 'VOUCHERS READ ...............: ' VOUCHERS-READ
           DISPLAY 'OUTSTANDING VOUCHERS HELD ...: ' VOUCHER-COUNT
           DISPLAY 'OUTSTANDING VOUCHER TOTAL ...: ' VOUCHER-TOTAL
           DISPLAY 'EXCEPTIONS LISTED ...........: ' EXCEPTION-COUNT
           DISPLAY '=============================================='.

      *    ---- READ NEXT ENROLLMENT IN KEY ORDER ----
       READ-NEXT-PLAYER.
           READ PLAYER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.

      *    ---- READ NEXT RECORD FROM VCHFILE ----
       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
           END-READ.
