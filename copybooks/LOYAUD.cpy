      * Copybook: LOYAUD
      * Author: Xander Geluykens
      * Description: Audit record for every loyalty points movement,
      *               appended to the sequential PTSAUD dataset and
      *               read by PTSSTMT for the monthly statement. The
      *               LPA-ACTION byte carries E(arned - one record per
      *               player per DAYACT day posted by PTSPOST, with
      *               LPA-ACT-DATE the day played), R(edeemed - cut by
      *               PTSMNT, with LPA-CREDITS the credits given for
      *               the points and LPA-OPERATOR the cage operator)
      *               or T(ier change - points zero, LPA-TIER the
      *               new tier). LPA-NEW-BALANCE is the points
      *               balance AFTER the movement. 120 bytes.
      * Change History:
      *   2026-10-15 XG - First cut, for the loyalty scheme.
       01  LOY-AUDIT-LINE.
           05 LPA-REC-TYPE    PIC X     VALUE 'L'.
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(3)  VALUE 'TS='.
           05 LPA-TIMESTAMP   PIC X(14).
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(7)  VALUE 'PLAYER='.
           05 LPA-PLAYER-ID   PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(4)  VALUE 'ACT='.
           05 LPA-ACTION      PIC X.
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(4)  VALUE 'PTS='.
           05 LPA-POINTS      PIC 9(9).
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(4)  VALUE 'BAL='.
           05 LPA-NEW-BALANCE PIC 9(9).
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(4)  VALUE 'DAY='.
           05 LPA-ACT-DATE    PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(5)  VALUE 'TIER='.
           05 LPA-TIER        PIC X.
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(3)  VALUE 'CR='.
           05 LPA-CREDITS     PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(5)  VALUE 'OPER='.
           05 LPA-OPERATOR    PIC X(8).
           05 FILLER          PIC X(5)  VALUE SPACES.
