      *               day without re-walking the raw log. The log
      *               stays the book of record; this file is
      *               derived and can be rebuilt from it.
      *               DA-WAGERED is the day's total amount bet, the
      *               figure the loyalty earn rate per amount
      *               wagered is applied to by PTSPOST.
      * Change History:
      *   2026-09-02 XG - First cut, replacing SPEL's session-start
      *                   scan of the whole GAMELOG.
      *   2026-10-15 XG - Added DA-WAGERED (record grew from 56 to 64
      *                   bytes - redefine the VSAM cluster with the
      *                   new record length). Records from before the
      *                   conversion read non-numeric there; SPEL
      *                   starts them from zero and PTSPOST treats
      *                   them as nothing wagered.
       01  DAYACT-REC.
           05 DA-KEY.
              10 DA-PLAYER-ID    PIC X(8).
           05 DA-BUYIN-TOTAL     PIC 9(8).
           05 DA-CASHOUT-TOTAL   PIC 9(8).
           05 DA-REFUSALS        PIC 9(4).
           05 DA-WAGERED         PIC 9(8).
           05 FILLER             PIC X(5).
