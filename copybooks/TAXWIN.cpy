      * Copybook: TAXWIN
      * Author: Xander Geluykens
      * Description: Reportable-win record on the sequential TAXFILE,
      *               appended by SPEL whenever a single hand win or
      *               jackpot payout reaches the LIMFILE reportable
      *               amount, and read at year end by W2GEXTR. One
      *               record per win: TW-WIN-TYPE 'HAND' or 'JPOT',
      *               the wager type and bet behind it (the winning
      *               NUM bet for a jackpot), the gross win, the
      *               withholding percent in force and the tax
      *               withheld, and TW-LOG-SEQ - the GAME-LOG
      *               sequence number of the matching 'W' record, so
      *               every filing line traces back to the sealed
      *               log. The amount withheld reaches the GL as
      *               LUCKYZ-TX.
      * Change History:
      *   2026-10-15 XG - First cut, for reportable-win withholding.
       01  TAX-WIN-REC.
           05 TW-PLAYER-ID        PIC X(8).
           05 TW-WIN-TS           PIC X(14).
           05 TW-WIN-TYPE         PIC X(4).
           05 TW-WAGER            PIC X(4).
           05 TW-BET              PIC 9(4).
           05 TW-WIN-AMOUNT       PIC 9(8).
           05 TW-TAX-PCT          PIC 9(2).
           05 TW-TAX-AMOUNT       PIC 9(8).
           05 TW-LOG-SEQ          PIC 9(9).
           05 FILLER              PIC X(19).
