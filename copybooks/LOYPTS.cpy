      * Copybook: LOYPTS
      * Author: Xander Geluykens
      * Description: Loyalty points master record, keyed by
      *               LP-PLAYER-ID, on the indexed PTSFILE. PTSPOST
      *               adds the points each day's DAYACT activity
      *               earns and resets LP-TIER ('B'ronze, 'S'ilver,
      *               'G'old) from LP-QUAL-POINTS, the points earned
      *               over the rolling qualifying period, stamping
      *               LP-TIER-DATE with the business date it did
      *               so. PTSMNT takes points off LP-BALANCE when
      *               they are redeemed for credits. The lifetime
      *               earned and redeemed totals let the balance be
      *               proved: LP-BALANCE = LP-EARNED-TOTAL -
      *               LP-REDEEMED-TOTAL. Every movement is also
      *               cut on PTSAUD (LOYAUD layout).
      * Change History:
      *   2026-10-15 XG - First cut, for the loyalty scheme.
       01  POINTS-REC.
           05 LP-PLAYER-ID      PIC X(8).
           05 LP-BALANCE        PIC 9(9).
           05 LP-TIER           PIC X.
           05 LP-QUAL-POINTS    PIC 9(9).
           05 LP-EARNED-TOTAL   PIC 9(9).
           05 LP-REDEEMED-TOTAL PIC 9(9).
           05 LP-LAST-EARN-DATE PIC X(8).
           05 LP-TIER-DATE      PIC X(8).
           05 FILLER            PIC X(9).
