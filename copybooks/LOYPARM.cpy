      * Copybook: LOYPARM
      * Author: Xander Geluykens
      * Description: Loyalty scheme parameter record, read from the
      *               LOYPARM dataset by PTSPOST (earning and tiers)
      *               and PTSMNT (redemption) so marketing can change
      *               the earn rates and tier bands without a
      *               recompile. One card, blank-separated, all
      *               fields zero filled:
      *                 COL  1- 4  POINTS EARNED PER HAND PLAYED
      *                 COL  6- 9  POINTS EARNED PER 100 WAGERED
      *                 COL 11-13  TIER QUALIFYING PERIOD IN DAYS
      *                 COL 15-22  QUALIFYING POINTS FOR SILVER
      *                 COL 24-31  QUALIFYING POINTS FOR GOLD
      *                 COL 33-36  POINTS REDEEMED PER CREDIT
      *               A player's tier is set from the points earned
      *               over the qualifying period ending on the
      *               business date: GOLD at or over the gold
      *               figure, SILVER at or over the silver figure,
      *               BRONZE otherwise. A missing or unreadable
      *               card falls back to the compiled-in values (1
      *               point a hand, none on the amount wagered, a
      *               90-day period, 1000 for silver, 5000 for gold,
      *               100 points to the credit).
      * Change History:
      *   2026-10-15 XG - First cut, for the loyalty scheme.
       01  LOYALTY-PARM-REC.
           05 LY-PTS-PER-HAND   PIC 9(4).
           05 FILLER            PIC X.
           05 LY-PTS-PER-100    PIC 9(4).
           05 FILLER            PIC X.
           05 LY-QUAL-DAYS      PIC 9(3).
           05 FILLER            PIC X.
           05 LY-SILVER-PTS     PIC 9(8).
           05 FILLER            PIC X.
           05 LY-GOLD-PTS       PIC 9(8).
           05 FILLER            PIC X.
           05 LY-PTS-PER-CREDIT PIC 9(4).
           05 FILLER            PIC X(44).
