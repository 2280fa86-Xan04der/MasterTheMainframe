      *                 COL 26-27  PAYOUT MULTIPLIER - EXACT NUMBER
      *                 COL 29-30  JACKPOT RAKE PERCENT PER BET
      *                 COL 32-33  JACKPOT TRIGGER DICE VALUE
      *                 COL 35-42  REPORTABLE WIN AMOUNT
      *                 COL 44-45  TAX WITHHOLDING PERCENT
      *                 COL 47-54  LIMITS CARD ID
      *               A missing or unreadable card falls back to the
      *               long-standing compiled-in values (no house
      *               maximum, 10x exact number). The two jackpot
      *               columns may be left blank on an older card -
      *               they default to zero, which disables the rake
      *               and the trigger. The trigger fires on an
      *               exact-number win on that dice value. A
      *               single hand win or jackpot payout at or over
      *               the reportable amount is a tax event: SPEL
      *               withholds the percent from the credit. Blank
      *               or zero reportable amount turns it off.
      *               The card ID names the card so the odds in
      *               force can be told apart afterwards: SPEL
      *               stamps it, with the three payout multipliers,
      *               on every session header, and HOLDRPT measures
      *               each card's hold against its own odds. Give
      *               every new card a new ID (for example the date
      *               it goes live). A card with a blank ID is
      *               stamped UNNAMED; no card at all, DEFAULT.
      * Change History:
      *   2026-08-22 XG - First cut, replacing the hardcoded
      *                   EXACT-PAYOUT in SPEL.
      *                   existing card read as zero - no rake, no
      *                   jackpot - so old LIMFILE members still
      *                   load unchanged.
      *   2026-10-15 XG - Added the reportable win amount and the
      *                   tax withholding percent (FILLER trimmed,
      *                   card stays 80 bytes). Blank columns read as
      *                   zero - no reportable wins - so an existing
      *                   card loads unchanged.
      *   2026-10-15 XG - Added the limits card ID (FILLER trimmed,
      *                   card stays 80 bytes). A blank ID on an
      *                   existing card is stamped UNNAMED.
       01  HOUSE-LIMITS-REC.
           05 HL-MAX-BET        PIC 9(4).
           05 FILLER            PIC X.
           05 HL-RAKE-PCT       PIC 9(2).
           05 FILLER            PIC X.
           05 HL-JACKPOT-NUM    PIC 9(2).
           05 FILLER            PIC X.
           05 HL-TAX-REPORT-AMT PIC 9(8).
           05 FILLER            PIC X.
           05 HL-TAX-PCT        PIC 9(2).
           05 FILLER            PIC X.
           05 HL-CARD-ID        PIC X(8).
           05 FILLER            PIC X(26).
