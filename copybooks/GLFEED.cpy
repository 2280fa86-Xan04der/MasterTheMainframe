      *                   jackpots paid from the pool), so the
      *                   house take and the pool liability stay
      *                   separate on the ledger. Layout unchanged.
      *   2026-10-15 XG - Documented LUCKYZ-TX ('-', tax withheld from
      *                   the session's reportable wins), so the
      *                   withholding liability stays off the house
      *                   take. Layout unchanged.
      *   2026-10-15 XG - Documented LUCKYZ-MK ('+', credits given
      *                   to a player for redeemed loyalty points,
      *                   cut by PTSMNT), the marketing expense of
      *                   the loyalty scheme. Layout unchanged.
      *   2026-10-15 XG - Documented LUCKYZ-PR ('+', promotional
      *                   winnings SPEL converted to cashable
      *                   CREDITS under the campaign's rule), the
      *                   cash cost of free play. Promo credits
      *                   issued, lost and expired never become
      *                   cash and are reported by PROMORPT rather
      *                   than posted. Layout unchanged.
       01  GL-FEED-LINE.
           05 GL-RUN-DATE         PIC X(8).
           05 GL-RUN-TIME         PIC X(6).
