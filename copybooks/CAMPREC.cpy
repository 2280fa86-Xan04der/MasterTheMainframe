      * Copybook: CAMPREC
      * Author: Xander Geluykens
      * Description: Promotional campaign record, keyed by
      *               CM-CAMPAIGN-ID, written by PROMOISS from the
      *               'C' card that opens a campaign deck and read
      *               by SPEL (conversion rule), PROMOEXP and
      *               PROMORPT. CM-EXPIRY-DATE is the last business
      *               date on which the campaign's promo credits may
      *               be wagered; PROMOEXP sweeps anything still
      *               held after it. CM-CONV-PCT is the campaign's
      *               conversion rule: the percentage of winnings on
      *               a promo stake that SPEL turns into cashable
      *               CREDITS, the remainder staying as promo
      *               credits (000 keeps every promo win as promo
      *               play, 100 pays it all out as cash).
      * Change History:
      *   2026-10-15 XG - First cut, for promotional free play.
       01  CAMPAIGN-REC.
           05 CM-CAMPAIGN-ID    PIC X(8).
           05 CM-DESCRIPTION    PIC X(20).
           05 CM-EXPIRY-DATE    PIC X(8).
           05 CM-CONV-PCT       PIC 9(3).
           05 CM-CREATED-DATE   PIC X(8).
           05 CM-OPERATOR       PIC X(8).
           05 FILLER            PIC X(25).
