      *                   the player's CREDITS after it, so the
      *                   session chain and the pool balance both
      *                   replay from the log.
      *   2026-10-15 XG - GAME-LOG-REC grew from 108 to 136 bytes:
      *                   columns 109-136 of every record, whatever
      *                   its type, now carry the sequence number and
      *                   chained check value laid out in LOGSEAL.
      *                   The shapes below are unchanged and still
      *                   end at or before column 108. Reallocate
      *                   GAMELOG with the new LRECL straight after a
      *                   LOGARCH purge, so no unsealed record is
      *                   left on the live log.
      *   2026-10-15 XG - Added LOG-TAX-LINE ('W' records, 108 bytes)
      *                   written by SPEL for every reportable win:
      *                   LOGW-TYPE 'HAND' for a hand payout or
      *                   'JPOT' for a jackpot, with the gross win,
      *                   the tax withheld from it and the player's
      *                   CREDITS after the withholding, so the
      *                   session chain still replays.
      *   2026-10-15 XG - LOG-EXCLUSION-LINE is also written by
      *                   PTSMNT (LOGX-SOURCE 'PTSMNT  ') when a
      *                   self-excluded player tries to redeem
      *                   loyalty points. Layout unchanged.
      *   2026-10-15 XG - Added three promotional-credit shapes, all
      *                   108 bytes and laid out alike (TYPE, CAMP,
      *                   AMT, then the player's PROMO and CREDITS
      *                   balances after the movement):
      *                   LOG-PROMO-LINE ('P' records) - LOGP-TYPE
      *                   'ISSU' when PROMOISS credits a campaign
      *                   award, 'WAGR' when SPEL stakes promo
      *                   credits on a hand; LOG-CONVERT-LINE ('C'
      *                   records) when SPEL converts promo winnings
      *                   to cashable CREDITS under the campaign's
      *                   rule; LOG-EXPIRY-LINE ('E' records) -
      *                   LOGE-TYPE 'EXPD' when PROMOEXP sweeps a
      *                   lapsed balance, 'CLOS' when CREDMNT or
      *                   CLOSACCT closes an account holding promo
      *                   credits.
      *   2026-10-15 XG - LOG-HEADER-LINE carries the limits card in
      *                   force for the session: LOGH-CARD-ID and the
      *                   EVEN/ODD/EXACT payout multipliers, in what
      *                   were trailing spaces (the header is now 108
      *                   bytes like the other shapes). A header cut
      *                   before this has spaces there.
      *   2026-10-15 XG - Added LOG-CLOSURE-LINE ('F' records, 108
      *                   bytes) written by CLOSACCT when it closes
      *                   an account: the reason, the balance settled,
      *                   the operator and the final-settlement
      *                   voucher (spaces when nothing was owed).
       01  LOG-DETAIL-LINE.
           05 LOG-REC-TYPE    PIC X     VALUE 'D'.
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(7)  VALUE 'PLAYER='.
           05 LOGH-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'CARD='.
           05 LOGH-CARD-ID        PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'PAY='.
           05 LOGH-PAY-EVEN       PIC 9(2).
           05 FILLER              PIC X     VALUE '/'.
           05 LOGH-PAY-ODD        PIC 9(2).
           05 FILLER              PIC X     VALUE '/'.
           05 LOGH-PAY-EXACT      PIC 9(2).
           05 FILLER              PIC X(30) VALUE SPACES.

       01  LOG-REFUSAL-LINE.
           05 LOGR-REC-TYPE       PIC X     VALUE 'R'.
           05 LOGJ-CREDITS        PIC 9(8).
           05 FILLER              PIC X(19) VALUE SPACES.

       01  LOG-TAX-LINE.
           05 LOGW-REC-TYPE       PIC X     VALUE 'W'.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(3)  VALUE 'TS='.
           05 LOGW-TIMESTAMP      PIC X(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(7)  VALUE 'PLAYER='.
           05 LOGW-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'TYPE='.
           05 LOGW-TYPE           PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'WIN='.
           05 LOGW-WIN-AMOUNT     PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'TAX='.
           05 LOGW-TAX-AMOUNT     PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(8)  VALUE 'CREDITS='.
           05 LOGW-CREDITS        PIC 9(8).
           05 FILLER              PIC X(20) VALUE SPACES.

       01  LOG-PROMO-LINE.
           05 LOGP-REC-TYPE       PIC X     VALUE 'P'.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(3)  VALUE 'TS='.
           05 LOGP-TIMESTAMP      PIC X(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(7)  VALUE 'PLAYER='.
           05 LOGP-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'TYPE='.
           05 LOGP-TYPE           PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'CAMP='.
           05 LOGP-CAMPAIGN       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'AMT='.
           05 LOGP-AMOUNT         PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(6)  VALUE 'PROMO='.
           05 LOGP-PROMO          PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(8)  VALUE 'CREDITS='.
           05 LOGP-CREDITS        PIC 9(8).
           05 FILLER              PIC X(4)  VALUE SPACES.

       01  LOG-CONVERT-LINE.
           05 LOGK-REC-TYPE       PIC X     VALUE 'C'.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(3)  VALUE 'TS='.
           05 LOGK-TIMESTAMP      PIC X(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(7)  VALUE 'PLAYER='.
           05 LOGK-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'TYPE='.
           05 LOGK-TYPE           PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'CAMP='.
           05 LOGK-CAMPAIGN       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'AMT='.
           05 LOGK-AMOUNT         PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(6)  VALUE 'PROMO='.
           05 LOGK-PROMO          PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(8)  VALUE 'CREDITS='.
           05 LOGK-CREDITS        PIC 9(8).
           05 FILLER              PIC X(4)  VALUE SPACES.

       01  LOG-EXPIRY-LINE.
           05 LOGE-REC-TYPE       PIC X     VALUE 'E'.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(3)  VALUE 'TS='.
           05 LOGE-TIMESTAMP      PIC X(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(7)  VALUE 'PLAYER='.
           05 LOGE-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'TYPE='.
           05 LOGE-TYPE           PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'CAMP='.
           05 LOGE-CAMPAIGN       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'AMT='.
           05 LOGE-AMOUNT         PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(6)  VALUE 'PROMO='.
           05 LOGE-PROMO          PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(8)  VALUE 'CREDITS='.
           05 LOGE-CREDITS        PIC 9(8).
           05 FILLER              PIC X(4)  VALUE SPACES.

       01  LOG-CLOSURE-LINE.
           05 LOGF-REC-TYPE       PIC X     VALUE 'F'.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(3)  VALUE 'TS='.
           05 LOGF-TIMESTAMP      PIC X(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(7)  VALUE 'PLAYER='.
           05 LOGF-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'RSN='.
           05 LOGF-REASON         PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'AMT='.
           05 LOGF-AMOUNT         PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'OPER='.
           05 LOGF-OPERATOR       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(5)  VALUE 'VCHR='.
           05 LOGF-VOUCHER        PIC X(22).
           05 FILLER              PIC X(9)  VALUE SPACES.

       01  LOG-TRAILER-LINE.
           05 LOGT-REC-TYPE       PIC X     VALUE 'T'.
           05 FILLER              PIC X     VALUE SPACE.
