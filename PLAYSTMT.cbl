      *                   explains small dips between hands and a
      *                   pool payout is the one line the player
      *                   will certainly ask about.
      *   2026-10-15 XG - GAME-LOG-REC widened from 108 to 136 bytes
      *                   for the LOGSEAL sequence/check columns; the
      *                   fields read here are unchanged.
      *   2026-10-15 XG - Print the 'W' tax withheld on a reportable
      *                   win, so the statement ties to the credits.
      *   2026-10-15 XG - Print the promotional-credit records: the
      *                   'P' promo stakes and 'C' conversions in
      *                   their session, and the 'P' issues and 'E'
      *                   expiries, which are cut outside any
      *                   session, matched on their own player ID.
      *   2026-10-15 XG - Print the 'F' account-closure record: the
      *                   reason, amount settled and closing voucher.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       WORKING-STORAGE SECTION.
           COPY LOGLINE.
                               ' CREDITS ' LOGJ-CREDITS
                       END-IF
                   END-IF
               WHEN 'W'
                   MOVE GAME-LOG-REC TO LOG-TAX-LINE
                   IF SESSION-PLAYER-ID = STMT-PLAYER-ID
                       DISPLAY '  ' LOGW-TIMESTAMP
                           ' TAX WITHHELD ' LOGW-TAX-AMOUNT
                           ' ON ' LOGW-WIN-AMOUNT ' WIN'
                           ' CREDITS ' LOGW-CREDITS
                   END-IF
               WHEN 'P'
      *    A PROMO ISSUE IS CUT OUTSIDE ANY SESSION, SO IT IS
      *    MATCHED ON ITS OWN PLAYER ID; A PROMO STAKE BELONGS TO
      *    THE SESSION LIKE A HAND.
                   MOVE GAME-LOG-REC TO LOG-PROMO-LINE
                   IF (LOGP-PLAYER-ID = STMT-PLAYER-ID
                    AND LOGP-TYPE NOT = 'WAGR')
                    OR (SESSION-PLAYER-ID = STMT-PLAYER-ID
                    AND LOGP-TYPE = 'WAGR')
                       IF LOGP-TYPE = 'WAGR'
                           DISPLAY '  ' LOGP-TIMESTAMP
                               ' PROMO STAKE ' LOGP-AMOUNT
                               ' PROMO LEFT ' LOGP-PROMO
                       ELSE
                           DISPLAY '  ' LOGP-TIMESTAMP
                               ' PROMO CREDITS ISSUED ' LOGP-AMOUNT
                               ' CAMPAIGN ' LOGP-CAMPAIGN
                               ' PROMO ' LOGP-PROMO
                       END-IF
                   END-IF
               WHEN 'C'
                   MOVE GAME-LOG-REC TO LOG-CONVERT-LINE
                   IF SESSION-PLAYER-ID = STMT-PLAYER-ID
                       DISPLAY '  ' LOGK-TIMESTAMP
                           ' PROMO WIN CONVERTED ' LOGK-AMOUNT
                           ' CREDITS ' LOGK-CREDITS
                   END-IF
               WHEN 'E'
                   MOVE GAME-LOG-REC TO LOG-EXPIRY-LINE
                   IF LOGE-PLAYER-ID = STMT-PLAYER-ID
                       IF LOGE-TYPE = 'CLOS'
                           DISPLAY '  ' LOGE-TIMESTAMP
                               ' PROMO CREDITS FORFEIT ON CLOSE '
                               LOGE-AMOUNT
                       ELSE
                           DISPLAY '  ' LOGE-TIMESTAMP
                               ' PROMO CREDITS EXPIRED ' LOGE-AMOUNT
                               ' CAMPAIGN ' LOGE-CAMPAIGN
                       END-IF
                   END-IF
               WHEN 'F'
                   MOVE GAME-LOG-REC TO LOG-CLOSURE-LINE
                   IF LOGF-PLAYER-ID = STMT-PLAYER-ID
                       DISPLAY '  ' LOGF-TIMESTAMP
                           ' ACCOUNT CLOSED ' LOGF-REASON
                           ' SETTLED ' LOGF-AMOUNT
                           ' VOUCHER ' LOGF-VOUCHER
                   END-IF
               WHEN 'T'
                   MOVE GAME-LOG-REC TO LOG-TRAILER-LINE
                   IF SESSION-PLAYER-ID = STMT-PLAYER-ID
