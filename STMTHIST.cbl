      *              gone from the statement. This job takes one
      *              player ID and a date range on SYSIN, reads the
      *              LOGHIST generations concatenated on the
      *              LOGHIST DD (same 136-byte LOGLINE layouts the
      *              live log uses), and prints the same
      *              session-by-session statement PLAYSTMT gives,
      *              clearly marked as covering archived periods.
      *                           NO UPPER BOUND)
      * Change History:
      *   2026-09-02 XG - First cut.
      *   2026-10-15 XG - LOG-HISTORY-REC widened from 108 to 136 bytes
      *                   for the LOGSEAL sequence/check columns; the
      *                   fields read here are unchanged.
      *   2026-10-15 XG - Print the 'W' tax withheld on a reportable
      *                   win, as PLAYSTMT does.
      *   2026-10-15 XG - Print the promotional-credit records the
      *                   same way PLAYSTMT does; an issue or expiry
      *                   is in range on its own date.
      *   2026-10-15 XG - Print the 'F' account-closure record: the
      *                   reason, amount settled and closing voucher.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-HISTORY.
       01  LOG-HISTORY-REC     PIC X(136).

       WORKING-STORAGE SECTION.
           COPY LOGLINE.
                               ' CREDITS ' LOGJ-CREDITS
                       END-IF
                   END-IF
               WHEN 'W'
                   MOVE LOG-HISTORY-REC TO LOG-TAX-LINE
                   IF IN-RANGE-SESSION = 'Y'
                       DISPLAY '  ' LOGW-TIMESTAMP
                           ' TAX WITHHELD ' LOGW-TAX-AMOUNT
                           ' ON ' LOGW-WIN-AMOUNT ' WIN'
                           ' CREDITS ' LOGW-CREDITS
                   END-IF
               WHEN 'P'
      *    A PROMO ISSUE IS CUT OUTSIDE ANY SESSION, SO IT IS
      *    MATCHED ON ITS OWN PLAYER ID; A PROMO STAKE BELONGS TO
      *    THE SESSION LIKE A HAND.
                   MOVE LOG-HISTORY-REC TO LOG-PROMO-LINE
                   IF (LOGP-PLAYER-ID = STMT-PLAYER-ID
                    AND LOGP-TYPE NOT = 'WAGR'
                    AND LOGP-TIMESTAMP(1:8) >= FROM-DATE
                    AND LOGP-TIMESTAMP(1:8) <= TO-DATE)
                    OR (IN-RANGE-SESSION = 'Y'
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
                   MOVE LOG-HISTORY-REC TO LOG-CONVERT-LINE
                   IF IN-RANGE-SESSION = 'Y'
                       DISPLAY '  ' LOGK-TIMESTAMP
                           ' PROMO WIN CONVERTED ' LOGK-AMOUNT
                           ' CREDITS ' LOGK-CREDITS
                   END-IF
               WHEN 'E'
                   MOVE LOG-HISTORY-REC TO LOG-EXPIRY-LINE
                   IF LOGE-PLAYER-ID = STMT-PLAYER-ID
                    AND LOGE-TIMESTAMP(1:8) >= FROM-DATE
                    AND LOGE-TIMESTAMP(1:8) <= TO-DATE
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
                   MOVE LOG-HISTORY-REC TO LOG-CLOSURE-LINE
                   IF LOGF-PLAYER-ID = STMT-PLAYER-ID
                    AND LOGF-TIMESTAMP(1:8) >= FROM-DATE
                    AND LOGF-TIMESTAMP(1:8) <= TO-DATE
                       DISPLAY '  ' LOGF-TIMESTAMP
                           ' ACCOUNT CLOSED ' LOGF-REASON
                           ' SETTLED ' LOGF-AMOUNT
                           ' VOUCHER ' LOGF-VOUCHER
                   END-IF
               WHEN 'T'
                   MOVE LOG-HISTORY-REC TO LOG-TRAILER-LINE
                   IF IN-RANGE-SESSION = 'Y'
