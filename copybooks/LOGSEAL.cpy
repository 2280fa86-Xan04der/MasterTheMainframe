      * Copybook: LOGSEAL
      * Author: Xander Geluykens
      * Description: Tamper-evidence seal carried in columns 109-136
      *               of every GAME-LOG-REC, whatever its type, plus
      *               the LOGCHAIN chain-state record and the work
      *               fields the check value is computed in.
      *               LOGS-SEQUENCE is a run-wide sequence number -
      *               one higher than the record before it, across
      *               every writer (SPEL, CREDMNT, CLOSACCT,
      *               PROMOISS, PROMOEXP, PTSMNT) and across the
      *               LOGARCH purge, so the LOGHIST generations and
      *               the live log read as one unbroken series.
      *               LOGS-CHECK is a rolling hash over the record's
      *               108 data bytes and its sequence number, seeded
      *               with the previous record's LOGS-CHECK, so a
      *               record changed, dropped or slipped in breaks
      *               the chain at that point. LOGVRFY walks the
      *               chain; all six writers and LOGVRFY carry the
      *               same COMPUTE-CHAIN-CHECK / HASH-CHAIN-BYTE pair
      *               of paragraphs - change one, change them all.
      *               LOGCHAIN holds one record: the chain tip (the
      *               last sequence number and check value written)
      *               and the base the live log starts from (the tip
      *               when LOGARCH last purged it). Writers pick the
      *               tip up before their first write and save it
      *               after every write.
      * Change History:
      *   2026-10-15 XG - First cut.
       01  LOG-SEAL-LINE.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'SEQ='.
           05 LOGS-SEQUENCE       PIC 9(9)  VALUE 0.
           05 FILLER              PIC X     VALUE SPACE.
           05 FILLER              PIC X(4)  VALUE 'CHK='.
           05 LOGS-CHECK          PIC 9(9)  VALUE 0.

       01  LOG-CHAIN-LINE.
           05 CHN-LAST-SEQ        PIC 9(9)  VALUE 0.
           05 FILLER              PIC X     VALUE SPACE.
           05 CHN-LAST-CHECK      PIC 9(9)  VALUE 0.
           05 FILLER              PIC X     VALUE SPACE.
           05 CHN-LAST-TS         PIC X(14) VALUE SPACES.
           05 FILLER              PIC X     VALUE SPACE.
           05 CHN-BASE-SEQ        PIC 9(9)  VALUE 0.
           05 FILLER              PIC X     VALUE SPACE.
           05 CHN-BASE-CHECK      PIC 9(9)  VALUE 0.
           05 FILLER              PIC X(26) VALUE SPACES.

       01  LOG-CHAIN-WORK.
           05 CHAIN-SEED          PIC 9(9)  VALUE 0.
           05 CHAIN-HASH          PIC 9(9)  VALUE 0.
           05 CHAIN-SUB           PIC 9(3)  VALUE 0.
           05 CHAIN-MODULUS       PIC 9(9)  VALUE 999999937.
           05 CHAIN-DATA          PIC X(117) VALUE SPACES.
