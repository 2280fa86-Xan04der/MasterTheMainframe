      *               predecessor has completed for that date and
      *               that it has not already run itself - refusing
      *               RC=8 otherwise. The enforced order is
      *               LOGVRFY, then DAYRECON, then LOGARCH, then
      *               GLCONSOL, then VCHCAGE; SPEL refuses a session
      *               once DAYRECON has closed the business date, so
      *               late play cannot land in a day already
      *               reconciled. RCT-LOG-SEQ is the last GAME-LOG
      *               sequence number LOGVRFY proved (zero for an
      *               empty live log, even once a LOGARCH purge has
      *               moved the chain base on; unused by the other
      *               jobs), so
      *               DAYRECON can tell the log it reconciles is the
      *               log that was verified.
      * Change History:
      *   2026-09-02 XG - First cut, after the morning LOGARCH ran
      *                   ahead of DAYRECON and reconciled an empty
      *                   log.
      *   2026-10-15 XG - LOGVRFY added ahead of DAYRECON; added
      *                   RCT-LOG-SEQ out of the trailing FILLER.
      *   2026-10-15 XG - PTSPOST added off DAYRECON: it needs
      *                   DAYRECON's record for the business date,
      *                   and its own RCT-LAST-DATE is the last day
      *                   it posted loyalty points for.
       01  RUN-CONTROL-REC.
           05 RCT-JOB-NAME      PIC X(8).
           05 RCT-LAST-DATE     PIC X(8).
           05 RCT-LAST-TS       PIC X(14).
           05 RCT-LOG-SEQ       PIC 9(9).
           05 FILLER            PIC X.
