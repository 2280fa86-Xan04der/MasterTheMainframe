      *               status left 'O' - the redemption time for an
      *               'R', the expiry time for an 'E'. VCHCAGE
      *               refuses to pay an 'E' voucher.
      *               VCH-ORIGIN says what cut the voucher: a space
      *               for a session cash-out by SPEL, 'F' for the
      *               final settlement CLOSACCT cuts when it closes
      *               an account with a balance left on it.
      * Change History:
      *   2026-08-22 XG - First cut, for the cash-out subsystem.
      *   2026-09-02 XG - Added the 'E' expired status, stamped by
      *                   the VCHEXP sweep into VCH-REDEEMED-TS.
      *                   Layout unchanged.
      *   2026-10-15 XG - Added VCH-ORIGIN out of the trailing FILLER
      *                   for CLOSACCT's final-settlement vouchers.
      *                   Record length unchanged.
       01  VOUCHER-REC.
           05 VCH-NUMBER.
              10 VCH-CUT-TIMESTAMP PIC X(14).
           05 VCH-AMOUNT          PIC 9(8).
           05 VCH-STATUS          PIC X.
           05 VCH-REDEEMED-TS     PIC X(14).
           05 VCH-ORIGIN          PIC X.
           05 FILLER              PIC X(6).
