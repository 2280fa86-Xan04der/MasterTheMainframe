      * Copybook: LIABREC
      * Author: Xander Geluykens
      * Description: Period-liability snapshot, one record per
      *               month-end close, appended to LIABFILE by
      *               LIABRPT. It holds the three places money owed
      *               to players sits - CR-BALANCE summed over
      *               CREDITS-FILE, the outstanding ('O') vouchers on
      *               VCHFILE and the jackpot pool on JKPFILE - as
      *               they actually stood at the close, and is the
      *               opening balance the next close rolls forward
      *               from. LB-TIED-FLAG records the outcome of the
      *               tie-out: 'Y' every liability tied, 'N' at
      *               least one did not, 'B' the base snapshot taken
      *               when there was no prior close to roll from.
      *               LB-PROMO-TOTAL is the non-cash promo credits
      *               held at the close, kept as a memo only - it is
      *               not a liability and is never rolled.
      * Change History:
      *   2026-10-15 XG - First cut, alongside LIABRPT.
       01  LIAB-SNAPSHOT-LINE.
           05 LB-PERIOD-END     PIC X(8).
           05 LB-RUN-TS         PIC X(14).
           05 LB-CREDITS-TOTAL  PIC 9(10).
           05 LB-VOUCHER-TOTAL  PIC 9(10).
           05 LB-POOL-TOTAL     PIC 9(10).
           05 LB-TIED-FLAG      PIC X.
           05 LB-PROMO-TOTAL    PIC 9(10).
           05 FILLER            PIC X(17).
