      *                   but 'Y' in the byte - including records
      *                   from before the conversion - reads as
      *                   not in flight.
      *   2026-10-15 XG - Added CR-PROMO-BALANCE, CR-PROMO-CAMPAIGN
      *                   and CR-PROMO-EXPIRY (record grew from 25
      *                   to 49 bytes - redefine the VSAM cluster
      *                   with the new record length). The promo
      *                   balance is non-cashable free play issued
      *                   by PROMOISS under one campaign at a time;
      *                   SPEL stakes it before CR-BALANCE and never
      *                   pays it out at the cage, and PROMOEXP
      *                   sweeps it once CR-PROMO-EXPIRY has passed.
      *                   Records from before the conversion read
      *                   non-numeric in the balance and are treated
      *                   as holding no promo credits.
       01  CREDITS-REC.
           05 CR-PLAYER-ID    PIC X(8).
           05 CR-BALANCE      PIC 9(8).
           05 CR-LAST-PLAYED  PIC X(8).
           05 CR-IN-FLIGHT    PIC X.
           05 CR-PROMO-BALANCE   PIC 9(8).
           05 CR-PROMO-CAMPAIGN  PIC X(8).
           05 CR-PROMO-EXPIRY    PIC X(8).
