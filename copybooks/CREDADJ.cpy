      *               that never went through a LuckyZ hand. One
      *               record per applied transaction; the ADJ-ACTION
      *               byte carries A(dd), C(redit), D(ebit),
      *               X(close), R(elease in-flight marker) or
      *               L(oyalty points redeemed, from PTSMNT),
      *               B(alance rebuilt by a BALVRFY REPAIR) or
      *               Q(ueued adjustment expired unapproved, from
      *               OPERAUD), and ADJ-NEW-BALANCE is the balance
      *               AFTER the change was applied.
      *               ADJ-APPROVER is the second operator whose
      *               CREDMNT 'P' card applied a queued adjustment -
      *               ADJ-OPERATOR stays the operator who keyed it -
      *               and is blank on anything applied directly.
      *               ADJ-SUB-CODE qualifies two actions: on a 'B'
      *               it is '+' or '-' for the direction the rebuild
      *               moved the balance, on a 'Q' it is the A/C/D
      *               action that expired. Blank everywhere else.
      * Change History:
      *   2026-08-22 XG - First cut, alongside CREDMNT.
      *   2026-09-02 XG - Documented the 'R' action cut when the
      *                   cage releases a stranded CR-IN-FLIGHT
      *                   marker (amount zero, balance unchanged).
      *                   Layout unchanged.
      *   2026-10-15 XG - Documented the 'L' action cut by PTSMNT
      *                   when loyalty points are redeemed for
      *                   credits (amount the credits given, reason
      *                   the card's reason code). Layout unchanged.
      *   2026-10-15 XG - Documented the 'X' close cut by CLOSACCT:
      *                   the amount is the balance paid out on a
      *                   final-settlement voucher (VCH-ORIGIN 'F')
      *                   rather than in cash at the cage, and the
      *                   reason the closure card's. Layout
      *                   unchanged.
      *   2026-10-15 XG - Added ADJ-APPROVER and ADJ-SUB-CODE out of
      *                   the trailing FILLER, and the 'B' repair and
      *                   'Q' expiry actions, so every change to a
      *                   balance and every queued adjustment can be
      *                   traced to the operators behind it. Record
      *                   length unchanged.
       01  ADJ-AUDIT-LINE.
           05 ADJ-REC-TYPE    PIC X     VALUE 'A'.
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X     VALUE SPACE.
           05 FILLER          PIC X(5)  VALUE 'OPER='.
           05 ADJ-OPERATOR    PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 ADJ-APPROVER    PIC X(8)  VALUE SPACES.
           05 ADJ-SUB-CODE    PIC X     VALUE SPACE.
