      * Copybook: W2GREC
      * Author: Xander Geluykens
      * Description: Year-end W-2G filing extract cut by W2GEXTR, one
      *               dataset per tax year. A 'WH' header carries the
      *               tax year and the run time; one 'WD' detail
      *               follows for every reportable win on TAXFILE
      *               stamped in that year - the player and enrolled
      *               name, the win date, 'HAND' or 'JPOT', the wager
      *               type, the gross win, the tax withheld and the
      *               percent in force - and a 'WT' trailer closes
      *               the extract with the detail count and the
      *               winnings and withholding control totals over
      *               the details. All three records are 80 bytes. A
      *               year with nothing reportable still gets a
      *               header and a zero trailer.
      * Change History:
      *   2026-10-15 XG - First cut, alongside W2GEXTR.
       01  W2G-HEADER-LINE.
           05 W2GH-REC-TYPE       PIC X(2)  VALUE 'WH'.
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GH-TAX-YEAR       PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GH-RUN-TS         PIC X(14).
           05 FILLER              PIC X(58) VALUE SPACES.

       01  W2G-DETAIL-LINE.
           05 W2GD-REC-TYPE       PIC X(2)  VALUE 'WD'.
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-TAX-YEAR       PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-PLAYER-NAME    PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-WIN-DATE       PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-WIN-TYPE       PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-WAGER          PIC X(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-WIN-AMOUNT     PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-TAX-AMOUNT     PIC 9(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GD-TAX-PCT        PIC 9(2).
           05 FILLER              PIC X(3)  VALUE SPACES.

       01  W2G-TRAILER-LINE.
           05 W2GT-REC-TYPE       PIC X(2)  VALUE 'WT'.
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GT-RECORD-COUNT   PIC 9(6).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GT-WIN-TOTAL      PIC 9(12).
           05 FILLER              PIC X     VALUE SPACE.
           05 W2GT-TAX-TOTAL      PIC 9(12).
           05 FILLER              PIC X(45) VALUE SPACES.
