      * Copybook: CTRREC
      * Author: Xander Geluykens
      * Description: Currency-transaction extract cut by CASHCTR,
      *               one dataset per business date. A 'CH' header
      *               carries the business date, the run time and
      *               the reporting threshold the run used; one 'CD'
      *               detail follows for every player whose cash-in
      *               or cash-out for the day reached the threshold,
      *               with both day totals, the transaction counts
      *               behind them and CTRD-TRIGGER saying which side
      *               crossed ('I'n, 'O'ut or 'B'oth); a 'CT' trailer
      *               closes the extract with the detail count and
      *               the cash-in and cash-out control totals over
      *               the details. All three records are 80 bytes.
      *               A day with nothing reportable still gets a
      *               header and a zero trailer, so compliance can
      *               tell "nothing to file" from "job never ran".
      * Change History:
      *   2026-10-15 XG - First cut, alongside CASHCTR.
       01  CTR-HEADER-LINE.
           05 CTRH-REC-TYPE       PIC X(2)  VALUE 'CH'.
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRH-BUSINESS-DATE  PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRH-RUN-TS         PIC X(14).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRH-THRESHOLD      PIC 9(8).
           05 FILLER              PIC X(45) VALUE SPACES.

       01  CTR-DETAIL-LINE.
           05 CTRD-REC-TYPE       PIC X(2)  VALUE 'CD'.
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-BUSINESS-DATE  PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-PLAYER-ID      PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-PLAYER-NAME    PIC X(20).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-CASH-IN        PIC 9(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-IN-COUNT       PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-CASH-OUT       PIC 9(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-OUT-COUNT      PIC 9(4).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRD-TRIGGER        PIC X.
           05 FILLER              PIC X(5)  VALUE SPACES.

       01  CTR-TRAILER-LINE.
           05 CTRT-REC-TYPE       PIC X(2)  VALUE 'CT'.
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRT-RECORD-COUNT   PIC 9(6).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRT-CASH-IN-TOTAL  PIC 9(12).
           05 FILLER              PIC X     VALUE SPACE.
           05 CTRT-CASH-OUT-TOTAL PIC 9(12).
           05 FILLER              PIC X(45) VALUE SPACES.
