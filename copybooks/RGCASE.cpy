      * Copybook: RGCASE
      * Author: Xander Geluykens
      * Description: Responsible-gaming case record, keyed by
      *               RG-PLAYER-ID, on the indexed RGCASE file.
      *               RGRISK opens a case ('O') the first time a
      *               player's DAYACT history scores over the risk
      *               threshold, and keeps its figures current each
      *               week while it waits for review. RGCASMNT
      *               records the responsible-gaming officer's
      *               outcome and marks the case reviewed ('R').
      *               RG-THROUGH-DATE is the last day of history the
      *               case covers: once reviewed, RGRISK scores only
      *               play after it, so the same history is never
      *               flagged twice. A reviewed case that scores
      *               again on new play is reopened, keeping the
      *               last outcome on the record until the next
      *               review replaces it. RG-TIMES-FLAGGED counts
      *               the runs that have flagged the player, and
      *               RG-SCORED-DATE is the last of them. RG-MARKERS
      *               holds one byte per risk marker, the marker
      *               letter when it fired: R rising buy-ins, C
      *               chasing losses, F limit refusals, S
      *               consecutive-day streak, L play after a lapsed
      *               self-exclusion.
      * Change History:
      *   2026-10-15 XG - First cut, for the risk indicator report.
       01  RG-CASE-REC.
           05 RG-PLAYER-ID      PIC X(8).
           05 RG-STATUS         PIC X.
           05 RG-OPENED-DATE    PIC X(8).
           05 RG-FROM-DATE      PIC X(8).
           05 RG-THROUGH-DATE   PIC X(8).
           05 RG-SCORE          PIC 9(3).
           05 RG-MARKERS        PIC X(5).
           05 RG-TIMES-FLAGGED  PIC 9(3).
           05 RG-SCORED-DATE    PIC X(8).
           05 RG-OUTCOME        PIC X(4).
           05 RG-REVIEW-DATE    PIC X(8).
           05 RG-OFFICER        PIC X(8).
           05 RG-NOTE           PIC X(24).
           05 FILLER            PIC X(4).
