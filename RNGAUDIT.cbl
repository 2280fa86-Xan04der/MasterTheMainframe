      *              from expectation.
      * Change History:
      *   2026-08-22 XG - First cut.
      *   2026-10-15 XG - GAME-LOG-REC widened from 108 to 136 bytes
      *                   for the LOGSEAL sequence/check columns; the
      *                   fields read here are unchanged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG.
       01  GAME-LOG-REC        PIC X(136).

       WORKING-STORAGE SECTION.
           COPY LOGLINE.
