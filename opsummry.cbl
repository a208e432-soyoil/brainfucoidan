000170*                  PROGRAM WHOSE ELAPSED TIME OR INSTRUCTION
000180*                  TOTAL MOVED MORE THAN A THRESHOLD PERCENT
000190*                  AGAINST ITS PREVIOUS RUN.
000191* 10/15/2026 DJ    THE RESTART MARKER RECORD THE INTERPRETER NOW
000192*                  LOGS AHEAD OF A RESTARTED JOB IS PASSED OVER -
000193*                  IT IS NOT A RUN OF ANY PROGRAM.
000200*---------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
003300             SET OPS-EOF-R1 TO TRUE
003310             GO TO 2000-EXIT
003320     END-READ.
003321     IF R1-DISPOSITION = "RESTART"
003322         GO TO 2000-EXIT
003323     END-IF.
003330     ADD 1 TO OPS-RUNS-READ.
003340     IF R1-DISPOSITION = "SKIPPED"
003350         ADD 1 TO OPS-SKIP-COUNT
