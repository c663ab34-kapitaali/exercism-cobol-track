000622*                     UP UNDER HAMMING'S TOTALS AND, BEING A
000623*                     NIGHTLY JOB, JOINS THE RUN-CONTROL GATE'S
000624*                     EXPECTED LIST.
000625*    2026-10-11  DCD  AUDIT ENTRIES MARKED BACKED OUT BY RUNBKOUT
000626*                     ARE SKIPPED - THE BAD RUN THEY CAME FROM IS
000627*                     RERUN AND THE RERUN'S ENTRIES ARE THE ONES
000628*                     THAT COUNT.
000630******************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
002400         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
002410         GO TO 2000-EXIT
002420     END-IF
002421     IF AUD-BACKED-OUT
002422         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
002423         GO TO 2000-EXIT
002424     END-IF
002430     EVALUATE AUD-PROGRAM
002440         WHEN "HAMMING"
002450         WHEN "HAMBATCH"
