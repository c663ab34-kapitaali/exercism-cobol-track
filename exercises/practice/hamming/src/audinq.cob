000307*                     OF THE HAMMING SHOP'S STRANDS.  AN EMPTY
000308*                     VALUE= CARD NOW FAILS THE RUN INSTEAD OF
000309*                     MATCHING EVERYTHING.
000310*    2026-10-11  DCD  PROGRAM= NOW ALSO SELECTS THAT PROGRAM'S
000311*                     ENTRIES MARKED BACKED OUT BY RUNBKOUT, AND
000312*                     EVERY BACKED-OUT ENTRY PRINTED CARRIES
000313*                     "BACKED OUT" AFTER ITS ERROR TEXT, SO AN
000314*                     AUDITOR CAN SEE A RESULT WAS WITHDRAWN.
000315******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000870     05  WS-DET-RESULT          PIC X(15).
000880     05  FILLER                 PIC X(02).
000890     05  WS-DET-ERROR           PIC X(40).
000900     05  FILLER                 PIC X(02).
000901     05  WS-DET-BACKOUT         PIC X(10).
000902     05  FILLER                 PIC X(23).
000910 01  WS-INPUT-LINE.
000920     05  WS-INP-LABEL           PIC X(11).
000930     05  WS-INP-TEXT            PIC X(100).
002530     IF WS-PGM-USED > ZERO
002540         PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
002550             UNTIL WS-PGM-SUB > WS-PGM-USED
002560             IF AUD-PROGRAM-NAME EQUAL TO WS-PGM-NAME(WS-PGM-SUB)
002570                 MOVE "Y" TO WS-MATCH-SW
002580                 MOVE WS-PGM-USED TO WS-PGM-SUB
002590             END-IF
002710 2300-PRINT-RECORD.
002720     MOVE SPACE TO WS-DETAIL-LINE
002730     MOVE AUD-TIMESTAMP TO WS-DET-TIMESTAMP
002740     MOVE AUD-PROGRAM-NAME TO WS-DET-PROGRAM
002750     MOVE AUD-RESULT TO WS-DET-RESULT
002760     MOVE AUD-ERROR TO WS-DET-ERROR
002761     IF AUD-BACKED-OUT
002762         MOVE "BACKED OUT" TO WS-DET-BACKOUT
002763     END-IF
002770     WRITE INQ-LINE FROM WS-DETAIL-LINE
002780     MOVE SPACE TO WS-INPUT-LINE
002790     MOVE "  INPUT-1: " TO WS-INP-LABEL
