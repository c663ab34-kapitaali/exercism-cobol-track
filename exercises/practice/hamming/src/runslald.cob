000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNSLALD.
000030 AUTHOR.        DAILY-CONTROL-DESK.
000040 INSTALLATION.  SEQUENCING QC / DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-12.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-12  DCD  INITIAL VERSION.  LOAD OF THE BATCH SLA
000110*                     LIMITS FILE (RUNSLA, SEE THE RUNSLA
000120*                     COPYBOOK) FROM A SEQUENTIAL EXTRACT
000130*                     (RUNSLAEX) IN ASCENDING PROGRAM-NAME ORDER,
000140*                     THE SAME WAY RUNCALLD LOADS RUNCAL.  EACH
000150*                     CARD NAMES A PROGRAM, ITS TARGET ELAPSED
000160*                     MINUTES, THE LATEST HHMM IT MAY END AND THE
000170*                     DAY OFFSET THAT END TIME FALLS ON.  A CARD
000180*                     WITH A NON-NUMERIC FIELD, AN HOUR OVER 23, A
000190*                     MINUTE OVER 59 OR AN OFFSET OTHER THAN 0 OR
000200*                     1 IS REJECTED.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT EXTRACT-IN ASSIGN TO "RUNSLAEX"
000290         ORGANIZATION IS SEQUENTIAL.
000300     SELECT SLA-FILE ASSIGN TO "RUNSLA"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS SLA-PROGRAM.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  EXTRACT-IN
000370     RECORDING MODE IS F
000380     LABEL RECORDS ARE STANDARD.
000390 01  EXTRACT-RECORD.
000400     05  EXTRACT-PROGRAM        PIC X(15).
000410     05  EXTRACT-TARGET-MINS    PIC X(04).
000420     05  EXTRACT-LATEST-END.
000430         10  EXTRACT-END-HH     PIC X(02).
000440         10  EXTRACT-END-MM     PIC X(02).
000450     05  EXTRACT-END-DAY-OFFSET PIC X(01).

000460 FD  SLA-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY RUNSLA.

000490 WORKING-STORAGE SECTION.
000500 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000510     88  END-OF-EXTRACT                   VALUE "Y".
000520 77  WS-WRITE-OK-SW             PIC X(01) VALUE "Y".
000530     88  WRITE-WAS-OK                      VALUE "Y".
000540 77  WS-ROWS-LOADED             PIC 9(05) VALUE ZERO.
000550 77  WS-ROWS-REJECTED           PIC 9(05) VALUE ZERO.

000560 PROCEDURE DIVISION.
000570******************************************************************
000580*    0000-MAINLINE
000590******************************************************************
000600 0000-MAINLINE.
000610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000620     PERFORM 2000-LOAD-ROW THRU 2000-EXIT
000630         UNTIL END-OF-EXTRACT
000640     PERFORM 8000-TERMINATE THRU 8000-EXIT
000650     STOP RUN.

000660******************************************************************
000670*    1000-INITIALIZE -- OPEN FILES, PRIME THE READ
000680******************************************************************
000690 1000-INITIALIZE.
000700     OPEN INPUT EXTRACT-IN
000710     OPEN OUTPUT SLA-FILE
000720     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000730 1000-EXIT.
000740     EXIT.

000750******************************************************************
000760*    2000-LOAD-ROW -- VALIDATE AND WRITE ONE SLA LIMITS ROW
000770******************************************************************
000780 2000-LOAD-ROW.
000790     MOVE "Y" TO WS-WRITE-OK-SW
000800     IF EXTRACT-TARGET-MINS NOT NUMERIC
000810         OR EXTRACT-LATEST-END NOT NUMERIC
000820         OR EXTRACT-END-DAY-OFFSET NOT NUMERIC
000830         ADD 1 TO WS-ROWS-REJECTED
000840         DISPLAY "RUNSLALD LIMITS NOT NUMERIC: "
000850             EXTRACT-PROGRAM
000860         GO TO 2000-NEXT
000870     END-IF
000880     IF EXTRACT-END-HH > "23"
000890         OR EXTRACT-END-MM > "59"
000900         OR EXTRACT-END-DAY-OFFSET > "1"
000910         ADD 1 TO WS-ROWS-REJECTED
000920         DISPLAY "RUNSLALD END TIME OR OFFSET OUT OF RANGE: "
000930             EXTRACT-PROGRAM
000940         GO TO 2000-NEXT
000950     END-IF
000960     MOVE EXTRACT-PROGRAM TO SLA-PROGRAM
000970     MOVE EXTRACT-TARGET-MINS TO SLA-TARGET-MINS
000980     MOVE EXTRACT-END-HH TO SLA-END-HH
000990     MOVE EXTRACT-END-MM TO SLA-END-MM
001000     MOVE EXTRACT-END-DAY-OFFSET TO SLA-END-DAY-OFFSET
001010     WRITE SLA-RECORD
001020         INVALID KEY
001030             MOVE "N" TO WS-WRITE-OK-SW
001040             DISPLAY "RUNSLALD DUPLICATE/OUT-OF-SEQUENCE: "
001050                 EXTRACT-PROGRAM
001060     END-WRITE
001070     IF WRITE-WAS-OK
001080         ADD 1 TO WS-ROWS-LOADED
001090     ELSE
001100         ADD 1 TO WS-ROWS-REJECTED
001110     END-IF.
001120 2000-NEXT.
001130     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001140 2000-EXIT.
001150     EXIT.

001160******************************************************************
001170*    2100-READ-EXTRACT -- NEXT EXTRACT RECORD, SWITCH AT END
001180******************************************************************
001190 2100-READ-EXTRACT.
001200     READ EXTRACT-IN
001210         AT END
001220             SET END-OF-EXTRACT TO TRUE
001230     END-READ.
001240 2100-EXIT.
001250     EXIT.

001260******************************************************************
001270*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS
001280******************************************************************
001290 8000-TERMINATE.
001300     CLOSE EXTRACT-IN
001310     CLOSE SLA-FILE
001320     DISPLAY "RUNSLALD ROWS LOADED  : " WS-ROWS-LOADED
001330     DISPLAY "RUNSLALD ROWS REJECTED: " WS-ROWS-REJECTED.
001340 8000-EXIT.
001350     EXIT.
