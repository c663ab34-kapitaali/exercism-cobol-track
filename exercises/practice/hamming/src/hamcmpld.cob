000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMCMPLD.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-09.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-09  SQS  INITIAL VERSION.  LOAD OF THE PER-STRAIN
000110*                     BASE-COMPOSITION LIMITS FILE (COMPLIM, SEE
000120*                     COPYBOOK HAMCMP) FROM A SEQUENTIAL EXTRACT
000130*                     (CMPEXTR), THE SAME WAY HAMTOLLD LOADS
000140*                     TOLFILE.  EXTRACT MUST BE IN ASCENDING
000150*                     STRAIN-ID ORDER AND SHOULD INCLUDE THE
000160*                     '*DEFAULT' ROW HAMCOMP FALLS BACK TO.
000170******************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-370.
000210 OBJECT-COMPUTER.   IBM-370.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT EXTRACT-IN ASSIGN TO "CMPEXTR"
000250         ORGANIZATION IS SEQUENTIAL.
000260     SELECT CMP-FILE ASSIGN TO "COMPLIM"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS CMP-STRAIN-ID.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  EXTRACT-IN
000330     RECORDING MODE IS F
000340     LABEL RECORDS ARE STANDARD.
000350 01  EXTRACT-RECORD.
000360     05  EXTRACT-STRAIN-ID      PIC X(10).
000370     05  EXTRACT-MIN-GC-PCT     PIC 9(03)V99.
000380     05  EXTRACT-MAX-GC-PCT     PIC 9(03)V99.
000390     05  EXTRACT-MAX-AMBIG-PCT  PIC 9(03)V99.
000400     05  EXTRACT-MAX-HOMOPOLYMER
000410                                PIC 9(04).

000420 FD  CMP-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 COPY HAMCMP.

000450 WORKING-STORAGE SECTION.
000460 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000470     88  END-OF-EXTRACT                   VALUE "Y".
000480 77  WS-WRITE-OK-SW             PIC X(01) VALUE "Y".
000490     88  WRITE-WAS-OK                      VALUE "Y".
000500 77  WS-ROWS-LOADED             PIC 9(05) VALUE ZERO.
000510 77  WS-ROWS-REJECTED           PIC 9(05) VALUE ZERO.

000520 PROCEDURE DIVISION.
000530******************************************************************
000540*    0000-MAINLINE
000550******************************************************************
000560 0000-MAINLINE.
000570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000580     PERFORM 2000-LOAD-ROW THRU 2000-EXIT
000590         UNTIL END-OF-EXTRACT
000600     PERFORM 8000-TERMINATE THRU 8000-EXIT
000610     STOP RUN.

000620******************************************************************
000630*    1000-INITIALIZE -- OPEN FILES, PRIME THE READ
000640******************************************************************
000650 1000-INITIALIZE.
000660     OPEN INPUT EXTRACT-IN
000670     OPEN OUTPUT CMP-FILE
000680     MOVE ZERO TO WS-ROWS-LOADED
000690     MOVE ZERO TO WS-ROWS-REJECTED
000700     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000710 1000-EXIT.
000720     EXIT.

000730******************************************************************
000740*    2000-LOAD-ROW -- WRITE ONE LIMITS ROW, THEN THE NEXT
000750******************************************************************
000760 2000-LOAD-ROW.
000770     MOVE "Y" TO WS-WRITE-OK-SW
000780     MOVE EXTRACT-STRAIN-ID TO CMP-STRAIN-ID
000790     MOVE EXTRACT-MIN-GC-PCT TO CMP-MIN-GC-PCT
000800     MOVE EXTRACT-MAX-GC-PCT TO CMP-MAX-GC-PCT
000810     MOVE EXTRACT-MAX-AMBIG-PCT TO CMP-MAX-AMBIG-PCT
000820     MOVE EXTRACT-MAX-HOMOPOLYMER TO CMP-MAX-HOMOPOLYMER
000830     WRITE CMP-RECORD
000840         INVALID KEY
000850             MOVE "N" TO WS-WRITE-OK-SW
000860             DISPLAY "HAMCMPLD DUPLICATE/OUT-OF-SEQUENCE ID: "
000870                 EXTRACT-STRAIN-ID
000880     END-WRITE
000890     IF WRITE-WAS-OK
000900         ADD 1 TO WS-ROWS-LOADED
000910     ELSE
000920         ADD 1 TO WS-ROWS-REJECTED
000930     END-IF
000940     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
000950 2000-EXIT.
000960     EXIT.

000970******************************************************************
000980*    2100-READ-EXTRACT -- NEXT EXTRACT RECORD, SWITCH AT END
000990******************************************************************
001000 2100-READ-EXTRACT.
001010     READ EXTRACT-IN
001020         AT END
001030             SET END-OF-EXTRACT TO TRUE
001040     END-READ.
001050 2100-EXIT.
001060     EXIT.

001070******************************************************************
001080*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS
001090******************************************************************
001100 8000-TERMINATE.
001110     CLOSE EXTRACT-IN
001120     CLOSE CMP-FILE
001130     DISPLAY "HAMCMPLD ROWS LOADED  : " WS-ROWS-LOADED
001140     DISPLAY "HAMCMPLD ROWS REJECTED: " WS-ROWS-REJECTED.
001150 8000-EXIT.
001160     EXIT.
