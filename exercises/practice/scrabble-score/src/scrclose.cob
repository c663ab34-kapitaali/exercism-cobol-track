000392*                     STANDINGS.  A MISSING HISTORY FILE (A
000393*                     SEASON WITH NO ENTRIES) JUST SKIPS THE
000394*                     STEP.
000395*    2026-10-13  WCO  THE AWARDS FILE NOW OPENS WITH A HEADER
000396*                     RECORD (FEED NAME AWARDS, THE SEASON TAG
000397*                     AS BUSINESS DATE, NEXT FEED SEQUENCE
000398*                     NUMBER OFF FEEDSEQ) AND CLOSES WITH A
000399*                     TRAILER CARRYING THE AWARD COUNT AND THE
000400*                     SUM OF THE AWARD FIGURES (SEE FEEDCTL/
000401*                     FEEDPROC).
000402******************************************************************
000403 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS RUN-CTL-KEY
000700         FILE STATUS IS WS-RUN-STATUS.
000701     SELECT FEED-SEQ ASSIGN TO "FEEDSEQ"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS FSEQ-FEED-NAME
000705         FILE STATUS IS WS-FEED-STATUS.
000710     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000720 DATA DIVISION.
000730 FILE SECTION.
000990     LABEL RECORDS ARE STANDARD.
001000 COPY RUNCTL.

001001 FD  FEED-SEQ
001002     LABEL RECORDS ARE STANDARD.
001003 COPY FEEDSEQ.

001010 SD  SORT-WORK.
001020 01  SORT-RECORD.
001030     05  SORT-POINTS            PIC 9(07).

001080 WORKING-STORAGE SECTION.
001090 COPY RUNWS.
001091 COPY FEEDWS.
001092 COPY FEEDCTL.
001100 77  WS-SHIST-STATUS            PIC X(02) VALUE SPACE.
001101 77  WS-SCORE-STATUS            PIC X(02) VALUE SPACE.
001102 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001890     OPEN INPUT PLAYER-MASTER
001900     PERFORM 1200-OPEN-SEAS-HIST THRU 1200-EXIT
001910     OPEN OUTPUT AWARDS-OUT
001911     PERFORM 9900-OPEN-FEED-SEQ THRU 9900-EXIT
001912     MOVE "AWARDS" TO WS-FEED-NAME
001913     MOVE WS-CLOSE-DATE TO WS-FEED-BUS-DATE
001914     PERFORM 9910-BUILD-HEADER THRU 9910-EXIT
001915     WRITE AWARD-RECORD FROM FEED-CTL-RECORD
001920     OPEN OUTPUT AWD-RPT.
001930 1000-EXIT.
001940     EXIT.
004420******************************************************************
004430*    6000-WRITE-AWARD -- THE AWARD RECORD ALREADY BUILT, PLUS
004440*                        ITS CERTIFICATE LINE WITH THE PLAYMAST
004450*                        DISPLAY NAME.  THE AWARD IS COUNTED
004451*                        AND HASHED FOR THE AWARDS TRAILER.
004460******************************************************************
004470 6000-WRITE-AWARD.
004480     ADD 1 TO WS-AWARDS-WRITTEN
004490     WRITE AWARD-RECORD
004491     ADD 1 TO WS-FEED-COUNT
004492     ADD AWD-FIGURE TO WS-FEED-HASH
004500     MOVE SPACE TO WS-CERT-LINE
004510     MOVE AWD-DESC TO WS-CL-DESC
004520     MOVE AWD-RANK TO WS-CL-RANK
004720     CLOSE SEASON-MASTER
004730     CLOSE PLAYER-MASTER
004740     CLOSE SEAS-HIST
004741     PERFORM 9920-BUILD-TRAILER THRU 9920-EXIT
004742     WRITE AWARD-RECORD FROM FEED-CTL-RECORD
004750     CLOSE AWARDS-OUT
004751     CLOSE FEED-SEQ
004760     CLOSE AWD-RPT
004770     DISPLAY "SCRCLOSE SEASON CLOSED  : " WS-CLOSE-DATE
004780     DISPLAY "SCRCLOSE PLAYERS CLOSED : " WS-PLAYERS-CLOSED
004830*    SHARED RUN-CONTROL POSTING LOGIC (SEE RUNPROC COPYBOOK)
004840******************************************************************
004850 COPY RUNPROC.

004851******************************************************************
004852*    SHARED FEED HEADER/TRAILER LOGIC (SEE FEEDPROC COPYBOOK)
004853******************************************************************
004854 COPY FEEDPROC.
