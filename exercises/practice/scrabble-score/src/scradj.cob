000362*                     A QUIET DAY WOULD HAVE BEEN RE-APPLIED BY
000363*                     THE NEXT SCRSEASN - EXACTLY THE DOUBLE
000364*                     SUBTRACTION THIS STEP EXISTS TO PREVENT.
000365*    2026-10-13  WCO  EACH RUN'S REVERSALS ARE NOW APPENDED AS
000366*                     ONE BATCH BETWEEN A HEADER RECORD (FEED
000367*                     NAME ADJEXT, BUSINESS DATE, NEXT FEED
000368*                     SEQUENCE NUMBER OFF FEEDSEQ) AND A
000369*                     TRAILER CARRYING THE REVERSAL COUNT AND
000370*                     THE SUM OF THEIR SCORES (SEE FEEDCTL/
000371*                     FEEDPROC).  A NIGHT WITH NO CHALLENGES
000372*                     STILL WRITES THE PAIR WITH A ZERO COUNT.
000373*                     SCRSEASN REFUSES ANY BATCH THAT DOES NOT
000374*                     CHECK.
000375******************************************************************
000376 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000540     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000561     SELECT FEED-SEQ ASSIGN TO "FEEDSEQ"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS FSEQ-FEED-NAME
000565         FILE STATUS IS WS-FEED-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CHAL-TRAN
000900     LABEL RECORDS ARE STANDARD.
000910 COPY AUDLOG.

000911 FD  FEED-SEQ
000912     LABEL RECORDS ARE STANDARD.
000913 COPY FEEDSEQ.

000920 WORKING-STORAGE SECTION.
000930 01  WS-AUDIT-STATUS             PIC X(02).
000931 77  WS-ADJ-STATUS              PIC X(02) VALUE SPACE.
000932 COPY FEEDWS.
000933 COPY FEEDCTL.
000940 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000950     88  END-OF-CHALLENGES                VALUE "Y".
000960 77  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
001260     PERFORM 1100-OPEN-ADJ-OUT THRU 1100-EXIT
001270     OPEN OUTPUT ADJ-RPT
001280     PERFORM 9200-OPEN-AUDIT-LOG THRU 9200-EXIT
001281     PERFORM 9900-OPEN-FEED-SEQ THRU 9900-EXIT
001282     MOVE "ADJEXT" TO WS-FEED-NAME
001283     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEED-BUS-DATE
001284     PERFORM 9910-BUILD-HEADER THRU 9910-EXIT
001285     WRITE ADJ-RECORD FROM FEED-CTL-RECORD
001290     PERFORM 2100-READ-CHALLENGE THRU 2100-EXIT.
001300 1000-EXIT.
001310     EXIT.
002250*    2300-REVERSE-ENTRY -- FLIP THE ENTRY TO REVERSED, WRITE
002260*                          THE REVERSING ADJEXT RECORD FOR
002270*                          SCRSEASN, LIST IT, AND LOG IT WITH
002280*                          THE CHALLENGE REASON.  THE
002281*                          REVERSAL IS COUNTED AND HASHED FOR
002282*                          THE BATCH TRAILER.
002290******************************************************************
002300 2300-REVERSE-ENTRY.
002310     MOVE "R" TO SHIS-STATUS
002430     MOVE SHIS-DATE TO ADJ-DATE
002431     MOVE "N" TO ADJ-APPLIED-SW
002440     WRITE ADJ-RECORD
002441     ADD 1 TO WS-FEED-COUNT
002442     ADD SHIS-SCORE TO WS-FEED-HASH
002450     MOVE SHIS-SCORE TO ARPT-SCORE
002460     MOVE "REVERSED" TO ARPT-RESULT
002470     WRITE ARPT-RECORD
002590 8000-TERMINATE.
002600     CLOSE CHAL-TRAN
002610     CLOSE SCORE-HIST
002611     PERFORM 9920-BUILD-TRAILER THRU 9920-EXIT
002612     WRITE ADJ-RECORD FROM FEED-CTL-RECORD
002620     CLOSE ADJ-OUT
002630     CLOSE ADJ-RPT
002640     CLOSE AUDIT-LOG
002641     CLOSE FEED-SEQ
002650     DISPLAY "SCRADJ CHALLENGES READ    : " WS-CHALS-READ
002660     DISPLAY "SCRADJ REVERSALS APPLIED  : " WS-CHALS-APPLIED
002670     DISPLAY "SCRADJ CHALLENGES REJECTED: " WS-CHALS-REJECTED.
002710*    SHARED AUDIT-LOG OPEN/WRITE LOGIC (SEE AUDPROC COPYBOOK)
002720******************************************************************
002730 COPY AUDPROC.

002731******************************************************************
002732*    SHARED FEED HEADER/TRAILER LOGIC (SEE FEEDPROC COPYBOOK)
002733******************************************************************
002734 COPY FEEDPROC.
