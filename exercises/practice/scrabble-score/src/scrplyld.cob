000236*                     OUTPUT (CREATING IT), TAKES THE FEED'S
000237*                     ADDS, AND REJECTS REPLACES AND DELETES -
000238*                     THERE IS NOTHING ON FILE FOR THEM YET.
000239*    2026-10-15  WCO  PLAYMAST NOW CARRIES PLAYER-MERGED-INTO
000240*                     (SEE SCRMERGE).  AN ADD STARTS FROM A
000241*                     CLEARED RECORD SO THE POINTER IS SPACES,
000242*                     AND A REPLACE OF AN ID RETIRED BY A MERGE
000243*                     IS REJECTED - REACTIVATING IT WOULD SPLIT
000244*                     THE PLAYER'S POINTS ACROSS TWO IDS AGAIN.
000245******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000660 77  WS-TRANS-REJECTED          PIC 9(07) VALUE ZERO.
000661 77  WS-LOAD-SW                 PIC X(01) VALUE "N".
000662     88  LOAD-MODE-REQUESTED              VALUE "Y".
000663 77  WS-RETIRED-SW              PIC X(01) VALUE "N".
000664     88  PLAYER-WAS-RETIRED               VALUE "Y".

000665 LINKAGE SECTION.
000666 01  PARM-AREA.
000667     05  PARM-LEN               PIC S9(4) COMP.
000668     05  PARM-TEXT              PIC X(10).

000670 PROCEDURE DIVISION USING PARM-AREA.
000680******************************************************************
001400         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
001410         GO TO 3000-EXIT
001420     END-IF
001421     MOVE SPACE TO PLAYER-RECORD
001430     PERFORM 5000-MOVE-TRAN-FIELDS THRU 5000-EXIT
001440     WRITE PLAYER-RECORD
001450         INVALID KEY
001520     EXIT.

001530******************************************************************
001540*    3100-APPLY-REPLACE -- REWRITE AN EXISTING MASTER RECORD.
001541*                          AN ID RETIRED BY A MERGE STAYS
001542*                          RETIRED.
001550******************************************************************
001560 3100-APPLY-REPLACE.
001570     IF NOT PLAYER-ON-FILE
001580         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
001590         GO TO 3100-EXIT
001600     END-IF
001601     IF PLAYER-MERGED-INTO NOT EQUAL TO SPACE
001602         MOVE "Y" TO WS-RETIRED-SW
001603         PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
001604         MOVE "N" TO WS-RETIRED-SW
001605         GO TO 3100-EXIT
001606     END-IF
001610     PERFORM 5000-MOVE-TRAN-FIELDS THRU 5000-EXIT
001620     REWRITE PLAYER-RECORD
001630         INVALID KEY
001970     MOVE PTRAN-PLAYER-ID TO CHG-PLAYER-ID
001980     MOVE "REJECTED" TO CHG-DISPOSITION
001990     EVALUATE TRUE
001991         WHEN PLAYER-WAS-RETIRED
001992             MOVE "PLAYER ID RETIRED BY MERGE INTO"
001993                 TO CHG-DETAIL
001994             MOVE PLAYER-MERGED-INTO TO CHG-DETAIL(33:10)
002000         WHEN PTRAN-IS-ADD
002010             MOVE "PLAYER ID ALREADY ON FILE" TO CHG-DETAIL
002020         WHEN PTRAN-IS-REPLACE
