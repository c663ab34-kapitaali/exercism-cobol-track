000321*                     AND RATINGS TOO - A DOCTORED FEED MUST
000322*                     NOT SEED THE BRACKETS THROUGH THE BACK
000323*                     DOOR.  GAMESUM LRECL 24 TO 25.
000324*    2026-10-15  WCO  EVENT GAMES ARE NOW CHECKED AGAINST THE
000325*                     ROUND DRAW.  THE LATEST ROUND ON THE
000326*                     EVENT'S PAIRING FILE (PAIRIN, SEE THE
000327*                     SCRPAIR COPYBOOK AND PROGRAM) IS LOADED AT
000328*                     THE START.  A GAME WHOSE ID IS NOT ON THAT
000329*                     ROUND, THAT WAS THE BYE BOARD, OR WHOSE
000330*                     PLAYERS ARE NOT THE TWO DRAWN ON ITS BOARD
000331*                     IS LISTED ON GAMEIRR WITH THE PAIRED AND THE
000332*                     ACTUAL PLAYERS, AND IS FLAGGED IRREGULAR AS
000333*                     FOR AN OVERDRAWN BAG, SO SCRRATE LEAVES IT
000334*                     OUT OF THE RESULTS AND RATINGS UNTIL THE
000335*                     DESK RULES ON IT.  WITH NO PAIRING FILE (DD
000336*                     DUMMY OR EMPTY) NO CHECK IS MADE, AS BEFORE.
000337******************************************************************
000338 ENVIRONMENT DIVISION.
000339 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000341 OBJECT-COMPUTER.   IBM-370.
000350 REPOSITORY.        FUNCTION ALL INTRINSIC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000452         ORGANIZATION IS SEQUENTIAL.
000453     SELECT GAME-IRR ASSIGN TO "GAMEIRR"
000454         ORGANIZATION IS SEQUENTIAL.
000455     SELECT PAIR-FILE ASSIGN TO "PAIRIN"
000456         ORGANIZATION IS SEQUENTIAL
000457         FILE STATUS IS WS-PAIR-STATUS.
000460     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000628     05  FILLER                 PIC X(02).
000629     05  IRR-BAG                PIC ZZZ9.
000630     05  FILLER                 PIC X(35).
000631 01  IRR-DRAW-RECORD.
000632     05  IRR-DRAW-GAME-ID       PIC X(08).
000633     05  FILLER                 PIC X(02).
000634     05  IRR-DRAW-REASON        PIC X(24).
000635     05  FILLER                 PIC X(02).
000636     05  IRR-DRAW-PAIRED-1      PIC X(10).
000637     05  FILLER                 PIC X(01).
000638     05  IRR-DRAW-PAIRED-2      PIC X(10).
000639     05  FILLER                 PIC X(02).
000640     05  IRR-DRAW-PLAYED-1      PIC X(10).
000641     05  FILLER                 PIC X(01).
000642     05  IRR-DRAW-PLAYED-2      PIC X(10).

000643 FD  PAIR-FILE
000644     RECORDING MODE IS F
000645     LABEL RECORDS ARE STANDARD.
000646 01  PAIR-FILE-RECORD           PIC X(40).

000647 FD  AUDIT-LOG
000648     RECORDING MODE IS F
000649     LABEL RECORDS ARE STANDARD.
000650 COPY AUDLOG.

000660 WORKING-STORAGE SECTION.
000861 01  WS-USE-TABLE.
000862     05  WS-USE-COUNT           PIC 9(03) COMP OCCURS 26 TIMES.
000863 COPY SCRTILE.
000864 COPY SCRPAIR.
000865 01  WS-PAIR-STATUS             PIC X(02) VALUE SPACE.
000866 77  WS-DRAW-CHECK-SW           PIC X(01) VALUE "N".
000867     88  DRAW-CHECK-ON                    VALUE "Y".
000868 77  WS-PAIR-EOF-SW             PIC X(01) VALUE "N".
000869     88  END-OF-PAIRINGS                  VALUE "Y".
000870 77  WS-DRAW-ROUND              PIC 9(03) VALUE ZERO.
000871 77  WS-DRAW-USED               PIC 9(04) COMP VALUE ZERO.
000872 77  WS-GAMES-OFF-DRAW          PIC 9(05) VALUE ZERO.
000873 77  WS-OFF-DRAW-REASON         PIC X(24) VALUE SPACE.
000874 01  WS-DRAW-TABLE.
000875     05  WS-DRAW OCCURS 500 TIMES INDEXED BY DRAW-IX.
000876         10  WS-DRAW-GAME-ID    PIC X(08).
000877         10  WS-DRAW-PLAYER-1   PIC X(10).
000878         10  WS-DRAW-PLAYER-2   PIC X(10).
000879         10  WS-DRAW-BYE-SW     PIC X(01).
000880 01  WS-NOT-DRAWN-MSG.
000881     05  FILLER                 PIC X(13) VALUE "NOT IN ROUND ".
000882     05  WS-NDM-ROUND           PIC 9(03).
000883     05  FILLER                 PIC X(05) VALUE " DRAW".
000884 01  WS-GPLAYER-TABLE.
000885     05  WS-GPLAYER-ENTRY OCCURS 8 TIMES.
000886         10  WS-GPL-ID          PIC X(10).
000890         10  WS-GPL-TOTAL       PIC 9(06).
000900 01  WS-GAME-HDR.
000910     05  FILLER                 PIC X(05) VALUE "GAME ".
001341         END-IF
001342     END-IF
001343     PERFORM 1200-LOAD-TILE-BAG THRU 1200-EXIT
001344     PERFORM 1300-LOAD-DRAW THRU 1300-EXIT
001345     OPEN INPUT GAME-IN
001350     OPEN INPUT DICT-FILE
001360     OPEN OUTPUT GAME-RPT
001361     OPEN OUTPUT GAME-SUM
001427     END-EVALUATE.
001428 1200-EXIT.
001429     EXIT.
001430******************************************************************
001431*    1300-LOAD-DRAW -- THE LATEST ROUND ON THE EVENT'S PAIRING
001432*                      FILE INTO THE DRAW TABLE.  NO FILE, OR AN
001433*                      EMPTY ONE, LEAVES THE DRAW CHECK OFF.
001434******************************************************************
001435 1300-LOAD-DRAW.
001436     MOVE SPACE TO WS-DRAW-TABLE
001437     OPEN INPUT PAIR-FILE
001438     IF WS-PAIR-STATUS NOT EQUAL TO "00"
001439         DISPLAY "SCRGAME NO PAIRING FILE - GAMES NOT CHECKED "
001440             "AGAINST A ROUND DRAW"
001441         GO TO 1300-EXIT
001442     END-IF
001443     PERFORM 1310-LOAD-BOARD THRU 1310-EXIT
001444         UNTIL END-OF-PAIRINGS
001445     CLOSE PAIR-FILE
001446     IF WS-DRAW-USED EQUAL TO ZERO
001447         DISPLAY "SCRGAME PAIRING FILE EMPTY - GAMES NOT CHECKED "
001448             "AGAINST A ROUND DRAW"
001449         GO TO 1300-EXIT
001450     END-IF
001451     SET DRAW-CHECK-ON TO TRUE
001452     MOVE WS-DRAW-ROUND TO WS-NDM-ROUND
001453     DISPLAY "SCRGAME GAMES CHECKED AGAINST ROUND " WS-DRAW-ROUND
001454         " DRAW OF EVENT " PAIR-GAME-EVENT.
001455 1300-EXIT.
001456     EXIT.

001457******************************************************************
001458*    1310-LOAD-BOARD -- ONE PAIRING RECORD.  A LATER ROUND THAN
001459*                       THE ONE HELD STARTS THE TABLE AFRESH;
001460*                       EARLIER ROUNDS ARE PASSED OVER.
001461******************************************************************
001462 1310-LOAD-BOARD.
001463     READ PAIR-FILE INTO PAIRING-RECORD
001464         AT END
001465             SET END-OF-PAIRINGS TO TRUE
001466             GO TO 1310-EXIT
001467     END-READ
001468     IF PAIR-ROUND > WS-DRAW-ROUND
001469         MOVE PAIR-ROUND TO WS-DRAW-ROUND
001470         MOVE ZERO TO WS-DRAW-USED
001471         MOVE SPACE TO WS-DRAW-TABLE
001472     END-IF
001473     IF PAIR-ROUND < WS-DRAW-ROUND
001474         GO TO 1310-EXIT
001475     END-IF
001476     IF WS-DRAW-USED EQUAL TO 500
001477         DISPLAY "SCRGAME OVER 500 BOARDS - NOT HELD: "
001478             PAIR-GAME-ID
001479         GO TO 1310-EXIT
001480     END-IF
001481     ADD 1 TO WS-DRAW-USED
001482     MOVE PAIR-GAME-ID TO WS-DRAW-GAME-ID(WS-DRAW-USED)
001483     MOVE PAIR-PLAYER-1 TO WS-DRAW-PLAYER-1(WS-DRAW-USED)
001484     MOVE PAIR-PLAYER-2 TO WS-DRAW-PLAYER-2(WS-DRAW-USED)
001485     MOVE PAIR-RESULT TO WS-DRAW-BYE-SW(WS-DRAW-USED).
001486 1310-EXIT.
001487     EXIT.

001488******************************************************************
001489*    2000-PROCESS-TURN -- A NEW GAME ID CLOSES OUT THE GAME IN
001490*                         PROGRESS; THE TURN IS THEN VALIDATED,
001491*                         SCORED (WITH THE BINGO BONUS WHEN ALL
001492*                         SEVEN TILES WENT DOWN), REPORTED WITH
001493*                         THE PLAYER'S RUNNING TOTAL, AND
001494*                         LOGGED.
001495******************************************************************
001496 2000-PROCESS-TURN.
001500     ADD 1 TO WS-TURNS-READ
001510     IF NOT GAME-IN-PROGRESS
001520         OR GAME-ID NOT EQUAL TO WS-CUR-GAME-ID
002890     IF NOT GAME-IN-PROGRESS
002900         GO TO 4000-EXIT
002910     END-IF
002911     PERFORM 4050-CHECK-DRAW THRU 4050-EXIT
002920     PERFORM 4100-WRITE-TOTAL-LINE THRU 4100-EXIT
002930         VARYING WS-GPL-SUB FROM 1 BY 1
002940         UNTIL WS-GPL-SUB > WS-GPL-USED
003250     MOVE "N" TO WS-GAME-OPEN-SW.
003260 4000-EXIT.
003270     EXIT.
003271******************************************************************
003272*    4050-CHECK-DRAW -- THE GAME JUST ENDED AGAINST THE ROUND
003273*                       DRAW: ITS ID MUST BE A BOARD OF THE ROUND,
003274*                       NOT THE BYE, AND ITS PLAYERS EXACTLY THE
003275*                       TWO DRAWN THERE, EITHER WAY ROUND.  A
003276*                       GAME THAT FAILS IS LISTED AND FLAGGED
003277*                       IRREGULAR.
003278******************************************************************
003279 4050-CHECK-DRAW.
003280     IF NOT DRAW-CHECK-ON
003281         GO TO 4050-EXIT
003282     END-IF
003283     MOVE SPACE TO IRR-DRAW-RECORD
003284     SET DRAW-IX TO 1
003285     SEARCH WS-DRAW
003286         AT END
003287             MOVE WS-NOT-DRAWN-MSG TO WS-OFF-DRAW-REASON
003288             GO TO 4050-OFF-DRAW
003289         WHEN WS-DRAW-GAME-ID(DRAW-IX) EQUAL TO WS-CUR-GAME-ID
003290             MOVE WS-DRAW-PLAYER-1(DRAW-IX) TO IRR-DRAW-PAIRED-1
003291             MOVE WS-DRAW-PLAYER-2(DRAW-IX) TO IRR-DRAW-PAIRED-2
003292     END-SEARCH
003293     IF WS-DRAW-BYE-SW(DRAW-IX) EQUAL TO "B"
003294         MOVE "BYE BOARD - NOT A GAME" TO WS-OFF-DRAW-REASON
003295         GO TO 4050-OFF-DRAW
003296     END-IF
003297     IF WS-GPL-USED EQUAL TO 2
003298         IF (WS-GPL-ID(1) EQUAL TO IRR-DRAW-PAIRED-1
003299             AND WS-GPL-ID(2) EQUAL TO IRR-DRAW-PAIRED-2)
003300             OR (WS-GPL-ID(1) EQUAL TO IRR-DRAW-PAIRED-2
003301             AND WS-GPL-ID(2) EQUAL TO IRR-DRAW-PAIRED-1)
003302             GO TO 4050-EXIT
003303         END-IF
003304     END-IF
003305     MOVE "PLAYERS NOT AS DRAWN" TO WS-OFF-DRAW-REASON.
003306 4050-OFF-DRAW.
003307     ADD 1 TO WS-GAMES-OFF-DRAW
003308     MOVE WS-CUR-GAME-ID TO IRR-DRAW-GAME-ID
003309     MOVE WS-OFF-DRAW-REASON TO IRR-DRAW-REASON
003310     IF WS-GPL-USED > ZERO
003311         MOVE WS-GPL-ID(1) TO IRR-DRAW-PLAYED-1
003312     END-IF
003313     IF WS-GPL-USED > 1
003314         MOVE WS-GPL-ID(2) TO IRR-DRAW-PLAYED-2
003315     END-IF
003316     WRITE IRR-DRAW-RECORD
003317     IF NOT GAME-IS-IRREGULAR
003318         MOVE "Y" TO WS-GAME-IRREG-SW
003319         ADD 1 TO WS-GAMES-IRREGULAR
003320     END-IF.
003321 4050-EXIT.
003322     EXIT.

003323******************************************************************
003324*    4100-WRITE-TOTAL-LINE -- ONE FINAL-TOTAL LINE PER PLAYER
003325******************************************************************
003326 4100-WRITE-TOTAL-LINE.
003327     MOVE SPACE TO GAME-RPT-LINE
003330     MOVE WS-GPL-ID(WS-GPL-SUB) TO WS-TOT-PLAYER
003340     MOVE WS-GPL-TOTAL(WS-GPL-SUB) TO WS-TOT-SCORE
003350     WRITE GAME-RPT-LINE FROM WS-TOTAL-LINE
003460     DISPLAY "SCRGAME TURNS READ    : " WS-TURNS-READ
003470     DISPLAY "SCRGAME GAMES REPORTED: " WS-GAMES-REPORTED
003480     DISPLAY "SCRGAME INVALID TURNS : " WS-TURNS-INVALID
003481     DISPLAY "SCRGAME IRREGULAR GAMES: " WS-GAMES-IRREGULAR
003482     DISPLAY "SCRGAME GAMES OFF DRAW : " WS-GAMES-OFF-DRAW.
003490 8000-EXIT.
003500     EXIT.

