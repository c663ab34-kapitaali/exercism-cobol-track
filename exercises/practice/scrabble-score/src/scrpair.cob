000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRPAIR.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  WCO  INITIAL VERSION.  SWISS-SYSTEM PAIRING OF
000110*                     THE NEXT ROUND OF A TOURNAMENT EVENT, SO THE
000120*                     DIRECTOR NO LONGER PAIRS FROM A RATEMAST
000130*                     PRINTOUT.  PARM='EVENT=XX' NAMES THE EVENT;
000140*                     XX STARTS EVERY GAME ID THE EVENT HANDS OUT.
000150*                     READS THE ENTRANT LIST (ENTRANTS, SEE
000160*                     SCRENTR), THE EVENT'S PAIRING FILE SO FAR
000170*                     (PAIRIN, SEE SCRPAIR - EMPTY FOR ROUND ONE)
000180*                     AND THE LATEST MATCH RESULTS (MATCHRES, SEE
000190*                     SCRMRES).  EACH EARLIER BOARD STILL WITHOUT
000200*                     A RESULT IS LOOKED UP ON MATCHRES BY GAME ID
000210*                     AND THE RESULT POSTED, AND EVERY EARLIER
000220*                     BOARD IS COPIED FORWARD TO PAIROUT.  MATCH
000230*                     POINTS ARE KEPT IN HALF POINTS: A WIN OR A
000240*                     BYE 2, A DRAW 1.  ENTRANTS ARE RANKED BY
000250*                     MATCH POINTS, THEN RATE-RATING (1500 FOR A
000260*                     PLAYER NOT YET ON RATEMAST), THEN PLAYER ID.
000270*                     AN ODD FIELD GIVES THE BYE TO THE LOWEST-
000280*                     RANKED PLAYER WHO HAS NOT HAD ONE.  WITHIN
000290*                     EACH SCORE GROUP THE TOP HALF IS PAIRED
000300*                     AGAINST THE BOTTOM HALF, THE ODD PLAYER OF A
000310*                     GROUP FLOATING DOWN, AND NO TWO PLAYERS MEET
000320*                     TWICE - WHEN THE NATURAL PAIRING WOULD BE A
000330*                     REMATCH THE NEXT CANDIDATE IS TRIED, BACKING
000340*                     UP THROUGH THE BOARDS ALREADY DRAWN IF NEED
000350*                     BE.  WHEN NO DRAW WITHOUT A REMATCH CAN BE
000360*                     FOUND THE ROUND IS DRAWN AGAIN, EACH PLAYER
000361*                     STILL TAKING AN OPPONENT NOT YET MET WHERE
000362*                     ONE IS LEFT AND A REMATCH ONLY WHERE NONE
000363*                     IS.  SUCH FORCED REMATCHES ARE FLAGGED ON
000364*                     THE BOARD AND LISTED ON THE DRAW SHEET.
000380*                     THE NEW ROUND GOES TO PAIROUT BEHIND THE
000390*                     EARLIER ONES AND TO THE DRAW SHEET (DRAWSHT)
000400*                     WITH EACH PLAYER'S NAME, POINTS AND RATING.
000410*                     ENTRANTS NOT REGISTERED OR NOT ACTIVE ON
000420*                     PLAYMAST ARE LEFT OUT AND LISTED, AS ARE
000430*                     EARLIER GAMES STILL WITHOUT A RESULT;
000440*                     EITHER, OR A REMATCH, ENDS THE JOB WITH
000450*                     RETURN CODE 4.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 REPOSITORY.        FUNCTION ALL INTRINSIC.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ENTRANT-IN ASSIGN TO "ENTRANTS"
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT PAIR-IN ASSIGN TO "PAIRIN"
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT MATCH-RES ASSIGN TO "MATCHRES"
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS PLAYER-ID.
000640     SELECT RATING-MASTER ASSIGN TO "RATEMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS RATE-PLAYER-ID.
000680     SELECT PAIR-OUT ASSIGN TO "PAIROUT"
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT DRAW-SHEET ASSIGN TO "DRAWSHT"
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ENTRANT-IN
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY SCRENTR.

000790 FD  PAIR-IN
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  PAIR-IN-RECORD             PIC X(40).

000830 FD  MATCH-RES
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SCRMRES.

000870 FD  PLAYER-MASTER
000880     LABEL RECORDS ARE STANDARD.
000890 COPY SCRPLYR.

000900 FD  RATING-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920 COPY SCRRATM.

000930 FD  PAIR-OUT
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  PAIR-OUT-RECORD            PIC X(40).

000970 FD  DRAW-SHEET
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  DRAW-LINE                  PIC X(132).

001010 SD  SORT-WORK.
001020 01  SORT-RECORD.
001030     05  SORT-POINTS            PIC 9(03).
001040     05  SORT-RATING            PIC 9(05).
001050     05  SORT-PLAYER-ID         PIC X(10).
001060     05  SORT-ENT-SUB           PIC 9(04).

001070 WORKING-STORAGE SECTION.
001080 COPY SCRPAIR.
001090 77  WS-ENTRANT-EOF-SW          PIC X(01) VALUE "N".
001100     88  END-OF-ENTRANTS                  VALUE "Y".
001110 77  WS-PRIOR-EOF-SW            PIC X(01) VALUE "N".
001120     88  END-OF-PRIOR-ROUNDS              VALUE "Y".
001130 77  WS-RESULT-EOF-SW           PIC X(01) VALUE "N".
001140     88  END-OF-RESULTS                   VALUE "Y".
001150 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
001160     88  END-OF-RANKING                   VALUE "Y".
001170 77  WS-PAIR-STATE-SW           PIC X(01) VALUE "W".
001180     88  PAIRING-COMPLETE                 VALUE "C".
001190     88  PAIRING-GAVE-UP                  VALUE "G".
001200 77  WS-REMATCH-SW              PIC X(01) VALUE "N".
001210     88  REMATCHES-ALLOWED                VALUE "Y".
001220 77  WS-CAND-OK-SW              PIC X(01) VALUE "N".
001230     88  CANDIDATE-ACCEPTED               VALUE "Y".
001240 77  WS-PLAYED-SW               PIC X(01) VALUE "N".
001250     88  ALREADY-PLAYED                   VALUE "Y".
001260 77  WS-RESUME-SW               PIC X(01) VALUE "N".
001270     88  RESUMING-TOP                     VALUE "Y".
001280 77  WS-EVENT-CODE              PIC X(02) VALUE SPACE.
001290 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.
001300 77  WS-LAST-ROUND              PIC 9(03) VALUE ZERO.
001310 77  WS-NEW-ROUND               PIC 9(03) VALUE ZERO.
001320 77  WS-BOARD-NO                PIC 9(03) VALUE ZERO.
001330 77  WS-ENTRANTS-READ           PIC 9(05) VALUE ZERO.
001340 77  WS-ENTRANTS-WITHDRAWN      PIC 9(05) VALUE ZERO.
001350 77  WS-ENTRANTS-REFUSED        PIC 9(05) VALUE ZERO.
001360 77  WS-RESULTS-READ            PIC 9(05) VALUE ZERO.
001370 77  WS-RESULTS-POSTED          PIC 9(05) VALUE ZERO.
001380 77  WS-RESULTS-MISMATCHED      PIC 9(05) VALUE ZERO.
001390 77  WS-PRIOR-BOARDS            PIC 9(05) VALUE ZERO.
001400 77  WS-NO-RESULT-COUNT         PIC 9(05) VALUE ZERO.
001410 77  WS-REMATCH-COUNT           PIC 9(05) VALUE ZERO.
001411 77  WS-RM-BOARD                PIC 9(03) VALUE ZERO.
001420 77  WS-PAIR-STEPS              PIC 9(07) COMP VALUE ZERO.
001430 77  WS-ENT-USED                PIC 9(04) COMP VALUE ZERO.
001440 77  WS-ENT-SUB                 PIC 9(04) COMP VALUE ZERO.
001450 77  WS-ENT-HIT                 PIC 9(04) COMP VALUE ZERO.
001460 77  WS-P1-HIT                  PIC 9(04) COMP VALUE ZERO.
001470 77  WS-P2-HIT                  PIC 9(04) COMP VALUE ZERO.
001480 77  WS-E1                      PIC 9(04) COMP VALUE ZERO.
001490 77  WS-E2                      PIC 9(04) COMP VALUE ZERO.
001500 77  WS-RES-USED                PIC 9(04) COMP VALUE ZERO.
001510 77  WS-ORD-USED                PIC 9(04) COMP VALUE ZERO.
001520 77  WS-ORD-SUB                 PIC S9(04) COMP VALUE ZERO.
001530 77  WS-BYE-ENT                 PIC 9(04) COMP VALUE ZERO.
001540 77  WS-RK-USED                 PIC 9(04) COMP VALUE ZERO.
001550 77  WS-POS                     PIC 9(04) COMP VALUE ZERO.
001560 77  WS-TOP                     PIC 9(04) COMP VALUE ZERO.
001570 77  WS-CAND                    PIC 9(04) COMP VALUE ZERO.
001580 77  WS-TRY                     PIC 9(04) COMP VALUE ZERO.
001590 77  WS-RESUME-TRY              PIC 9(04) COMP VALUE ZERO.
001600 77  WS-DEPTH                   PIC 9(04) COMP VALUE ZERO.
001610 77  WS-CL-USED                 PIC 9(04) COMP VALUE ZERO.
001620 77  WS-CL-SUB                  PIC 9(04) COMP VALUE ZERO.
001630 77  WS-CL-PREF                 PIC 9(04) COMP VALUE ZERO.
001640 77  WS-GROUP-LEFT              PIC 9(04) COMP VALUE ZERO.
001650 77  WS-ODD-CHECK               PIC 9(04) COMP VALUE ZERO.
001660 77  WS-ODD-REM                 PIC 9(04) COMP VALUE ZERO.
001670 77  WS-LIST-SUB                PIC 9(04) COMP VALUE ZERO.
001680 77  WS-OPP-SUB                 PIC 9(04) COMP VALUE ZERO.
001690 77  WS-START-POS               PIC 9(04) COMP VALUE ZERO.
001700 77  WS-SEEK-ID                 PIC X(10) VALUE SPACE.
001710 77  WS-REFUSE-REASON           PIC X(30) VALUE SPACE.

001720*    THE FIELD: ONE ROW PER ENTRANT TAKING PART, WITH THE MATCH
001730*    POINTS (IN HALF POINTS) AND THE OPPONENTS MET SO FAR
001740 01  WS-ENTRANT-TABLE.
001750     05  WS-ENT OCCURS 500 TIMES INDEXED BY ENT-IX.
001760         10  WS-ENT-ID          PIC X(10).
001770         10  WS-ENT-NAME        PIC X(30).
001780         10  WS-ENT-RATING      PIC 9(05).
001790         10  WS-ENT-POINTS      PIC 9(03).
001800         10  WS-ENT-BYE-SW      PIC X(01).
001810             88  ENT-HAD-BYE              VALUE "Y".
001820         10  WS-ENT-OPP-USED    PIC 9(02).
001830         10  WS-ENT-OPP OCCURS 30 TIMES INDEXED BY OPP-IX.
001840             15  WS-ENT-OPP-ID  PIC X(10).

001850*    THE LATEST MATCH RESULTS, BY GAME ID
001860 01  WS-RESULT-TABLE.
001870     05  WS-RES OCCURS 2000 TIMES INDEXED BY RES-IX.
001880         10  WS-RES-GAME-ID     PIC X(08).
001890         10  WS-RES-WINNER-ID   PIC X(10).
001900         10  WS-RES-TIE-SW      PIC X(01).

001910*    RANKING AS RETURNED BY THE SORT (ENTRANT ROW NUMBERS)
001920 01  WS-ORDER-TABLE.
001930     05  WS-ORD-ENT             PIC 9(04) COMP OCCURS 500 TIMES.

001940*    THE PLAYERS TO BE PAIRED, IN RANK ORDER, WITH THE RANK
001950*    POSITION EACH IS DRAWN AGAINST (ZERO WHILE UNPAIRED).  ONE
001960*    ROW SPARE SO THE SCAN FOR THE NEXT UNPAIRED PLAYER CAN STEP
001970*    PAST THE LAST.
001980 01  WS-RANK-TABLE.
001990     05  WS-RK OCCURS 501 TIMES.
002000         10  WS-RK-ENT          PIC 9(04) COMP.
002010         10  WS-RK-POINTS       PIC 9(03).
002020         10  WS-RK-PARTNER      PIC 9(04) COMP.
002030         10  WS-RK-REMATCH-SW   PIC X(01).

002040*    BOARDS DRAWN SO FAR, FOR BACKING UP: THE TOP PLAYER'S RANK
002050*    POSITION AND WHICH CANDIDATE IN TURN WAS TAKEN
002060 01  WS-STACK-TABLE.
002070     05  WS-STK OCCURS 250 TIMES.
002080         10  WS-STK-TOP         PIC 9(04) COMP.
002090         10  WS-STK-TRY         PIC 9(04) COMP.

002100*    UNPAIRED PLAYERS BELOW THE CURRENT TOP PLAYER, RANK ORDER
002110 01  WS-CAND-TABLE.
002120     05  WS-CL-POS              PIC 9(04) COMP OCCURS 500 TIMES.

002130*    ENTRANTS LEFT OUT AND EARLIER GAMES WITHOUT A RESULT, KEPT
002140*    FOR THE FOOT OF THE DRAW SHEET
002150 77  WS-REFUSED-USED            PIC 9(04) COMP VALUE ZERO.
002160 01  WS-REFUSED-TABLE.
002170     05  WS-REF OCCURS 200 TIMES.
002180         10  WS-REF-ID          PIC X(10).
002190         10  WS-REF-REASON      PIC X(30).
002200 77  WS-NORES-USED              PIC 9(04) COMP VALUE ZERO.
002210 01  WS-NORES-TABLE.
002220     05  WS-NR OCCURS 500 TIMES.
002230         10  WS-NR-GAME-ID      PIC X(08).
002240         10  WS-NR-PLAYER-1     PIC X(10).
002250         10  WS-NR-PLAYER-2     PIC X(10).

002260 01  WS-SHEET-HDR.
002270     05  FILLER                 PIC X(22)
002280         VALUE "SCRPAIR  ROUND DRAW  ".
002290     05  FILLER                 PIC X(06) VALUE "EVENT ".
002300     05  WS-SH-EVENT            PIC X(02).
002310     05  FILLER                 PIC X(09) VALUE "   ROUND ".
002320     05  WS-SH-ROUND            PIC ZZ9.
002330     05  FILLER                 PIC X(12) VALUE "   DRAWN ON ".
002340     05  WS-SH-DATE             PIC X(08).
002350 01  WS-SHEET-COLS.
002360     05  FILLER                 PIC X(15) VALUE "BRD  GAME ID".
002370     05  FILLER                 PIC X(36) VALUE "PLAYER     NAME".
002380     05  FILLER                 PIC X(17) VALUE "PTS  RATING".
002390     05  FILLER                 PIC X(36) VALUE "PLAYER     NAME".
002400     05  FILLER                 PIC X(15) VALUE "PTS  RATING".
002410 01  WS-DRAW-DETAIL.
002420     05  WS-DD-BOARD            PIC ZZ9.
002430     05  FILLER                 PIC X(02).
002440     05  WS-DD-GAME-ID          PIC X(08).
002450     05  FILLER                 PIC X(02).
002460     05  WS-DD-P1-ID            PIC X(10).
002470     05  FILLER                 PIC X(01).
002480     05  WS-DD-P1-NAME          PIC X(24).
002490     05  FILLER                 PIC X(01).
002500     05  WS-DD-P1-PTS           PIC ZZ9.9.
002510     05  FILLER                 PIC X(01).
002520     05  WS-DD-P1-RATING        PIC ZZZZ9.
002530     05  FILLER                 PIC X(02).
002540     05  WS-DD-VS               PIC X(02).
002550     05  FILLER                 PIC X(02).
002560     05  WS-DD-P2-ID            PIC X(10).
002570     05  FILLER                 PIC X(01).
002580     05  WS-DD-P2-NAME          PIC X(24).
002590     05  FILLER                 PIC X(01).
002600     05  WS-DD-P2-PTS           PIC ZZ9.9.
002610     05  FILLER                 PIC X(01).
002620     05  WS-DD-P2-RATING        PIC ZZZZ9.
002630     05  FILLER                 PIC X(02).
002640     05  WS-DD-FLAG             PIC X(13).
002650     05  FILLER                 PIC X(04).
002660 01  WS-REFUSED-LINE.
002670     05  FILLER                 PIC X(13) VALUE "NOT PAIRED   ".
002680     05  WS-RL-ID               PIC X(10).
002690     05  FILLER                 PIC X(02) VALUE SPACE.
002700     05  WS-RL-REASON           PIC X(30).
002710 01  WS-NORES-LINE.
002720     05  FILLER                 PIC X(13) VALUE "NO RESULT    ".
002730     05  WS-NL-GAME-ID          PIC X(08).
002740     05  FILLER                 PIC X(02) VALUE SPACE.
002750     05  WS-NL-PLAYER-1         PIC X(10).
002760     05  FILLER                 PIC X(04) VALUE " V  ".
002770     05  WS-NL-PLAYER-2         PIC X(10).
002771 01  WS-REMATCH-LINE.
002772     05  FILLER                 PIC X(13) VALUE "REMATCH      ".
002773     05  WS-ML-GAME-ID          PIC X(08).
002774     05  FILLER                 PIC X(02) VALUE SPACE.
002775     05  WS-ML-PLAYER-1         PIC X(10).
002776     05  FILLER                 PIC X(04) VALUE " V  ".
002777     05  WS-ML-PLAYER-2         PIC X(10).
002778     05  FILLER                 PIC X(42)
002779         VALUE "  MET BEFORE - NO UNMET OPPONENT WAS LEFT".
002780 01  WS-TOTAL-LINE.
002790     05  WS-TL-LABEL            PIC X(30).
002800     05  WS-TL-COUNT            PIC ZZZZ9.

002810 LINKAGE SECTION.
002820 01  PARM-AREA.
002830     05  PARM-LEN               PIC S9(4) COMP.
002840     05  PARM-TEXT              PIC X(08).

002850 PROCEDURE DIVISION USING PARM-AREA.
002860******************************************************************
002870*    0000-MAINLINE
002880******************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910     PERFORM 2000-LOAD-ENTRANT THRU 2000-EXIT
002920         UNTIL END-OF-ENTRANTS
002930     PERFORM 3000-LOAD-RESULT THRU 3000-EXIT
002940         UNTIL END-OF-RESULTS
002950     PERFORM 3500-CARRY-PRIOR-BOARD THRU 3500-EXIT
002960         UNTIL END-OF-PRIOR-ROUNDS
002970     PERFORM 3900-CHECK-FIELD THRU 3900-EXIT
002980     SORT SORT-WORK
002990         DESCENDING KEY SORT-POINTS
003000         DESCENDING KEY SORT-RATING
003010         ASCENDING KEY SORT-PLAYER-ID
003020         INPUT PROCEDURE IS 4000-RELEASE-ENTRANTS
003030         OUTPUT PROCEDURE IS 4500-TAKE-RANKING
003040     PERFORM 5000-ASSIGN-BYE THRU 5000-EXIT
003050     PERFORM 6000-PAIR-ROUND THRU 6000-EXIT
003060     PERFORM 7000-WRITE-ROUND THRU 7000-EXIT
003070     PERFORM 8000-TERMINATE THRU 8000-EXIT
003080     STOP RUN.

003090******************************************************************
003100*    1000-INITIALIZE -- THE EVENT CODE IS REQUIRED; OPEN FILES
003110*                       AND PRIME THE READS
003120******************************************************************
003130 1000-INITIALIZE.
003140     IF PARM-LEN > ZERO
003150         AND PARM-TEXT(1:6) EQUAL TO "EVENT="
003160         AND PARM-TEXT(7:2) NOT EQUAL TO SPACE
003170         MOVE PARM-TEXT(7:2) TO WS-EVENT-CODE
003180     ELSE
003190         DISPLAY "SCRPAIR NEEDS PARM='EVENT=XX'"
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
003240     MOVE SPACE TO WS-ENTRANT-TABLE
003250     MOVE SPACE TO WS-RESULT-TABLE
003260     OPEN INPUT ENTRANT-IN
003270     OPEN INPUT PAIR-IN
003280     OPEN INPUT MATCH-RES
003290     OPEN INPUT PLAYER-MASTER
003300     OPEN INPUT RATING-MASTER
003310     OPEN OUTPUT PAIR-OUT
003320     OPEN OUTPUT DRAW-SHEET
003330     PERFORM 2100-READ-ENTRANT THRU 2100-EXIT
003340     PERFORM 3100-READ-RESULT THRU 3100-EXIT
003350     PERFORM 3510-READ-PRIOR THRU 3510-EXIT.
003360 1000-EXIT.
003370     EXIT.

003380******************************************************************
003390*    2000-LOAD-ENTRANT -- ONE ENTRANT INTO THE FIELD.  WITHDRAWN
003400*                         PLAYERS ARE PASSED OVER; A PLAYER NOT
003410*                         REGISTERED, NOT ACTIVE OR ENTERED TWICE
003420*                         IS LEFT OUT AND LISTED.
003430******************************************************************
003440 2000-LOAD-ENTRANT.
003450     ADD 1 TO WS-ENTRANTS-READ
003460     IF ENTR-IS-WITHDRAWN
003470         ADD 1 TO WS-ENTRANTS-WITHDRAWN
003480         GO TO 2000-NEXT
003490     END-IF
003500     MOVE ENTR-PLAYER-ID TO WS-SEEK-ID
003510     PERFORM 2300-FIND-ENTRANT THRU 2300-EXIT
003520     IF WS-ENT-HIT > ZERO
003530         MOVE "ENTERED TWICE - SECOND IGNORED" TO WS-REFUSE-REASON
003540         PERFORM 2200-REFUSE-ENTRANT THRU 2200-EXIT
003550         GO TO 2000-NEXT
003560     END-IF
003570     MOVE ENTR-PLAYER-ID TO PLAYER-ID
003580     READ PLAYER-MASTER
003590         INVALID KEY
003600             MOVE "NOT REGISTERED ON PLAYMAST" TO WS-REFUSE-REASON
003610             PERFORM 2200-REFUSE-ENTRANT THRU 2200-EXIT
003620             GO TO 2000-NEXT
003630     END-READ
003640     IF NOT PLAYER-IS-ACTIVE
003650         MOVE "REGISTRATION NOT ACTIVE" TO WS-REFUSE-REASON
003660         PERFORM 2200-REFUSE-ENTRANT THRU 2200-EXIT
003670         GO TO 2000-NEXT
003680     END-IF
003690     IF WS-ENT-USED EQUAL TO 500
003700         MOVE "FIELD FULL AT 500 PLAYERS" TO WS-REFUSE-REASON
003710         PERFORM 2200-REFUSE-ENTRANT THRU 2200-EXIT
003720         GO TO 2000-NEXT
003730     END-IF
003740     ADD 1 TO WS-ENT-USED
003750     MOVE ENTR-PLAYER-ID TO WS-ENT-ID(WS-ENT-USED)
003760     MOVE PLAYER-NAME TO WS-ENT-NAME(WS-ENT-USED)
003770     MOVE ZERO TO WS-ENT-POINTS(WS-ENT-USED)
003780     MOVE ZERO TO WS-ENT-OPP-USED(WS-ENT-USED)
003790     MOVE "N" TO WS-ENT-BYE-SW(WS-ENT-USED)
003800     MOVE ENTR-PLAYER-ID TO RATE-PLAYER-ID
003810     READ RATING-MASTER
003820         INVALID KEY
003830             MOVE 1500 TO RATE-RATING
003840     END-READ
003850     MOVE RATE-RATING TO WS-ENT-RATING(WS-ENT-USED).
003860 2000-NEXT.
003870     PERFORM 2100-READ-ENTRANT THRU 2100-EXIT.
003880 2000-EXIT.
003890     EXIT.

003900******************************************************************
003910*    2100-READ-ENTRANT -- NEXT ENTRANT RECORD, SWITCH AT END
003920******************************************************************
003930 2100-READ-ENTRANT.
003940     READ ENTRANT-IN
003950         AT END
003960             SET END-OF-ENTRANTS TO TRUE
003970     END-READ.
003980 2100-EXIT.
003990     EXIT.

004000******************************************************************
004010*    2200-REFUSE-ENTRANT -- KEEP THE ENTRANT LEFT OUT FOR THE
004020*                           FOOT OF THE DRAW SHEET
004030******************************************************************
004040 2200-REFUSE-ENTRANT.
004050     ADD 1 TO WS-ENTRANTS-REFUSED
004060     DISPLAY "SCRPAIR ENTRANT NOT PAIRED: " ENTR-PLAYER-ID
004070         " " WS-REFUSE-REASON
004080     IF WS-REFUSED-USED < 200
004090         ADD 1 TO WS-REFUSED-USED
004100         MOVE ENTR-PLAYER-ID TO WS-REF-ID(WS-REFUSED-USED)
004110         MOVE WS-REFUSE-REASON TO WS-REF-REASON(WS-REFUSED-USED)
004120     END-IF.
004130 2200-EXIT.
004140     EXIT.

004150******************************************************************
004160*    2300-FIND-ENTRANT -- ROW NUMBER OF WS-SEEK-ID IN THE FIELD,
004170*                         ZERO IF NOT THERE
004180******************************************************************
004190 2300-FIND-ENTRANT.
004200     MOVE ZERO TO WS-ENT-HIT
004210     IF WS-SEEK-ID EQUAL TO SPACE
004220         GO TO 2300-EXIT
004230     END-IF
004240     SET ENT-IX TO 1
004250     SEARCH WS-ENT
004260         AT END
004270             MOVE ZERO TO WS-ENT-HIT
004280         WHEN WS-ENT-ID(ENT-IX) EQUAL TO WS-SEEK-ID
004290             SET WS-ENT-HIT TO ENT-IX
004300     END-SEARCH.
004310 2300-EXIT.
004320     EXIT.

004330******************************************************************
004340*    3000-LOAD-RESULT -- ONE MATCH RESULT INTO THE RESULT TABLE
004350******************************************************************
004360 3000-LOAD-RESULT.
004370     ADD 1 TO WS-RESULTS-READ
004380     IF WS-RES-USED EQUAL TO 2000
004390         DISPLAY "SCRPAIR OVER 2000 RESULTS - NOT HELD: "
004400             MRES-GAME-ID
004410         GO TO 3000-NEXT
004420     END-IF
004430     ADD 1 TO WS-RES-USED
004440     MOVE MRES-GAME-ID TO WS-RES-GAME-ID(WS-RES-USED)
004450     MOVE MRES-WINNER-ID TO WS-RES-WINNER-ID(WS-RES-USED)
004460     MOVE MRES-TIE-SW TO WS-RES-TIE-SW(WS-RES-USED).
004470 3000-NEXT.
004480     PERFORM 3100-READ-RESULT THRU 3100-EXIT.
004490 3000-EXIT.
004500     EXIT.

004510******************************************************************
004520*    3100-READ-RESULT -- NEXT MATCH RESULT, SWITCH AT END
004530******************************************************************
004540 3100-READ-RESULT.
004550     READ MATCH-RES
004560         AT END
004570             SET END-OF-RESULTS TO TRUE
004580     END-READ.
004590 3100-EXIT.
004600     EXIT.

004610******************************************************************
004620*    3500-CARRY-PRIOR-BOARD -- ONE BOARD OF AN EARLIER ROUND:
004630*                              POST ITS RESULT IF IT HAS NONE
004640*                              YET, SCORE IT INTO THE FIELD, AND
004650*                              COPY IT FORWARD TO THE NEW
004660*                              GENERATION
004670******************************************************************
004680 3500-CARRY-PRIOR-BOARD.
004690     IF PAIR-GAME-EVENT NOT EQUAL TO WS-EVENT-CODE
004700         DISPLAY "SCRPAIR PAIRIN IS NOT FOR EVENT " WS-EVENT-CODE
004710             ": GAME " PAIR-GAME-ID
004720         MOVE 8 TO RETURN-CODE
004730         STOP RUN
004740     END-IF
004750     ADD 1 TO WS-PRIOR-BOARDS
004760     IF PAIR-ROUND > WS-LAST-ROUND
004770         MOVE PAIR-ROUND TO WS-LAST-ROUND
004780     END-IF
004790     IF PAIR-NOT-PLAYED
004800         PERFORM 3600-POST-RESULT THRU 3600-EXIT
004810     END-IF
004820     IF PAIR-NOT-PLAYED
004830         PERFORM 3650-NOTE-NO-RESULT THRU 3650-EXIT
004840     END-IF
004850     PERFORM 3700-SCORE-BOARD THRU 3700-EXIT
004860     WRITE PAIR-OUT-RECORD FROM PAIRING-RECORD
004870     PERFORM 3510-READ-PRIOR THRU 3510-EXIT.
004880 3500-EXIT.
004890     EXIT.

004900******************************************************************
004910*    3510-READ-PRIOR -- NEXT EARLIER BOARD, SWITCH AT END
004920******************************************************************
004930 3510-READ-PRIOR.
004940     READ PAIR-IN INTO PAIRING-RECORD
004950         AT END
004960             SET END-OF-PRIOR-ROUNDS TO TRUE
004970     END-READ.
004980 3510-EXIT.
004990     EXIT.

005000******************************************************************
005010*    3600-POST-RESULT -- THE BOARD'S GAME ON MATCHRES: A TIE IS A
005020*                        DRAW, OTHERWISE THE NAMED WINNER MUST BE
005030*                        ONE OF THE TWO PLAYERS DRAWN
005040******************************************************************
005050 3600-POST-RESULT.
005060     SET RES-IX TO 1
005070     SEARCH WS-RES
005080         AT END
005090             GO TO 3600-EXIT
005100         WHEN WS-RES-GAME-ID(RES-IX) EQUAL TO PAIR-GAME-ID
005110             CONTINUE
005120     END-SEARCH
005130     EVALUATE TRUE
005140         WHEN WS-RES-TIE-SW(RES-IX) EQUAL TO "Y"
005150             SET PAIR-IS-DRAWN TO TRUE
005160         WHEN WS-RES-WINNER-ID(RES-IX) EQUAL TO PAIR-PLAYER-1
005170             SET PAIR-PLAYER-1-WON TO TRUE
005180         WHEN WS-RES-WINNER-ID(RES-IX) EQUAL TO PAIR-PLAYER-2
005190             SET PAIR-PLAYER-2-WON TO TRUE
005200         WHEN OTHER
005210             ADD 1 TO WS-RESULTS-MISMATCHED
005220             DISPLAY "SCRPAIR RESULT FOR " PAIR-GAME-ID
005230                 " NAMES " WS-RES-WINNER-ID(RES-IX)
005240                 " - NOT DRAWN ON THAT BOARD"
005250             GO TO 3600-EXIT
005260     END-EVALUATE
005270     ADD 1 TO WS-RESULTS-POSTED.
005280 3600-EXIT.
005290     EXIT.

005300******************************************************************
005310*    3650-NOTE-NO-RESULT -- AN EARLIER GAME STILL WITHOUT A RESULT
005320*                           SCORES NOTHING; KEEP IT FOR THE SHEET
005330******************************************************************
005340 3650-NOTE-NO-RESULT.
005350     ADD 1 TO WS-NO-RESULT-COUNT
005360     IF WS-NORES-USED < 500
005370         ADD 1 TO WS-NORES-USED
005380         MOVE PAIR-GAME-ID TO WS-NR-GAME-ID(WS-NORES-USED)
005390         MOVE PAIR-PLAYER-1 TO WS-NR-PLAYER-1(WS-NORES-USED)
005400         MOVE PAIR-PLAYER-2 TO WS-NR-PLAYER-2(WS-NORES-USED)
005410     END-IF.
005420 3650-EXIT.
005430     EXIT.

005440******************************************************************
005450*    3700-SCORE-BOARD -- MATCH POINTS AND OPPONENTS FROM ONE
005460*                        EARLIER BOARD.  A PLAYER NO LONGER IN THE
005470*                        FIELD (WITHDRAWN) IS SIMPLY NOT FOUND.
005480*                        A BOARD WITHOUT A RESULT STILL COUNTS AS
005490*                        A MEETING - THE PAIR WAS DRAWN.
005500******************************************************************
005510 3700-SCORE-BOARD.
005520     MOVE PAIR-PLAYER-1 TO WS-SEEK-ID
005530     PERFORM 2300-FIND-ENTRANT THRU 2300-EXIT
005540     MOVE WS-ENT-HIT TO WS-P1-HIT
005550     MOVE PAIR-PLAYER-2 TO WS-SEEK-ID
005560     PERFORM 2300-FIND-ENTRANT THRU 2300-EXIT
005570     MOVE WS-ENT-HIT TO WS-P2-HIT
005580     IF WS-P1-HIT > ZERO
005590         EVALUATE TRUE
005600             WHEN PAIR-IS-BYE
005610                 ADD 2 TO WS-ENT-POINTS(WS-P1-HIT)
005620                 MOVE "Y" TO WS-ENT-BYE-SW(WS-P1-HIT)
005630             WHEN PAIR-PLAYER-1-WON
005640                 ADD 2 TO WS-ENT-POINTS(WS-P1-HIT)
005650             WHEN PAIR-IS-DRAWN
005660                 ADD 1 TO WS-ENT-POINTS(WS-P1-HIT)
005670             WHEN OTHER
005680                 CONTINUE
005690         END-EVALUATE
005700         IF NOT PAIR-IS-BYE
005710             MOVE WS-P1-HIT TO WS-E1
005720             MOVE PAIR-PLAYER-2 TO WS-SEEK-ID
005730             PERFORM 3710-ADD-OPPONENT THRU 3710-EXIT
005740         END-IF
005750     END-IF
005760     IF WS-P2-HIT > ZERO
005770         EVALUATE TRUE
005780             WHEN PAIR-PLAYER-2-WON
005790                 ADD 2 TO WS-ENT-POINTS(WS-P2-HIT)
005800             WHEN PAIR-IS-DRAWN
005810                 ADD 1 TO WS-ENT-POINTS(WS-P2-HIT)
005820             WHEN OTHER
005830                 CONTINUE
005840         END-EVALUATE
005850         MOVE WS-P2-HIT TO WS-E1
005860         MOVE PAIR-PLAYER-1 TO WS-SEEK-ID
005870         PERFORM 3710-ADD-OPPONENT THRU 3710-EXIT
005880     END-IF.
005890 3700-EXIT.
005900     EXIT.

005910******************************************************************
005920*    3710-ADD-OPPONENT -- WS-SEEK-ID ONTO THE OPPONENT LIST OF
005930*                         FIELD ROW WS-E1
005940******************************************************************
005950 3710-ADD-OPPONENT.
005960     IF WS-ENT-OPP-USED(WS-E1) EQUAL TO 30
005970         GO TO 3710-EXIT
005980     END-IF
005990     ADD 1 TO WS-ENT-OPP-USED(WS-E1)
006000     MOVE WS-ENT-OPP-USED(WS-E1) TO WS-OPP-SUB
006010     MOVE WS-SEEK-ID TO WS-ENT-OPP-ID(WS-E1, WS-OPP-SUB).
006020 3710-EXIT.
006030     EXIT.

006040******************************************************************
006050*    3900-CHECK-FIELD -- THERE MUST BE A ROUND LEFT TO NUMBER AND
006060*                        AT LEAST TWO PLAYERS TO PAIR
006070******************************************************************
006080 3900-CHECK-FIELD.
006090     IF WS-LAST-ROUND EQUAL TO 999
006100         DISPLAY "SCRPAIR EVENT " WS-EVENT-CODE
006110             " HAS ALREADY DRAWN ROUND 999"
006120         MOVE 8 TO RETURN-CODE
006130         STOP RUN
006140     END-IF
006150     IF WS-ENT-USED < 2
006160         DISPLAY "SCRPAIR FEWER THAN TWO PLAYERS TO PAIR"
006170         MOVE 8 TO RETURN-CODE
006180         STOP RUN
006190     END-IF
006200     COMPUTE WS-NEW-ROUND = WS-LAST-ROUND + 1.
006210 3900-EXIT.
006220     EXIT.

006230******************************************************************
006240*    4000-RELEASE-ENTRANTS -- INPUT PROCEDURE.  EVERY PLAYER IN
006250*                             THE FIELD TO THE SORT.
006260******************************************************************
006270 4000-RELEASE-ENTRANTS.
006280     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
006290         VARYING WS-ENT-SUB FROM 1 BY 1
006300         UNTIL WS-ENT-SUB > WS-ENT-USED.
006310 4000-EXIT.
006320     EXIT.

006330******************************************************************
006340*    4100-RELEASE-ONE -- ONE FIELD ROW TO THE SORT
006350******************************************************************
006360 4100-RELEASE-ONE.
006370     MOVE WS-ENT-POINTS(WS-ENT-SUB) TO SORT-POINTS
006380     MOVE WS-ENT-RATING(WS-ENT-SUB) TO SORT-RATING
006390     MOVE WS-ENT-ID(WS-ENT-SUB) TO SORT-PLAYER-ID
006400     MOVE WS-ENT-SUB TO SORT-ENT-SUB
006410     RELEASE SORT-RECORD.
006420 4100-EXIT.
006430     EXIT.

006440******************************************************************
006450*    4500-TAKE-RANKING -- OUTPUT PROCEDURE.  THE FIELD IN RANK
006460*                         ORDER: MATCH POINTS, RATING, PLAYER ID.
006470******************************************************************
006480 4500-TAKE-RANKING.
006490     MOVE ZERO TO WS-ORD-USED
006500     RETURN SORT-WORK
006510         AT END
006520             SET END-OF-RANKING TO TRUE
006530     END-RETURN
006540     PERFORM 4600-TAKE-ONE THRU 4600-EXIT
006550         UNTIL END-OF-RANKING.
006560 4500-EXIT.
006570     EXIT.

006580******************************************************************
006590*    4600-TAKE-ONE -- ONE RANKED PLAYER, THEN THE NEXT
006600******************************************************************
006610 4600-TAKE-ONE.
006620     ADD 1 TO WS-ORD-USED
006630     MOVE SORT-ENT-SUB TO WS-ORD-ENT(WS-ORD-USED)
006640     RETURN SORT-WORK
006650         AT END
006660             SET END-OF-RANKING TO TRUE
006670     END-RETURN.
006680 4600-EXIT.
006690     EXIT.

006700******************************************************************
006710*    5000-ASSIGN-BYE -- AN ODD FIELD GIVES THE BYE TO THE LOWEST-
006720*                       RANKED PLAYER WHO HAS NOT HAD ONE (THE
006730*                       LOWEST-RANKED OF ALL IF EVERYONE HAS).
006740*                       THE REST GO INTO THE RANK TABLE TO PAIR.
006750******************************************************************
006760 5000-ASSIGN-BYE.
006770     MOVE ZERO TO WS-BYE-ENT
006780     DIVIDE WS-ORD-USED BY 2 GIVING WS-ODD-CHECK
006790         REMAINDER WS-ODD-REM
006800     IF WS-ODD-REM EQUAL TO 1
006810         PERFORM 5100-TRY-BYE THRU 5100-EXIT
006820             VARYING WS-ORD-SUB FROM WS-ORD-USED BY -1
006830             UNTIL WS-ORD-SUB < 1
006840             OR WS-BYE-ENT > ZERO
006850         IF WS-BYE-ENT EQUAL TO ZERO
006860             MOVE WS-ORD-ENT(WS-ORD-USED) TO WS-BYE-ENT
006870         END-IF
006880     END-IF
006890     MOVE ZERO TO WS-RK-USED
006900     PERFORM 5200-BUILD-RANK-ROW THRU 5200-EXIT
006910         VARYING WS-ORD-SUB FROM 1 BY 1
006920         UNTIL WS-ORD-SUB > WS-ORD-USED.
006930 5000-EXIT.
006940     EXIT.

006950******************************************************************
006960*    5100-TRY-BYE -- ONE PLAYER, FROM THE FOOT UP, FOR THE BYE
006970******************************************************************
006980 5100-TRY-BYE.
006990     MOVE WS-ORD-ENT(WS-ORD-SUB) TO WS-E1
007000     IF NOT ENT-HAD-BYE(WS-E1)
007010         MOVE WS-E1 TO WS-BYE-ENT
007020     END-IF.
007030 5100-EXIT.
007040     EXIT.

007050******************************************************************
007060*    5200-BUILD-RANK-ROW -- ONE RANKED PLAYER INTO THE RANK TABLE
007070*                           UNLESS THE BYE FELL TO THEM
007080******************************************************************
007090 5200-BUILD-RANK-ROW.
007100     MOVE WS-ORD-ENT(WS-ORD-SUB) TO WS-E1
007110     IF WS-E1 EQUAL TO WS-BYE-ENT
007120         GO TO 5200-EXIT
007130     END-IF
007140     ADD 1 TO WS-RK-USED
007150     MOVE WS-E1 TO WS-RK-ENT(WS-RK-USED)
007160     MOVE WS-ENT-POINTS(WS-E1) TO WS-RK-POINTS(WS-RK-USED)
007170     MOVE ZERO TO WS-RK-PARTNER(WS-RK-USED)
007180     MOVE "N" TO WS-RK-REMATCH-SW(WS-RK-USED).
007190 5200-EXIT.
007200     EXIT.

007210******************************************************************
007220*    6000-PAIR-ROUND -- DRAW THE ROUND WITHOUT REMATCHES IF IT CAN
007230*                       BE DONE; IF NOT, DRAW IT AGAIN WITH
007240*                       REMATCHES ALLOWED WHERE NO UNMET
007241*                       OPPONENT IS LEFT (SEE 6100) AND FLAG THEM
007250******************************************************************
007260 6000-PAIR-ROUND.
007270     MOVE "N" TO WS-REMATCH-SW
007280     PERFORM 6050-CLEAR-DRAW THRU 6050-EXIT
007290     PERFORM 6100-PAIR-STEP THRU 6100-EXIT
007300         UNTIL PAIRING-COMPLETE
007310         OR PAIRING-GAVE-UP
007320     IF PAIRING-GAVE-UP
007330         DISPLAY "SCRPAIR NO DRAW WITHOUT A REMATCH - ROUND "
007340             WS-NEW-ROUND " DRAWN WITH FORCED REMATCHES"
007350         SET REMATCHES-ALLOWED TO TRUE
007360         PERFORM 6050-CLEAR-DRAW THRU 6050-EXIT
007370         PERFORM 6100-PAIR-STEP THRU 6100-EXIT
007380             UNTIL PAIRING-COMPLETE
007390             OR PAIRING-GAVE-UP
007400     END-IF
007410     PERFORM 6400-MARK-REMATCH THRU 6400-EXIT
007420         VARYING WS-TOP FROM 1 BY 1
007430         UNTIL WS-TOP > WS-RK-USED.
007440 6000-EXIT.
007450     EXIT.

007460******************************************************************
007470*    6050-CLEAR-DRAW -- EVERY PLAYER UNPAIRED, NOTHING STACKED
007480******************************************************************
007490 6050-CLEAR-DRAW.
007500     PERFORM 6060-CLEAR-ONE THRU 6060-EXIT
007510         VARYING WS-POS FROM 1 BY 1
007520         UNTIL WS-POS > WS-RK-USED
007530     MOVE ZERO TO WS-RK-PARTNER(WS-RK-USED + 1)
007540     MOVE ZERO TO WS-DEPTH
007550     MOVE ZERO TO WS-PAIR-STEPS
007560     MOVE "N" TO WS-RESUME-SW
007570     MOVE "W" TO WS-PAIR-STATE-SW.
007580 6050-EXIT.
007590     EXIT.

007600******************************************************************
007610*    6060-CLEAR-ONE -- ONE RANK ROW BACK TO UNPAIRED
007620******************************************************************
007630 6060-CLEAR-ONE.
007640     MOVE ZERO TO WS-RK-PARTNER(WS-POS)
007650     MOVE "N" TO WS-RK-REMATCH-SW(WS-POS).
007660 6060-EXIT.
007670     EXIT.

007680******************************************************************
007690*    6100-PAIR-STEP -- ONE STEP OF THE DRAW.  THE HIGHEST-RANKED
007700*                      UNPAIRED PLAYER TAKES THE FIRST ACCEPTABLE
007710*                      CANDIDATE IN PREFERENCE ORDER (SEE 6200).
007720*                      WHEN NONE IS ACCEPTABLE THE LAST BOARD
007730*                      DRAWN IS TAKEN BACK AND ITS TOP PLAYER
007740*                      TRIES THE NEXT CANDIDATE IN TURN.  GIVES UP
007750*                      WHEN THERE IS NOTHING LEFT TO TAKE BACK OR
007760*                      AFTER 20000 STEPS.  ONCE REMATCHES ARE
007761*                      ALLOWED NOTHING IS TAKEN BACK: A PLAYER
007762*                      WITH NO UNMET CANDIDATE LEFT TAKES THE
007763*                      PREFERRED ONE, A REMATCH.
007770******************************************************************
007780 6100-PAIR-STEP.
007790     ADD 1 TO WS-PAIR-STEPS
007800     IF WS-PAIR-STEPS > 20000
007810         SET PAIRING-GAVE-UP TO TRUE
007820         GO TO 6100-EXIT
007830     END-IF
007840     MOVE 1 TO WS-TOP
007850     PERFORM 6110-SKIP-PAIRED THRU 6110-EXIT
007860         UNTIL WS-TOP > WS-RK-USED
007870         OR WS-RK-PARTNER(WS-TOP) EQUAL TO ZERO
007880     IF WS-TOP > WS-RK-USED
007890         SET PAIRING-COMPLETE TO TRUE
007900         GO TO 6100-EXIT
007910     END-IF
007920     PERFORM 6200-LIST-CANDIDATES THRU 6200-EXIT
007930     IF RESUMING-TOP
007940         MOVE WS-RESUME-TRY TO WS-TRY
007950         MOVE "N" TO WS-RESUME-SW
007960     ELSE
007970         MOVE 1 TO WS-TRY
007980     END-IF
007990     MOVE "N" TO WS-CAND-OK-SW
008000     PERFORM 6300-TRY-CANDIDATE THRU 6300-EXIT
008010         UNTIL WS-TRY > WS-CL-USED
008020         OR CANDIDATE-ACCEPTED
008021     IF NOT CANDIDATE-ACCEPTED
008022         AND REMATCHES-ALLOWED
008023         AND WS-CL-USED > ZERO
008024         MOVE 1 TO WS-TRY
008025         PERFORM 6310-CANDIDATE-AT THRU 6310-EXIT
008026         SET CANDIDATE-ACCEPTED TO TRUE
008027     END-IF
008030     IF CANDIDATE-ACCEPTED
008040         ADD 1 TO WS-DEPTH
008050         MOVE WS-TOP TO WS-STK-TOP(WS-DEPTH)
008060         MOVE WS-TRY TO WS-STK-TRY(WS-DEPTH)
008070         MOVE WS-CAND TO WS-RK-PARTNER(WS-TOP)
008080         MOVE WS-TOP TO WS-RK-PARTNER(WS-CAND)
008090         GO TO 6100-EXIT
008100     END-IF
008110     IF WS-DEPTH EQUAL TO ZERO
008120         SET PAIRING-GAVE-UP TO TRUE
008130         GO TO 6100-EXIT
008140     END-IF
008150     MOVE WS-STK-TOP(WS-DEPTH) TO WS-TOP
008160     MOVE WS-RK-PARTNER(WS-TOP) TO WS-CAND
008170     MOVE ZERO TO WS-RK-PARTNER(WS-TOP)
008180     MOVE ZERO TO WS-RK-PARTNER(WS-CAND)
008190     COMPUTE WS-RESUME-TRY = WS-STK-TRY(WS-DEPTH) + 1
008200     SUBTRACT 1 FROM WS-DEPTH
008210     SET RESUMING-TOP TO TRUE.
008220 6100-EXIT.
008230     EXIT.

008240******************************************************************
008250*    6110-SKIP-PAIRED -- STEP PAST A PLAYER ALREADY DRAWN
008260******************************************************************
008270 6110-SKIP-PAIRED.
008280     ADD 1 TO WS-TOP.
008290 6110-EXIT.
008300     EXIT.

008310******************************************************************
008320*    6200-LIST-CANDIDATES -- THE UNPAIRED PLAYERS BELOW THE TOP
008330*                            PLAYER, AND WHERE IN THAT LIST TO
008340*                            START: WITH U UNPAIRED PLAYERS LEFT
008350*                            IN THE TOP PLAYER'S SCORE GROUP
008360*                            (COUNTING THE TOP PLAYER), THE
008370*                            PREFERRED OPPONENT IS THE U/2-TH
008380*                            CANDIDATE - TOP HALF AGAINST
008390*                            BOTTOM HALF - OR THE FIRST BELOW
008400*                            WHEN THE TOP PLAYER IS ALONE IN THE
008410*                            GROUP AND FLOATS DOWN.  CANDIDATES
008420*                            ARE TRIED FROM THERE TO THE FOOT,
008430*                            THEN FROM THE HEAD OF THE LIST BACK
008440*                            UP TO IT.
008450******************************************************************
008460 6200-LIST-CANDIDATES.
008470     MOVE ZERO TO WS-CL-USED
008480     MOVE 1 TO WS-GROUP-LEFT
008490     COMPUTE WS-START-POS = WS-TOP + 1
008500     PERFORM 6210-LIST-ONE THRU 6210-EXIT
008510         VARYING WS-POS FROM WS-START-POS BY 1
008520         UNTIL WS-POS > WS-RK-USED
008530     DIVIDE WS-GROUP-LEFT BY 2 GIVING WS-CL-PREF
008540     IF WS-CL-PREF < 1
008550         MOVE 1 TO WS-CL-PREF
008560     END-IF.
008570 6200-EXIT.
008580     EXIT.

008590******************************************************************
008600*    6210-LIST-ONE -- ONE RANK ROW ONTO THE CANDIDATE LIST IF
008610*                     STILL UNPAIRED, COUNTING THE TOP PLAYER'S
008620*                     SCORE GROUP AS IT GOES
008630******************************************************************
008640 6210-LIST-ONE.
008650     IF WS-RK-PARTNER(WS-POS) NOT EQUAL TO ZERO
008660         GO TO 6210-EXIT
008670     END-IF
008680     ADD 1 TO WS-CL-USED
008690     MOVE WS-POS TO WS-CL-POS(WS-CL-USED)
008700     IF WS-RK-POINTS(WS-POS) EQUAL TO WS-RK-POINTS(WS-TOP)
008710         ADD 1 TO WS-GROUP-LEFT
008720     END-IF.
008730 6210-EXIT.
008740     EXIT.

008750******************************************************************
008760*    6300-TRY-CANDIDATE -- THE WS-TRY-TH CANDIDATE IN PREFERENCE
008770*                          ORDER; ACCEPTED UNLESS THE TWO HAVE MET
008790******************************************************************
008800 6300-TRY-CANDIDATE.
008810     PERFORM 6310-CANDIDATE-AT THRU 6310-EXIT
008900     PERFORM 6500-CHECK-MET THRU 6500-EXIT
008910     IF NOT ALREADY-PLAYED
008920         SET CANDIDATE-ACCEPTED TO TRUE
008930         GO TO 6300-EXIT
008940     END-IF
008950     ADD 1 TO WS-TRY.
008951 6300-EXIT.
008952     EXIT.

008953******************************************************************
008954*    6310-CANDIDATE-AT -- RANK POSITION OF THE WS-TRY-TH CANDIDATE
008955*                         IN PREFERENCE ORDER, INTO WS-CAND
008956******************************************************************
008957 6310-CANDIDATE-AT.
008958     COMPUTE WS-CL-SUB = WS-CL-PREF + WS-TRY - 1
008959     IF WS-CL-SUB > WS-CL-USED
008960         SUBTRACT WS-CL-USED FROM WS-CL-SUB
008961     END-IF
008962     MOVE WS-CL-POS(WS-CL-SUB) TO WS-CAND.
008963 6310-EXIT.
008970     EXIT.

008980******************************************************************
008990*    6400-MARK-REMATCH -- FLAG A DRAWN BOARD WHOSE PLAYERS HAVE
009000*                         MET BEFORE (ONLY WHEN REMATCHES HAD TO
009010*                         BE ALLOWED)
009020******************************************************************
009030 6400-MARK-REMATCH.
009040     IF WS-RK-PARTNER(WS-TOP) NOT > WS-TOP
009050         GO TO 6400-EXIT
009060     END-IF
009070     MOVE WS-RK-PARTNER(WS-TOP) TO WS-CAND
009080     PERFORM 6500-CHECK-MET THRU 6500-EXIT
009090     IF ALREADY-PLAYED
009100         MOVE "Y" TO WS-RK-REMATCH-SW(WS-TOP)
009110         ADD 1 TO WS-REMATCH-COUNT
009120     END-IF.
009130 6400-EXIT.
009140     EXIT.

009150******************************************************************
009160*    6500-CHECK-MET -- HAVE THE PLAYERS AT RANK POSITIONS WS-TOP
009170*                      AND WS-CAND MET IN AN EARLIER ROUND
009180******************************************************************
009190 6500-CHECK-MET.
009200     MOVE "N" TO WS-PLAYED-SW
009210     MOVE WS-RK-ENT(WS-TOP) TO WS-E1
009220     MOVE WS-RK-ENT(WS-CAND) TO WS-E2
009230     IF WS-ENT-OPP-USED(WS-E1) EQUAL TO ZERO
009240         GO TO 6500-EXIT
009250     END-IF
009260     MOVE WS-ENT-ID(WS-E2) TO WS-SEEK-ID
009270     SET OPP-IX TO 1
009280     SEARCH WS-ENT-OPP
009290         AT END
009300             CONTINUE
009310         WHEN WS-ENT-OPP-ID(WS-E1, OPP-IX) EQUAL TO WS-SEEK-ID
009320             SET ALREADY-PLAYED TO TRUE
009330     END-SEARCH.
009340 6500-EXIT.
009350     EXIT.

009360******************************************************************
009370*    7000-WRITE-ROUND -- THE NEW ROUND TO PAIROUT AND THE DRAW
009380*                        SHEET, BOARDS IN ORDER OF THE TOP
009390*                        PLAYER'S RANK, THE BYE LAST; THEN THE
009400*                        ENTRANTS LEFT OUT AND THE EARLIER GAMES
009410*                        STILL WITHOUT A RESULT
009420******************************************************************
009430 7000-WRITE-ROUND.
009440     MOVE WS-EVENT-CODE TO WS-SH-EVENT
009450     MOVE WS-NEW-ROUND TO WS-SH-ROUND
009460     MOVE WS-RUN-DATE TO WS-SH-DATE
009470     WRITE DRAW-LINE FROM WS-SHEET-HDR
009480     MOVE SPACE TO DRAW-LINE
009490     WRITE DRAW-LINE
009500     WRITE DRAW-LINE FROM WS-SHEET-COLS
009510     MOVE ZERO TO WS-BOARD-NO
009520     PERFORM 7100-WRITE-BOARD THRU 7100-EXIT
009530         VARYING WS-TOP FROM 1 BY 1
009540         UNTIL WS-TOP > WS-RK-USED
009550     IF WS-BYE-ENT > ZERO
009560         PERFORM 7200-WRITE-BYE THRU 7200-EXIT
009570     END-IF
009571     IF WS-REMATCH-COUNT > ZERO
009572         MOVE SPACE TO DRAW-LINE
009573         WRITE DRAW-LINE
009574         MOVE ZERO TO WS-RM-BOARD
009575         PERFORM 7500-WRITE-REMATCH THRU 7500-EXIT
009576             VARYING WS-TOP FROM 1 BY 1
009577             UNTIL WS-TOP > WS-RK-USED
009579     END-IF
009580     IF WS-REFUSED-USED > ZERO
009590         MOVE SPACE TO DRAW-LINE
009600         WRITE DRAW-LINE
009610         PERFORM 7300-WRITE-REFUSED THRU 7300-EXIT
009620             VARYING WS-LIST-SUB FROM 1 BY 1
009630             UNTIL WS-LIST-SUB > WS-REFUSED-USED
009640     END-IF
009650     IF WS-NORES-USED > ZERO
009660         MOVE SPACE TO DRAW-LINE
009670         WRITE DRAW-LINE
009680         PERFORM 7400-WRITE-NO-RESULT THRU 7400-EXIT
009690             VARYING WS-LIST-SUB FROM 1 BY 1
009700             UNTIL WS-LIST-SUB > WS-NORES-USED
009710     END-IF
009720     MOVE SPACE TO DRAW-LINE
009730     WRITE DRAW-LINE
009740     MOVE "BOARDS DRAWN" TO WS-TL-LABEL
009750     MOVE WS-BOARD-NO TO WS-TL-COUNT
009760     WRITE DRAW-LINE FROM WS-TOTAL-LINE
009770     MOVE "FORCED REMATCHES" TO WS-TL-LABEL
009780     MOVE WS-REMATCH-COUNT TO WS-TL-COUNT
009790     WRITE DRAW-LINE FROM WS-TOTAL-LINE
009800     MOVE "ENTRANTS NOT PAIRED" TO WS-TL-LABEL
009810     MOVE WS-ENTRANTS-REFUSED TO WS-TL-COUNT
009820     WRITE DRAW-LINE FROM WS-TOTAL-LINE
009830     MOVE "EARLIER GAMES WITHOUT A RESULT" TO WS-TL-LABEL
009840     MOVE WS-NO-RESULT-COUNT TO WS-TL-COUNT
009850     WRITE DRAW-LINE FROM WS-TOTAL-LINE.
009860 7000-EXIT.
009870     EXIT.

009880******************************************************************
009890*    7100-WRITE-BOARD -- ONE BOARD, FROM ITS TOP PLAYER'S ROW
009900******************************************************************
009910 7100-WRITE-BOARD.
009920     IF WS-RK-PARTNER(WS-TOP) NOT > WS-TOP
009930         GO TO 7100-EXIT
009940     END-IF
009950     ADD 1 TO WS-BOARD-NO
009960     MOVE WS-RK-ENT(WS-TOP) TO WS-E1
009970     MOVE WS-RK-PARTNER(WS-TOP) TO WS-CAND
009980     MOVE WS-RK-ENT(WS-CAND) TO WS-E2
009990     MOVE SPACE TO PAIRING-RECORD
010000     MOVE WS-NEW-ROUND TO PAIR-ROUND
010010     MOVE WS-BOARD-NO TO PAIR-BOARD
010020     MOVE WS-EVENT-CODE TO PAIR-GAME-EVENT
010030     MOVE WS-NEW-ROUND TO PAIR-GAME-ROUND
010040     MOVE WS-BOARD-NO TO PAIR-GAME-BOARD
010050     MOVE WS-ENT-ID(WS-E1) TO PAIR-PLAYER-1
010060     MOVE WS-ENT-ID(WS-E2) TO PAIR-PLAYER-2
010070     SET PAIR-NOT-PLAYED TO TRUE
010080     MOVE WS-RK-REMATCH-SW(WS-TOP) TO PAIR-REMATCH-SW
010090     WRITE PAIR-OUT-RECORD FROM PAIRING-RECORD
010100     MOVE SPACE TO WS-DRAW-DETAIL
010110     MOVE WS-BOARD-NO TO WS-DD-BOARD
010120     MOVE PAIR-GAME-ID TO WS-DD-GAME-ID
010130     MOVE WS-ENT-ID(WS-E1) TO WS-DD-P1-ID
010140     MOVE WS-ENT-NAME(WS-E1) TO WS-DD-P1-NAME
010150     COMPUTE WS-DD-P1-PTS = WS-ENT-POINTS(WS-E1) / 2
010160     MOVE WS-ENT-RATING(WS-E1) TO WS-DD-P1-RATING
010170     MOVE "V" TO WS-DD-VS
010180     MOVE WS-ENT-ID(WS-E2) TO WS-DD-P2-ID
010190     MOVE WS-ENT-NAME(WS-E2) TO WS-DD-P2-NAME
010200     COMPUTE WS-DD-P2-PTS = WS-ENT-POINTS(WS-E2) / 2
010210     MOVE WS-ENT-RATING(WS-E2) TO WS-DD-P2-RATING
010220     IF PAIR-IS-REMATCH
010230         MOVE "** REMATCH **" TO WS-DD-FLAG
010240     END-IF
010250     WRITE DRAW-LINE FROM WS-DRAW-DETAIL.
010260 7100-EXIT.
010270     EXIT.

010280******************************************************************
010290*    7200-WRITE-BYE -- THE BYE BOARD.  THE BYE IS SCORED AS A WIN
010300*                      WHEN THE NEXT ROUND IS DRAWN.
010310******************************************************************
010320 7200-WRITE-BYE.
010330     ADD 1 TO WS-BOARD-NO
010340     MOVE SPACE TO PAIRING-RECORD
010350     MOVE WS-NEW-ROUND TO PAIR-ROUND
010360     MOVE WS-BOARD-NO TO PAIR-BOARD
010370     MOVE WS-EVENT-CODE TO PAIR-GAME-EVENT
010380     MOVE WS-NEW-ROUND TO PAIR-GAME-ROUND
010390     MOVE WS-BOARD-NO TO PAIR-GAME-BOARD
010400     MOVE WS-ENT-ID(WS-BYE-ENT) TO PAIR-PLAYER-1
010410     SET PAIR-IS-BYE TO TRUE
010420     MOVE "N" TO PAIR-REMATCH-SW
010430     WRITE PAIR-OUT-RECORD FROM PAIRING-RECORD
010440     MOVE SPACE TO WS-DRAW-DETAIL
010450     MOVE WS-BOARD-NO TO WS-DD-BOARD
010460     MOVE PAIR-GAME-ID TO WS-DD-GAME-ID
010470     MOVE WS-ENT-ID(WS-BYE-ENT) TO WS-DD-P1-ID
010480     MOVE WS-ENT-NAME(WS-BYE-ENT) TO WS-DD-P1-NAME
010490     COMPUTE WS-DD-P1-PTS = WS-ENT-POINTS(WS-BYE-ENT) / 2
010500     MOVE WS-ENT-RATING(WS-BYE-ENT) TO WS-DD-P1-RATING
010510     MOVE "BYE" TO WS-DD-FLAG
010520     WRITE DRAW-LINE FROM WS-DRAW-DETAIL.
010530 7200-EXIT.
010540     EXIT.

010550******************************************************************
010560*    7300-WRITE-REFUSED -- ONE ENTRANT LEFT OUT OF THE DRAW
010570******************************************************************
010580 7300-WRITE-REFUSED.
010590     MOVE WS-REF-ID(WS-LIST-SUB) TO WS-RL-ID
010600     MOVE WS-REF-REASON(WS-LIST-SUB) TO WS-RL-REASON
010610     MOVE SPACE TO DRAW-LINE
010620     WRITE DRAW-LINE FROM WS-REFUSED-LINE.
010630 7300-EXIT.
010640     EXIT.

010650******************************************************************
010660*    7400-WRITE-NO-RESULT -- ONE EARLIER GAME STILL WITHOUT A
010670*                            RESULT
010680******************************************************************
010690 7400-WRITE-NO-RESULT.
010700     MOVE WS-NR-GAME-ID(WS-LIST-SUB) TO WS-NL-GAME-ID
010710     MOVE WS-NR-PLAYER-1(WS-LIST-SUB) TO WS-NL-PLAYER-1
010720     MOVE WS-NR-PLAYER-2(WS-LIST-SUB) TO WS-NL-PLAYER-2
010730     MOVE SPACE TO DRAW-LINE
010740     WRITE DRAW-LINE FROM WS-NORES-LINE.
010750 7400-EXIT.
010751     EXIT.

010752******************************************************************
010753*    7500-WRITE-REMATCH -- ONE FORCED REMATCH.  BOARDS ARE
010754*                          COUNTED AGAIN IN THE ORDER 7100 WROTE
010755*                          THEM TO REBUILD THE GAME ID.
010756******************************************************************
010757 7500-WRITE-REMATCH.
010758     IF WS-RK-PARTNER(WS-TOP) NOT > WS-TOP
010759         GO TO 7500-EXIT
010760     END-IF
010761     ADD 1 TO WS-RM-BOARD
010762     IF WS-RK-REMATCH-SW(WS-TOP) NOT EQUAL TO "Y"
010763         GO TO 7500-EXIT
010764     END-IF
010765     MOVE WS-EVENT-CODE TO PAIR-GAME-EVENT
010766     MOVE WS-NEW-ROUND TO PAIR-GAME-ROUND
010767     MOVE WS-RM-BOARD TO PAIR-GAME-BOARD
010768     MOVE PAIR-GAME-ID TO WS-ML-GAME-ID
010769     MOVE WS-RK-ENT(WS-TOP) TO WS-E1
010770     MOVE WS-RK-PARTNER(WS-TOP) TO WS-CAND
010771     MOVE WS-RK-ENT(WS-CAND) TO WS-E2
010772     MOVE WS-ENT-ID(WS-E1) TO WS-ML-PLAYER-1
010773     MOVE WS-ENT-ID(WS-E2) TO WS-ML-PLAYER-2
010774     MOVE SPACE TO DRAW-LINE
010775     WRITE DRAW-LINE FROM WS-REMATCH-LINE.
010776 7500-EXIT.
010777     EXIT.

010778******************************************************************
010780*    8000-TERMINATE -- CLOSE FILES, DISPLAY THE RUN TOTALS AND
010790*                      SET THE RETURN CODE
010800******************************************************************
010810 8000-TERMINATE.
010820     CLOSE ENTRANT-IN
010830     CLOSE PAIR-IN
010840     CLOSE MATCH-RES
010850     CLOSE PLAYER-MASTER
010860     CLOSE RATING-MASTER
010870     CLOSE PAIR-OUT
010880     CLOSE DRAW-SHEET
010890     DISPLAY "SCRPAIR EVENT/ROUND     : " WS-EVENT-CODE
010900         " " WS-NEW-ROUND
010910     DISPLAY "SCRPAIR ENTRANTS READ   : " WS-ENTRANTS-READ
010920     DISPLAY "SCRPAIR WITHDRAWN       : " WS-ENTRANTS-WITHDRAWN
010930     DISPLAY "SCRPAIR NOT PAIRED      : " WS-ENTRANTS-REFUSED
010940     DISPLAY "SCRPAIR EARLIER BOARDS  : " WS-PRIOR-BOARDS
010950     DISPLAY "SCRPAIR RESULTS READ    : " WS-RESULTS-READ
010960     DISPLAY "SCRPAIR RESULTS POSTED  : " WS-RESULTS-POSTED
010970     DISPLAY "SCRPAIR RESULTS REFUSED : " WS-RESULTS-MISMATCHED
010980     DISPLAY "SCRPAIR GAMES NO RESULT : " WS-NO-RESULT-COUNT
010990     DISPLAY "SCRPAIR BOARDS DRAWN    : " WS-BOARD-NO
011000     DISPLAY "SCRPAIR REMATCHES       : " WS-REMATCH-COUNT
011010     IF WS-REMATCH-COUNT > ZERO
011020         OR WS-ENTRANTS-REFUSED > ZERO
011030         OR WS-NO-RESULT-COUNT > ZERO
011040         OR WS-RESULTS-MISMATCHED > ZERO
011050         MOVE 4 TO RETURN-CODE
011060     END-IF.
011070 8000-EXIT.
011080     EXIT.
