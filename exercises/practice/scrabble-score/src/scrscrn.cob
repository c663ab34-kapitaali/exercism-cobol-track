000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRSCRN.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  WCO  INITIAL VERSION.  NIGHTLY SCORE INTEGRITY
000110*                     SCREENING, RUN AFTER THE SCORING AND GAME
000120*                     STEPS SO THE DESK HAS SOMETHING TO LOOK AT
000130*                     BEFORE PRIZES ARE DECIDED AT SCRCLOSE.
000140*                     THREE RULES, EACH FLAGGED ITEM WRITTEN TO
000150*                     THE REVIEW QUEUE (REVIEWQ, SEE SCRREVQ) WITH
000160*                     ITS REASON CODE AND LISTED ON SCNRPT UNDER
000170*                     ITS RULE.  JUMP: A PLAYER WHOSE ACTIVE
000180*                     SCOREHIS TOTAL FOR THE SCREENING DATE IS
000190*                     MORE THAN PCT= PER CENT (DEFAULT 200) ABOVE
000200*                     THEIR OWN AVERAGE FOR THE EARLIER DAYS THEY
000210*                     PLAYED - ONLY WITH FIVE OR MORE EARLIER
000220*                     DAYS, SO A NEW PLAYER'S SECOND NIGHT IS NOT
000230*                     A JUMP.  WORD: THE SAME WORD SCORING HIGH=
000240*                     POINTS OR MORE (DEFAULT 50) ENTERED BY THREE
000250*                     OR MORE PLAYERS ON THE SCREENING DATE; EACH
000260*                     SUCH ENTRY IS AN ITEM.  PAIR: TONIGHT'S
000270*                     TWO-PLAYER GAMES (GAMESUM, IRREGULAR GAMES
000280*                     LEFT TO THE GAMEIRR LISTING) ARE POSTED TO
000290*                     THE PAIRING HISTORY (PAIRHIST, SEE SCRPHIS);
000300*                     A PAIR THAT MET TONIGHT IS FLAGGED WHEN IT
000310*                     HAS MET THREE OR MORE TIMES, ONE PLAYER HAS
000320*                     WON 80 PER CENT OR MORE OF THEM, AND THE
000330*                     LOSER SCORED UNDER 150 IN AT LEAST HALF OF
000340*                     THEM.  SCREENING DATE IS TODAY UNLESS PARM
000350*                     'DATE=YYYYMMDD'.  RETURN CODE 4 WHEN
000360*                     ANYTHING WAS FLAGGED.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 REPOSITORY.        FUNCTION ALL INTRINSIC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS SCORE-HIST-KEY.
000490     SELECT GAME-SUM ASSIGN TO "GAMESUM"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT PAIR-HIST ASSIGN TO "PAIRHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PAIR-HIST-KEY
000550         FILE STATUS IS WS-PHIS-STATUS.
000560     SELECT REVIEW-QUEUE ASSIGN TO "REVIEWQ"
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT SCRN-RPT ASSIGN TO "SCNRPT"
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SCORE-HIST
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SCRHIST.

000660 FD  GAME-SUM
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY SCRGSUM.

000700 FD  PAIR-HIST
000710     LABEL RECORDS ARE STANDARD.
000720 COPY SCRPHIS.

000730 FD  REVIEW-QUEUE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY SCRREVQ.

000770 FD  SCRN-RPT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  SCRN-RPT-LINE              PIC X(132).

000810 SD  SORT-WORK.
000820 01  SORT-RECORD.
000830     05  SORT-WORD              PIC X(60).
000840     05  SORT-PLAYER-ID         PIC X(10).
000850     05  SORT-SCORE             PIC 9(04).

000860 WORKING-STORAGE SECTION.
000870 77  WS-PHIS-STATUS             PIC X(02) VALUE SPACE.
000880 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
000890     88  END-OF-HISTORY                   VALUE "Y".
000900 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
000910     88  END-OF-SORTED                    VALUE "Y".
000920 77  WS-GSUM-EOF-SW             PIC X(01) VALUE "N".
000930     88  END-OF-GAMES                     VALUE "Y".
000940 77  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
000950     88  END-OF-PAIR-SCAN                 VALUE "Y".
000960 77  WS-IRREG-SW                PIC X(01) VALUE "N".
000970     88  GAME-IS-IRREGULAR                VALUE "Y".

000980*    SCREENING THRESHOLDS.  PCT= AND HIGH= MAY BE SET ON THE PARM;
000990*    THE REST ARE THE RULES COMMITTEE'S STANDING FIGURES.
001000 77  WS-JUMP-PCT                PIC 9(03) VALUE 200.
001010 77  WS-MIN-DAYS                PIC 9(03) VALUE 005.
001020 77  WS-HIGH-SCORE              PIC 9(04) VALUE 0050.
001030 77  WS-WORD-PLAYERS            PIC 9(03) VALUE 003.
001040 77  WS-PAIR-MEETINGS           PIC 9(03) VALUE 003.
001050 77  WS-PAIR-WIN-PCT            PIC 9(03) VALUE 080.
001060 77  WS-LOW-TOTAL               PIC 9(06) VALUE 000150.

001070 77  WS-SCREEN-DATE             PIC X(08) VALUE SPACE.
001080 77  WS-PARM-WORK               PIC X(40) VALUE SPACE.
001090 77  WS-TOKEN-SUB               PIC 9(04) COMP VALUE ZERO.
001100 01  WS-PARM-TOKENS.
001110     05  WS-PARM-TOKEN          PIC X(13) OCCURS 3 TIMES.
001120 77  WS-UPPER-CASE              PIC X(26)
001130     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001140 77  WS-LOWER-CASE              PIC X(26)
001150     VALUE "abcdefghijklmnopqrstuvwxyz".

001160 77  WS-ITEM-NO                 PIC 9(05) VALUE ZERO.
001170 77  WS-SECTION-ITEMS           PIC 9(05) VALUE ZERO.
001180 77  WS-JUMP-ITEMS              PIC 9(05) VALUE ZERO.
001190 77  WS-WORD-ITEMS              PIC 9(05) VALUE ZERO.
001200 77  WS-PAIR-ITEMS              PIC 9(05) VALUE ZERO.
001210 77  WS-ENTRIES-READ            PIC 9(07) VALUE ZERO.
001220 77  WS-PLAYERS-SCREENED        PIC 9(05) VALUE ZERO.
001230 77  WS-PLAYERS-TOO-NEW         PIC 9(05) VALUE ZERO.
001240 77  WS-HIGH-WORDS              PIC 9(05) VALUE ZERO.
001250 77  WS-GSUM-READ               PIC 9(05) VALUE ZERO.
001260 77  WS-GAMES-POSTED            PIC 9(05) VALUE ZERO.
001270 77  WS-GAMES-ON-FILE           PIC 9(05) VALUE ZERO.
001280 77  WS-GAMES-IRREGULAR         PIC 9(05) VALUE ZERO.
001290 77  WS-GAMES-NOT-TWO           PIC 9(05) VALUE ZERO.

001300*    ONE PLAYER'S SCOREHIS FIGURES, BUILT AS THE FILE IS READ
001310 77  WS-CUR-PLAYER              PIC X(10) VALUE SPACE.
001320 77  WS-CUR-DATE                PIC X(08) VALUE SPACE.
001330 77  WS-PRIOR-TOTAL             PIC 9(09) VALUE ZERO.
001340 77  WS-PRIOR-DAYS              PIC 9(05) VALUE ZERO.
001350 77  WS-DAY-TOTAL               PIC 9(07) VALUE ZERO.
001360 77  WS-AVERAGE                 PIC 9(07) VALUE ZERO.
001370 77  WS-JUMP-LIMIT              PIC 9(09) VALUE ZERO.

001380*    ONE WORD'S HIGH-SCORING ENTRIES FOR THE DAY, FROM THE SORT
001390 77  WS-GRP-WORD                PIC X(60) VALUE SPACE.
001400 77  WS-GRP-LAST-PLAYER         PIC X(10) VALUE SPACE.
001410 77  WS-GRP-PLAYERS             PIC 9(03) VALUE ZERO.
001420 77  WS-GRP-USED                PIC 9(04) COMP VALUE ZERO.
001430 77  WS-G                       PIC 9(04) COMP VALUE ZERO.
001440 01  WS-GROUP-TABLE.
001450     05  WS-GE OCCURS 200 TIMES.
001460         10  WS-GE-PLAYER-ID    PIC X(10).
001470         10  WS-GE-SCORE        PIC 9(04).

001480*    ONE GAME FROM GAMESUM, AND TONIGHT'S PAIRS (LOWER ID FIRST)
001490 77  WS-GAME-ID                 PIC X(08) VALUE SPACE.
001500 77  WS-GAME-PLAYERS            PIC 9(03) VALUE ZERO.
001510 01  WS-GAME-SIDES.
001520     05  WS-GS OCCURS 2 TIMES.
001530         10  WS-GS-PLAYER-ID    PIC X(10).
001540         10  WS-GS-TOTAL        PIC 9(06).
001550 77  WS-PAIR-USED               PIC 9(04) COMP VALUE ZERO.
001560 77  WS-T                       PIC 9(04) COMP VALUE ZERO.
001570 01  WS-PAIR-TABLE.
001580     05  WS-TP OCCURS 1000 TIMES INDEXED BY TP-IX.
001590         10  WS-TP-PLAYER-A     PIC X(10).
001600         10  WS-TP-PLAYER-B     PIC X(10).

001610*    ONE PAIR'S MEETINGS FROM PAIRHIST
001620 77  WS-MEETINGS                PIC 9(05) VALUE ZERO.
001630 77  WS-A-WINS                  PIC 9(05) VALUE ZERO.
001640 77  WS-B-WINS                  PIC 9(05) VALUE ZERO.
001650 77  WS-A-LOW                   PIC 9(05) VALUE ZERO.
001660 77  WS-B-LOW                   PIC 9(05) VALUE ZERO.
001670 77  WS-DOM-WINS                PIC 9(05) VALUE ZERO.
001680 77  WS-DOM-LOW                 PIC 9(05) VALUE ZERO.

001690 01  WS-RPT-HDR.
001700     05  FILLER                 PIC X(42)
001710         VALUE "SCRSCRN  SCORE INTEGRITY SCREENING".
001720     05  FILLER                 PIC X(12) VALUE "SCREEN DATE ".
001730     05  WS-RH-DATE             PIC X(08).
001740 01  WS-RPT-RULES.
001750     05  FILLER                 PIC X(05) VALUE "JUMP ".
001760     05  WS-RR-PCT              PIC ZZ9.
001770     05  FILLER                 PIC X(18)
001780         VALUE " PCT OVER AVERAGE ".
001790     05  FILLER                 PIC X(08) VALUE "   WORD ".
001800     05  WS-RR-HIGH             PIC ZZZ9.
001810     05  FILLER                 PIC X(08) VALUE " PTS BY ".
001820     05  WS-RR-PLAYERS          PIC ZZ9.
001830     05  FILLER                 PIC X(17)
001840         VALUE " PLAYERS    PAIR ".
001850     05  WS-RR-MEETINGS         PIC ZZ9.
001860     05  FILLER                 PIC X(10) VALUE " GAMES AT ".
001870     05  WS-RR-WIN-PCT          PIC ZZ9.
001880     05  FILLER                 PIC X(18)
001890         VALUE " PCT, LOSER UNDER ".
001900     05  WS-RR-LOW              PIC ZZZZZ9.
001910 01  WS-RPT-COLS.
001920     05  FILLER                 PIC X(07) VALUE " ITEM".
001930     05  FILLER                 PIC X(06) VALUE "CODE".
001940     05  FILLER                 PIC X(12) VALUE "PLAYER".
001950     05  FILLER                 PIC X(12) VALUE "OPPONENT".
001960     05  FILLER                 PIC X(10) VALUE "DATE".
001970     05  FILLER                 PIC X(38) VALUE "WORD".
001980     05  FILLER                 PIC X(20) VALUE "FIGURES".
001990 01  WS-RPT-DETAIL.
002000     05  WS-RD-ITEM             PIC ZZZZ9.
002010     05  FILLER                 PIC X(02) VALUE SPACE.
002020     05  WS-RD-REASON           PIC X(04).
002030     05  FILLER                 PIC X(02) VALUE SPACE.
002040     05  WS-RD-PLAYER-ID        PIC X(10).
002050     05  FILLER                 PIC X(02) VALUE SPACE.
002060     05  WS-RD-OTHER-ID         PIC X(10).
002070     05  FILLER                 PIC X(02) VALUE SPACE.
002080     05  WS-RD-DATE             PIC X(08).
002090     05  FILLER                 PIC X(02) VALUE SPACE.
002100     05  WS-RD-WORD             PIC X(36).
002110     05  FILLER                 PIC X(02) VALUE SPACE.
002120     05  WS-RD-FIGURES          PIC X(47).
002130 01  WS-RPT-SECTION             PIC X(80).
002140 01  WS-JUMP-FIGURES.
002150     05  FILLER                 PIC X(10) VALUE "DAY TOTAL ".
002160     05  WS-JF-DAY-TOTAL        PIC ZZZZZ9.
002170     05  FILLER                 PIC X(10) VALUE "  AVERAGE ".
002180     05  WS-JF-AVERAGE          PIC ZZZZZ9.
002190     05  FILLER                 PIC X(06) VALUE " OVER ".
002200     05  WS-JF-DAYS             PIC ZZZ9.
002210     05  FILLER                 PIC X(05) VALUE " DAYS".
002220 01  WS-WORD-FIGURES.
002230     05  FILLER                 PIC X(06) VALUE "SCORE ".
002240     05  WS-WF-SCORE            PIC ZZZ9.
002250     05  FILLER                 PIC X(12) VALUE "  PLAYED BY ".
002260     05  WS-WF-PLAYERS          PIC ZZ9.
002270     05  FILLER                 PIC X(08) VALUE " PLAYERS".
002280 01  WS-PAIR-FIGURES.
002290     05  FILLER                 PIC X(04) VALUE "MET ".
002300     05  WS-PF-MEETINGS         PIC ZZZZ9.
002310     05  FILLER                 PIC X(06) VALUE "  WON ".
002320     05  WS-PF-WINS             PIC ZZZZ9.
002330     05  FILLER                 PIC X(12) VALUE "  LOSER LOW ".
002340     05  WS-PF-LOW              PIC ZZZZ9.
002350 01  WS-RPT-COUNT.
002360     05  FILLER                 PIC X(07) VALUE SPACE.
002370     05  WS-RC-COUNT            PIC ZZZZ9.
002380     05  FILLER                 PIC X(14) VALUE " ITEMS FLAGGED".
002390 01  WS-RPT-TOTAL.
002400     05  WS-RT-TEXT             PIC X(50).
002410     05  WS-RT-COUNT            PIC ZZZZZZ9.

002420 LINKAGE SECTION.
002430 01  PARM-AREA.
002440     05  PARM-LEN               PIC S9(4) COMP.
002450     05  PARM-TEXT              PIC X(40).

002460 PROCEDURE DIVISION USING PARM-AREA.
002470******************************************************************
002480*    0000-MAINLINE
002490******************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     SORT SORT-WORK
002530         ASCENDING KEY SORT-WORD SORT-PLAYER-ID
002540         INPUT PROCEDURE IS 2000-SCAN-HISTORY
002550         OUTPUT PROCEDURE IS 3000-SHARED-WORDS
002560     PERFORM 4000-SCREEN-PAIRS THRU 4000-EXIT
002570     PERFORM 8000-TERMINATE THRU 8000-EXIT
002580     STOP RUN.

002590******************************************************************
002600*    1000-INITIALIZE -- PARM, OPEN FILES (CREATING THE PAIRING
002610*                       HISTORY ON ITS FIRST EVER RUN), HEADINGS
002620******************************************************************
002630 1000-INITIALIZE.
002640     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCREEN-DATE
002650     IF PARM-LEN > ZERO
002660         MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
002670         PERFORM 1200-PARSE-PARM THRU 1200-EXIT
002680     END-IF
002690     OPEN INPUT SCORE-HIST
002700     OPEN INPUT GAME-SUM
002710     OPEN I-O PAIR-HIST
002720     IF WS-PHIS-STATUS NOT = "00"
002730         OPEN OUTPUT PAIR-HIST
002740         CLOSE PAIR-HIST
002750         OPEN I-O PAIR-HIST
002760     END-IF
002770     OPEN OUTPUT REVIEW-QUEUE
002780     OPEN OUTPUT SCRN-RPT
002790     MOVE WS-SCREEN-DATE TO WS-RH-DATE
002800     WRITE SCRN-RPT-LINE FROM WS-RPT-HDR
002810     MOVE WS-JUMP-PCT TO WS-RR-PCT
002820     MOVE WS-HIGH-SCORE TO WS-RR-HIGH
002830     MOVE WS-WORD-PLAYERS TO WS-RR-PLAYERS
002840     MOVE WS-PAIR-MEETINGS TO WS-RR-MEETINGS
002850     MOVE WS-PAIR-WIN-PCT TO WS-RR-WIN-PCT
002860     MOVE WS-LOW-TOTAL TO WS-RR-LOW
002870     WRITE SCRN-RPT-LINE FROM WS-RPT-RULES
002880     MOVE SPACE TO SCRN-RPT-LINE
002890     WRITE SCRN-RPT-LINE
002900     WRITE SCRN-RPT-LINE FROM WS-RPT-COLS.
002910 1000-EXIT.
002920     EXIT.

002930******************************************************************
002940*    1200-PARSE-PARM -- UP TO THREE COMMA-SEPARATED TOKENS:
002950*                       'DATE=YYYYMMDD' (THE DAY TO SCREEN),
002960*                       'PCT=NNN' (HOW FAR ABOVE THEIR AVERAGE A
002970*                       PLAYER'S DAY MAY GO) AND 'HIGH=NNN' (THE
002980*                       SCORE THAT MAKES A WORD HIGH-VALUE).  AN
002990*                       UNRECOGNIZED TOKEN STOPS THE RUN.
003000******************************************************************
003010 1200-PARSE-PARM.
003020     MOVE SPACE TO WS-PARM-TOKENS
003030     UNSTRING WS-PARM-WORK DELIMITED BY ","
003040         INTO WS-PARM-TOKEN(1)
003050              WS-PARM-TOKEN(2)
003060              WS-PARM-TOKEN(3)
003070     END-UNSTRING
003080     PERFORM 1250-PARSE-PARM-TOKEN THRU 1250-EXIT
003090         VARYING WS-TOKEN-SUB FROM 1 BY 1
003100         UNTIL WS-TOKEN-SUB > 3.
003110 1200-EXIT.
003120     EXIT.

003130******************************************************************
003140*    1250-PARSE-PARM-TOKEN -- APPLY ONE PARM TOKEN
003150******************************************************************
003160 1250-PARSE-PARM-TOKEN.
003170     EVALUATE TRUE
003180         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO SPACE
003190             CONTINUE
003200         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) EQUAL TO "DATE="
003210             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) IS NUMERIC
003220             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8)
003230                 TO WS-SCREEN-DATE
003240         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:4) EQUAL TO "PCT="
003250             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(5:3) IS NUMERIC
003260             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(5:3) TO WS-JUMP-PCT
003270         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) EQUAL TO "HIGH="
003280             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3) IS NUMERIC
003290             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3)
003300                 TO WS-HIGH-SCORE
003310         WHEN OTHER
003320             DISPLAY "SCRSCRN PARM NOT RECOGNIZED: "
003330                 WS-PARM-TOKEN(WS-TOKEN-SUB)
003340             MOVE 8 TO RETURN-CODE
003350             STOP RUN
003360     END-EVALUATE.
003370 1250-EXIT.
003380     EXIT.

003390******************************************************************
003400*    2000-SCAN-HISTORY -- INPUT PROCEDURE.  ONE PASS OF
003410*                         SCOREHIS (PLAYER, DATE ORDER): EACH
003420*                         PLAYER'S DAY IS MEASURED AGAINST THEIR
003430*                         EARLIER DAYS AS THE PLAYER CHANGES, AND
003440*                         THE DAY'S HIGH-SCORING ENTRIES GO TO THE
003450*                         SORT BY WORD.  REVERSED ENTRIES COUNT
003460*                         FOR NOTHING.
003470******************************************************************
003480 2000-SCAN-HISTORY.
003490     MOVE "JUMP - DAILY TOTAL WELL ABOVE THE PLAYER'S OWN AVERAGE"
003500         TO WS-RPT-SECTION
003510     PERFORM 7100-START-SECTION THRU 7100-EXIT
003520     PERFORM 2100-READ-ENTRY THRU 2100-EXIT
003530         UNTIL END-OF-HISTORY
003540     IF WS-CUR-PLAYER NOT EQUAL TO SPACE
003550         PERFORM 2300-PLAYER-BREAK THRU 2300-EXIT
003560     END-IF
003570     MOVE WS-SECTION-ITEMS TO WS-JUMP-ITEMS
003580     PERFORM 7200-END-SECTION THRU 7200-EXIT.
003590 2000-EXIT.
003600     EXIT.

003610******************************************************************
003620*    2100-READ-ENTRY -- ONE SCOREHIS ENTRY.  DAYS BEFORE THE
003630*                       SCREENING DATE BUILD THE AVERAGE; LATER
003640*                       DAYS (A PAST DATE BEING RE-SCREENED) ARE
003650*                       PASSED OVER.
003660******************************************************************
003670 2100-READ-ENTRY.
003680     READ SCORE-HIST NEXT RECORD
003690         AT END
003700             SET END-OF-HISTORY TO TRUE
003710             GO TO 2100-EXIT
003720     END-READ
003730     ADD 1 TO WS-ENTRIES-READ
003740     IF NOT SHIS-IS-ACTIVE
003750         GO TO 2100-EXIT
003760     END-IF
003770     IF SHIS-PLAYER-ID NOT EQUAL TO WS-CUR-PLAYER
003780         IF WS-CUR-PLAYER NOT EQUAL TO SPACE
003790             PERFORM 2300-PLAYER-BREAK THRU 2300-EXIT
003800         END-IF
003810         MOVE SHIS-PLAYER-ID TO WS-CUR-PLAYER
003820         MOVE SPACE TO WS-CUR-DATE
003830         MOVE ZERO TO WS-PRIOR-TOTAL
003840         MOVE ZERO TO WS-PRIOR-DAYS
003850         MOVE ZERO TO WS-DAY-TOTAL
003860     END-IF
003870     IF SHIS-DATE < WS-SCREEN-DATE
003880         IF SHIS-DATE NOT EQUAL TO WS-CUR-DATE
003890             MOVE SHIS-DATE TO WS-CUR-DATE
003900             ADD 1 TO WS-PRIOR-DAYS
003910         END-IF
003920         ADD SHIS-SCORE TO WS-PRIOR-TOTAL
003930         GO TO 2100-EXIT
003940     END-IF
003950     IF SHIS-DATE NOT EQUAL TO WS-SCREEN-DATE
003960         GO TO 2100-EXIT
003970     END-IF
003980     ADD SHIS-SCORE TO WS-DAY-TOTAL
003990     IF SHIS-SCORE < WS-HIGH-SCORE
004000         GO TO 2100-EXIT
004010     END-IF
004020     MOVE SHIS-WORD TO SORT-WORD
004030     INSPECT SORT-WORD
004040         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
004050     MOVE SHIS-PLAYER-ID TO SORT-PLAYER-ID
004060     MOVE SHIS-SCORE TO SORT-SCORE
004070     RELEASE SORT-RECORD
004080     ADD 1 TO WS-HIGH-WORDS.
004090 2100-EXIT.
004100     EXIT.

004110******************************************************************
004120*    2300-PLAYER-BREAK -- A PLAYER WHO SCORED ON THE
004130*                         SCREENING DATE, WITH ENOUGH EARLIER DAYS
004140*                         TO HAVE AN AVERAGE, IS FLAGGED WHEN THE
004150*                         DAY'S TOTAL PASSES AVERAGE PLUS PCT PER
004160*                         CENT
004170******************************************************************
004180 2300-PLAYER-BREAK.
004190     IF WS-DAY-TOTAL EQUAL TO ZERO
004200         GO TO 2300-EXIT
004210     END-IF
004220     ADD 1 TO WS-PLAYERS-SCREENED
004230     IF WS-PRIOR-DAYS < WS-MIN-DAYS
004240         ADD 1 TO WS-PLAYERS-TOO-NEW
004250         GO TO 2300-EXIT
004260     END-IF
004270     COMPUTE WS-AVERAGE ROUNDED = WS-PRIOR-TOTAL / WS-PRIOR-DAYS
004280     COMPUTE WS-JUMP-LIMIT =
004290         WS-AVERAGE * (100 + WS-JUMP-PCT) / 100
004300     IF WS-DAY-TOTAL NOT > WS-JUMP-LIMIT
004310         GO TO 2300-EXIT
004320     END-IF
004330     MOVE SPACE TO REVIEW-QUEUE-RECORD
004340     SET REVQ-IS-JUMP TO TRUE
004350     MOVE WS-CUR-PLAYER TO REVQ-PLAYER-ID
004360     MOVE WS-SCREEN-DATE TO REVQ-ENTRY-DATE
004370     MOVE WS-DAY-TOTAL TO REVQ-FIGURE
004380     MOVE WS-AVERAGE TO REVQ-BASIS
004390     MOVE WS-DAY-TOTAL TO WS-JF-DAY-TOTAL
004400     MOVE WS-AVERAGE TO WS-JF-AVERAGE
004410     MOVE WS-PRIOR-DAYS TO WS-JF-DAYS
004420     MOVE WS-JUMP-FIGURES TO WS-RD-FIGURES
004430     PERFORM 7000-WRITE-ITEM THRU 7000-EXIT.
004440 2300-EXIT.
004450     EXIT.

004460******************************************************************
004470*    3000-SHARED-WORDS -- OUTPUT PROCEDURE.  THE DAY'S
004480*                         HIGH-SCORING ENTRIES BY WORD; A WORD
004490*                         PLAYED BY ENOUGH DIFFERENT PLAYERS HAS
004500*                         EVERY ONE OF ITS ENTRIES FLAGGED.
004510******************************************************************
004520 3000-SHARED-WORDS.
004530     MOVE "WORD - SAME HIGH-VALUE WORD FROM SEVERAL PLAYERS"
004540         TO WS-RPT-SECTION
004550     PERFORM 7100-START-SECTION THRU 7100-EXIT
004560     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
004570         UNTIL END-OF-SORTED
004580     IF WS-GRP-USED > ZERO
004590         PERFORM 3200-WORD-BREAK THRU 3200-EXIT
004600     END-IF
004610     MOVE WS-SECTION-ITEMS TO WS-WORD-ITEMS
004620     PERFORM 7200-END-SECTION THRU 7200-EXIT.
004630 3000-EXIT.
004640     EXIT.

004650******************************************************************
004660*    3100-RETURN-ONE -- NEXT SORTED ENTRY INTO ITS WORD'S GROUP
004670******************************************************************
004680 3100-RETURN-ONE.
004690     RETURN SORT-WORK
004700         AT END
004710             SET END-OF-SORTED TO TRUE
004720             GO TO 3100-EXIT
004730     END-RETURN
004740     IF SORT-WORD NOT EQUAL TO WS-GRP-WORD
004750         IF WS-GRP-USED > ZERO
004760             PERFORM 3200-WORD-BREAK THRU 3200-EXIT
004770         END-IF
004780         MOVE SORT-WORD TO WS-GRP-WORD
004790         MOVE SPACE TO WS-GRP-LAST-PLAYER
004800         MOVE ZERO TO WS-GRP-PLAYERS
004810         MOVE ZERO TO WS-GRP-USED
004820     END-IF
004830     IF SORT-PLAYER-ID NOT EQUAL TO WS-GRP-LAST-PLAYER
004840         MOVE SORT-PLAYER-ID TO WS-GRP-LAST-PLAYER
004850         ADD 1 TO WS-GRP-PLAYERS
004860     END-IF
004870     IF WS-GRP-USED EQUAL TO 200
004880         DISPLAY "SCRSCRN OVER 200 ENTRIES OF ONE WORD - "
004890             "NOT ALL LISTED: " SORT-PLAYER-ID
004900         GO TO 3100-EXIT
004910     END-IF
004920     ADD 1 TO WS-GRP-USED
004930     MOVE SORT-PLAYER-ID TO WS-GE-PLAYER-ID(WS-GRP-USED)
004940     MOVE SORT-SCORE TO WS-GE-SCORE(WS-GRP-USED).
004950 3100-EXIT.
004960     EXIT.

004970******************************************************************
004980*    3200-WORD-BREAK -- FLAG THE GROUP IF ENOUGH PLAYERS SHARE IT
004990******************************************************************
005000 3200-WORD-BREAK.
005010     IF WS-GRP-PLAYERS < WS-WORD-PLAYERS
005020         GO TO 3200-EXIT
005030     END-IF
005040     PERFORM 3300-FLAG-WORD-ENTRY THRU 3300-EXIT
005050         VARYING WS-G FROM 1 BY 1
005060         UNTIL WS-G > WS-GRP-USED.
005070 3200-EXIT.
005080     EXIT.

005090******************************************************************
005100*    3300-FLAG-WORD-ENTRY -- ONE ENTRY OF A SHARED WORD
005110******************************************************************
005120 3300-FLAG-WORD-ENTRY.
005130     MOVE SPACE TO REVIEW-QUEUE-RECORD
005140     SET REVQ-IS-WORD TO TRUE
005150     MOVE WS-GE-PLAYER-ID(WS-G) TO REVQ-PLAYER-ID
005160     MOVE WS-SCREEN-DATE TO REVQ-ENTRY-DATE
005170     MOVE WS-GRP-WORD TO REVQ-WORD
005180     MOVE WS-GE-SCORE(WS-G) TO REVQ-FIGURE
005190     MOVE WS-GRP-PLAYERS TO REVQ-BASIS
005200     MOVE WS-GE-SCORE(WS-G) TO WS-WF-SCORE
005210     MOVE WS-GRP-PLAYERS TO WS-WF-PLAYERS
005220     MOVE WS-WORD-FIGURES TO WS-RD-FIGURES
005230     PERFORM 7000-WRITE-ITEM THRU 7000-EXIT.
005240 3300-EXIT.
005250     EXIT.

005260******************************************************************
005270*    4000-SCREEN-PAIRS -- POST TONIGHT'S GAMES TO THE PAIRING
005280*                         HISTORY, THEN WEIGH EVERY PAIR THAT MET
005290*                         TONIGHT ON ALL ITS MEETINGS
005300******************************************************************
005310 4000-SCREEN-PAIRS.
005320     MOVE "PAIR - ONE-SIDED REPEATED PAIRING, LOW LOSER TOTALS"
005330         TO WS-RPT-SECTION
005340     PERFORM 7100-START-SECTION THRU 7100-EXIT
005350     PERFORM 4100-READ-GAME-LINE THRU 4100-EXIT
005360         UNTIL END-OF-GAMES
005370     IF WS-GAME-ID NOT EQUAL TO SPACE
005380         PERFORM 4200-GAME-BREAK THRU 4200-EXIT
005390     END-IF
005400     PERFORM 4500-CHECK-PAIR THRU 4500-EXIT
005410         VARYING WS-T FROM 1 BY 1
005420         UNTIL WS-T > WS-PAIR-USED
005430     MOVE WS-SECTION-ITEMS TO WS-PAIR-ITEMS
005440     PERFORM 7200-END-SECTION THRU 7200-EXIT.
005450 4000-EXIT.
005460     EXIT.

005470******************************************************************
005480*    4100-READ-GAME-LINE -- ONE GAMESUM RECORD (ONE PLAYER'S
005490*                           TOTAL), GATHERED BY GAME ID
005500******************************************************************
005510 4100-READ-GAME-LINE.
005520     READ GAME-SUM
005530         AT END
005540             SET END-OF-GAMES TO TRUE
005550             GO TO 4100-EXIT
005560     END-READ
005570     ADD 1 TO WS-GSUM-READ
005580     IF GSUM-GAME-ID NOT EQUAL TO WS-GAME-ID
005590         IF WS-GAME-ID NOT EQUAL TO SPACE
005600             PERFORM 4200-GAME-BREAK THRU 4200-EXIT
005610         END-IF
005620         MOVE GSUM-GAME-ID TO WS-GAME-ID
005630         MOVE ZERO TO WS-GAME-PLAYERS
005640         MOVE "N" TO WS-IRREG-SW
005650     END-IF
005660     ADD 1 TO WS-GAME-PLAYERS
005670     IF GSUM-IS-IRREGULAR
005680         SET GAME-IS-IRREGULAR TO TRUE
005690     END-IF
005700     IF WS-GAME-PLAYERS NOT > 2
005710         MOVE GSUM-PLAYER-ID TO WS-GS-PLAYER-ID(WS-GAME-PLAYERS)
005720         MOVE GSUM-TOTAL TO WS-GS-TOTAL(WS-GAME-PLAYERS)
005730     END-IF.
005740 4100-EXIT.
005750     EXIT.

005760******************************************************************
005770*    4200-GAME-BREAK -- A REGULAR TWO-PLAYER GAME GOES ON THE
005780*                       PAIRING HISTORY (A GAME ALREADY THERE FROM
005790*                       AN EARLIER RUN IS LEFT AS IT IS) AND ITS
005800*                       PAIR ON TONIGHT'S LIST
005810******************************************************************
005820 4200-GAME-BREAK.
005830     IF GAME-IS-IRREGULAR
005840         ADD 1 TO WS-GAMES-IRREGULAR
005850         GO TO 4200-EXIT
005860     END-IF
005870     IF WS-GAME-PLAYERS NOT EQUAL TO 2
005880         OR WS-GS-PLAYER-ID(1) EQUAL TO WS-GS-PLAYER-ID(2)
005890         ADD 1 TO WS-GAMES-NOT-TWO
005900         GO TO 4200-EXIT
005910     END-IF
005920     IF WS-GS-PLAYER-ID(1) < WS-GS-PLAYER-ID(2)
005930         MOVE WS-GS-PLAYER-ID(1) TO PHIS-PLAYER-A
005940         MOVE WS-GS-TOTAL(1) TO PHIS-A-TOTAL
005950         MOVE WS-GS-PLAYER-ID(2) TO PHIS-PLAYER-B
005960         MOVE WS-GS-TOTAL(2) TO PHIS-B-TOTAL
005970     ELSE
005980         MOVE WS-GS-PLAYER-ID(2) TO PHIS-PLAYER-A
005990         MOVE WS-GS-TOTAL(2) TO PHIS-A-TOTAL
006000         MOVE WS-GS-PLAYER-ID(1) TO PHIS-PLAYER-B
006010         MOVE WS-GS-TOTAL(1) TO PHIS-B-TOTAL
006020     END-IF
006030     MOVE WS-GAME-ID TO PHIS-GAME-ID
006040     MOVE WS-SCREEN-DATE TO PHIS-POSTED-DATE
006050     WRITE PAIR-HIST-RECORD
006060         INVALID KEY
006070             ADD 1 TO WS-GAMES-ON-FILE
006080         NOT INVALID KEY
006090             ADD 1 TO WS-GAMES-POSTED
006100     END-WRITE
006110     SET TP-IX TO 1
006120     SEARCH WS-TP
006130         AT END
006140             PERFORM 4300-ADD-PAIR THRU 4300-EXIT
006150         WHEN TP-IX > WS-PAIR-USED
006160             PERFORM 4300-ADD-PAIR THRU 4300-EXIT
006170         WHEN WS-TP-PLAYER-A(TP-IX) EQUAL TO PHIS-PLAYER-A
006180             AND WS-TP-PLAYER-B(TP-IX) EQUAL TO PHIS-PLAYER-B
006190             CONTINUE
006200     END-SEARCH.
006210 4200-EXIT.
006220     EXIT.

006230******************************************************************
006240*    4300-ADD-PAIR -- A PAIR NOT YET ON TONIGHT'S LIST
006250******************************************************************
006260 4300-ADD-PAIR.
006270     IF WS-PAIR-USED EQUAL TO 1000
006280         DISPLAY "SCRSCRN OVER 1000 PAIRS TONIGHT - "
006290             "NOT SCREENED: " PHIS-PLAYER-A " " PHIS-PLAYER-B
006300         GO TO 4300-EXIT
006310     END-IF
006320     ADD 1 TO WS-PAIR-USED
006330     MOVE PHIS-PLAYER-A TO WS-TP-PLAYER-A(WS-PAIR-USED)
006340     MOVE PHIS-PLAYER-B TO WS-TP-PLAYER-B(WS-PAIR-USED).
006350 4300-EXIT.
006360     EXIT.

006370******************************************************************
006380*    4500-CHECK-PAIR -- ALL OF ONE PAIR'S MEETINGS.  FLAGGED
006390*                       WHEN THEY HAVE MET OFTEN ENOUGH, ONE
006400*                       PLAYER WINS NEARLY EVERY TIME, AND THE
006410*                       OTHER'S LOSING TOTALS ARE LOW IN AT LEAST
006420*                       HALF THE GAMES.
006430******************************************************************
006440 4500-CHECK-PAIR.
006450     MOVE ZERO TO WS-MEETINGS
006460     MOVE ZERO TO WS-A-WINS
006470     MOVE ZERO TO WS-B-WINS
006480     MOVE ZERO TO WS-A-LOW
006490     MOVE ZERO TO WS-B-LOW
006500     MOVE "N" TO WS-SCAN-EOF-SW
006510     MOVE WS-TP-PLAYER-A(WS-T) TO PHIS-PLAYER-A
006520     MOVE WS-TP-PLAYER-B(WS-T) TO PHIS-PLAYER-B
006530     MOVE LOW-VALUES TO PHIS-GAME-ID
006540     START PAIR-HIST KEY IS NOT LESS THAN PAIR-HIST-KEY
006550         INVALID KEY
006560             SET END-OF-PAIR-SCAN TO TRUE
006570     END-START
006580     PERFORM 4510-COUNT-MEETING THRU 4510-EXIT
006590         UNTIL END-OF-PAIR-SCAN
006600     IF WS-MEETINGS < WS-PAIR-MEETINGS
006610         GO TO 4500-EXIT
006620     END-IF
006630     MOVE SPACE TO REVIEW-QUEUE-RECORD
006640     IF WS-A-WINS NOT < WS-B-WINS
006650         MOVE WS-TP-PLAYER-A(WS-T) TO REVQ-PLAYER-ID
006660         MOVE WS-TP-PLAYER-B(WS-T) TO REVQ-OTHER-ID
006670         MOVE WS-A-WINS TO WS-DOM-WINS
006680         MOVE WS-A-LOW TO WS-DOM-LOW
006690     ELSE
006700         MOVE WS-TP-PLAYER-B(WS-T) TO REVQ-PLAYER-ID
006710         MOVE WS-TP-PLAYER-A(WS-T) TO REVQ-OTHER-ID
006720         MOVE WS-B-WINS TO WS-DOM-WINS
006730         MOVE WS-B-LOW TO WS-DOM-LOW
006740     END-IF
006750     IF WS-DOM-WINS * 100 < WS-MEETINGS * WS-PAIR-WIN-PCT
006760         GO TO 4500-EXIT
006770     END-IF
006780     IF WS-DOM-LOW * 2 < WS-MEETINGS
006790         GO TO 4500-EXIT
006800     END-IF
006810     SET REVQ-IS-PAIR TO TRUE
006820     MOVE WS-SCREEN-DATE TO REVQ-ENTRY-DATE
006830     MOVE WS-MEETINGS TO REVQ-FIGURE
006840     MOVE WS-DOM-WINS TO REVQ-BASIS
006850     MOVE WS-MEETINGS TO WS-PF-MEETINGS
006860     MOVE WS-DOM-WINS TO WS-PF-WINS
006870     MOVE WS-DOM-LOW TO WS-PF-LOW
006880     MOVE WS-PAIR-FIGURES TO WS-RD-FIGURES
006890     PERFORM 7000-WRITE-ITEM THRU 7000-EXIT.
006900 4500-EXIT.
006910     EXIT.

006920******************************************************************
006930*    4510-COUNT-MEETING -- ONE GAME BETWEEN THE PAIR.  A LOW GAME
006940*                          IS ONE THE WINNER TOOK WITH THE LOSER
006950*                          UNDER THE LOW TOTAL.
006960******************************************************************
006970 4510-COUNT-MEETING.
006980     READ PAIR-HIST NEXT RECORD
006990         AT END
007000             SET END-OF-PAIR-SCAN TO TRUE
007010             GO TO 4510-EXIT
007020     END-READ
007030     IF PHIS-PLAYER-A NOT EQUAL TO WS-TP-PLAYER-A(WS-T)
007040         OR PHIS-PLAYER-B NOT EQUAL TO WS-TP-PLAYER-B(WS-T)
007050         SET END-OF-PAIR-SCAN TO TRUE
007060         GO TO 4510-EXIT
007070     END-IF
007080     ADD 1 TO WS-MEETINGS
007090     EVALUATE TRUE
007100         WHEN PHIS-A-TOTAL > PHIS-B-TOTAL
007110             ADD 1 TO WS-A-WINS
007120             IF PHIS-B-TOTAL < WS-LOW-TOTAL
007130                 ADD 1 TO WS-A-LOW
007140             END-IF
007150         WHEN PHIS-B-TOTAL > PHIS-A-TOTAL
007160             ADD 1 TO WS-B-WINS
007170             IF PHIS-A-TOTAL < WS-LOW-TOTAL
007180                 ADD 1 TO WS-B-LOW
007190             END-IF
007200     END-EVALUATE.
007210 4510-EXIT.
007220     EXIT.

007230******************************************************************
007240*    7000-WRITE-ITEM -- NUMBER THE ITEM THE CALLER BUILT, WRITE IT
007250*                       TO THE REVIEW QUEUE AND LIST IT.  THE
007260*                       CALLER HAS SET THE FIGURES COLUMN.
007270******************************************************************
007280 7000-WRITE-ITEM.
007290     ADD 1 TO WS-ITEM-NO
007300     ADD 1 TO WS-SECTION-ITEMS
007310     MOVE WS-SCREEN-DATE TO REVQ-SCREEN-DATE
007320     MOVE WS-ITEM-NO TO REVQ-ITEM-NO
007330     WRITE REVIEW-QUEUE-RECORD
007340     MOVE WS-ITEM-NO TO WS-RD-ITEM
007350     MOVE REVQ-REASON TO WS-RD-REASON
007360     MOVE REVQ-PLAYER-ID TO WS-RD-PLAYER-ID
007370     MOVE REVQ-OTHER-ID TO WS-RD-OTHER-ID
007380     MOVE REVQ-ENTRY-DATE TO WS-RD-DATE
007390     MOVE REVQ-WORD TO WS-RD-WORD
007400     WRITE SCRN-RPT-LINE FROM WS-RPT-DETAIL.
007410 7000-EXIT.
007420     EXIT.

007430******************************************************************
007440*    7100-START-SECTION -- RULE HEADING
007450******************************************************************
007460 7100-START-SECTION.
007470     MOVE ZERO TO WS-SECTION-ITEMS
007480     MOVE SPACE TO SCRN-RPT-LINE
007490     WRITE SCRN-RPT-LINE
007500     WRITE SCRN-RPT-LINE FROM WS-RPT-SECTION.
007510 7100-EXIT.
007520     EXIT.

007530******************************************************************
007540*    7200-END-SECTION -- THE RULE'S ITEM COUNT
007550******************************************************************
007560 7200-END-SECTION.
007570     MOVE WS-SECTION-ITEMS TO WS-RC-COUNT
007580     WRITE SCRN-RPT-LINE FROM WS-RPT-COUNT.
007590 7200-EXIT.
007600     EXIT.

007610******************************************************************
007620*    8000-TERMINATE -- RUN TOTALS ON THE REPORT AND THE CONSOLE,
007630*                      CLOSE FILES, RETURN CODE
007640******************************************************************
007650 8000-TERMINATE.
007660     MOVE SPACE TO SCRN-RPT-LINE
007670     WRITE SCRN-RPT-LINE
007680     MOVE "SCOREHIS ENTRIES READ" TO WS-RT-TEXT
007690     MOVE WS-ENTRIES-READ TO WS-RT-COUNT
007700     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007710     MOVE "PLAYERS SCORING ON THE SCREENING DATE" TO WS-RT-TEXT
007720     MOVE WS-PLAYERS-SCREENED TO WS-RT-COUNT
007730     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007740     MOVE "  TOO FEW EARLIER DAYS FOR AN AVERAGE" TO WS-RT-TEXT
007750     MOVE WS-PLAYERS-TOO-NEW TO WS-RT-COUNT
007760     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007770     MOVE "HIGH-VALUE ENTRIES ON THE SCREENING DATE" TO WS-RT-TEXT
007780     MOVE WS-HIGH-WORDS TO WS-RT-COUNT
007790     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007800     MOVE "GAMESUM RECORDS READ" TO WS-RT-TEXT
007810     MOVE WS-GSUM-READ TO WS-RT-COUNT
007820     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007830     MOVE "GAMES POSTED TO PAIRING HISTORY" TO WS-RT-TEXT
007840     MOVE WS-GAMES-POSTED TO WS-RT-COUNT
007850     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007860     MOVE "GAMES ALREADY ON PAIRING HISTORY" TO WS-RT-TEXT
007870     MOVE WS-GAMES-ON-FILE TO WS-RT-COUNT
007880     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007890     MOVE "IRREGULAR GAMES LEFT OUT" TO WS-RT-TEXT
007900     MOVE WS-GAMES-IRREGULAR TO WS-RT-COUNT
007910     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007920     MOVE "GAMES NOT TWO-PLAYER LEFT OUT" TO WS-RT-TEXT
007930     MOVE WS-GAMES-NOT-TWO TO WS-RT-COUNT
007940     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007950     MOVE "PAIRS THAT MET ON THE SCREENING DATE" TO WS-RT-TEXT
007960     MOVE WS-PAIR-USED TO WS-RT-COUNT
007970     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
007980     MOVE "ITEMS QUEUED FOR REVIEW" TO WS-RT-TEXT
007990     MOVE WS-ITEM-NO TO WS-RT-COUNT
008000     WRITE SCRN-RPT-LINE FROM WS-RPT-TOTAL
008010     CLOSE SCORE-HIST
008020     CLOSE GAME-SUM
008030     CLOSE PAIR-HIST
008040     CLOSE REVIEW-QUEUE
008050     CLOSE SCRN-RPT
008060     DISPLAY "SCRSCRN SCREEN DATE       : " WS-SCREEN-DATE
008070     DISPLAY "SCRSCRN JUMP ITEMS        : " WS-JUMP-ITEMS
008080     DISPLAY "SCRSCRN WORD ITEMS        : " WS-WORD-ITEMS
008090     DISPLAY "SCRSCRN PAIR ITEMS        : " WS-PAIR-ITEMS
008100     IF WS-ITEM-NO > ZERO
008110         MOVE 4 TO RETURN-CODE
008120     END-IF.
008130 8000-EXIT.
008140     EXIT.
