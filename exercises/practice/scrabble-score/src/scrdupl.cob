000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRDUPL.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  WCO  INITIAL VERSION.  LISTS PLAYERS WHO LOOK TO
000110*                     BE REGISTERED TWICE UNDER DIFFERENT IDS, FOR
000120*                     THE DESK TO CONFIRM AND MERGE WITH SCRMERGE.
000130*                     EVERY PLAYMAST RECORD NOT ALREADY RETIRED BY
000140*                     A MERGE IS TAKEN IN REGISTRATION-DATE ORDER
000150*                     AND ITS NAME REDUCED TO A MATCHING KEY:
000160*                     UPPER CASE, LETTERS ONLY, WORDS SORTED SO
000170*                     'SMITH, JO' AND 'JO SMITH' COME OUT THE
000180*                     SAME.  TWO PLAYERS REGISTERED WITHIN
000190*                     PARM='DAYS=NNN' DAYS OF EACH OTHER (DEFAULT
000200*                     030) ARE A LIKELY PAIR WHEN THE KEYS ARE THE
000210*                     SAME, OR DIFFER BY ONE LETTER (KEYS OF FIVE
000220*                     LETTERS OR MORE) OR TWO (TEN OR MORE) - A
000230*                     TYPO OR A DROPPED INITIAL.  A PAIR WHERE
000240*                     BOTH IDS HAVE SCOREHIS ENTRIES ON THE SAME
000250*                     DAY IS DROPPED: TWO IDS PLAYING SIDE BY SIDE
000260*                     ARE TWO PEOPLE.  EACH PAIR LISTED ON DUPRPT
000270*                     SHOWS BOTH REGISTRATIONS, THEIR ENTRY COUNTS
000280*                     AND FIRST AND LAST DAYS PLAYED, AND SUGGESTS
000290*                     THE ID WITH MORE ENTRIES (THE EARLIER
000300*                     REGISTRATION ON A TIE) AS THE SURVIVOR.
000310*                     NOTHING IS UPDATED.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 REPOSITORY.        FUNCTION ALL INTRINSIC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS PLAYER-ID.
000440     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SCORE-HIST-KEY.
000480     SELECT DUP-RPT ASSIGN TO "DUPRPT"
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PLAYER-MASTER
000540     LABEL RECORDS ARE STANDARD.
000550 COPY SCRPLYR.

000560 FD  SCORE-HIST
000570     LABEL RECORDS ARE STANDARD.
000580 COPY SCRHIST.

000590 FD  DUP-RPT
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  DUP-RPT-LINE               PIC X(132).

000630 SD  SORT-WORK.
000640 01  SORT-RECORD.
000650     05  SORT-REG-INT           PIC 9(07).
000660     05  SORT-PLAYER-ID         PIC X(10).
000670     05  SORT-PLAYER-NAME       PIC X(30).
000680     05  SORT-REG-DATE          PIC X(08).
000690     05  SORT-STATUS            PIC X(01).

000700 WORKING-STORAGE SECTION.
000710 77  WS-PLAY-EOF-SW             PIC X(01) VALUE "N".
000720     88  END-OF-PLAYERS                   VALUE "Y".
000730 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
000740     88  END-OF-SORTED                    VALUE "Y".
000750 77  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
000760     88  END-OF-HIST-SCAN                 VALUE "Y".
000770 77  WS-WINDOW-SW               PIC X(01) VALUE "N".
000780     88  PAST-THE-WINDOW                  VALUE "Y".
000790 77  WS-WINDOW-DAYS             PIC 9(03) VALUE 030.
000800 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.
000810 77  WS-PLAYERS-READ            PIC 9(05) VALUE ZERO.
000820 77  WS-PLAYERS-MERGED          PIC 9(05) VALUE ZERO.
000830 77  WS-PLAYERS-BAD-DATE        PIC 9(05) VALUE ZERO.
000840 77  WS-PAIRS-LISTED            PIC 9(05) VALUE ZERO.
000850 77  WS-PAIRS-OVERLAP           PIC 9(05) VALUE ZERO.
000860 77  WS-PLY-USED                PIC 9(04) COMP VALUE ZERO.
000870 77  WS-A                       PIC 9(04) COMP VALUE ZERO.
000880 77  WS-B                       PIC 9(04) COMP VALUE ZERO.
000890 77  WS-DATES-FOR               PIC 9(04) COMP VALUE ZERO.
000900 77  WS-SHORTER-LEN             PIC 9(02) COMP VALUE ZERO.
000910 77  WS-LEN-GAP                 PIC S9(02) COMP VALUE ZERO.
000920 77  WS-REG-GAP                 PIC 9(07) COMP VALUE ZERO.
000930 77  WS-MATCH-TEXT              PIC X(12) VALUE SPACE.
000940 77  WS-B-START                 PIC 9(04) COMP VALUE ZERO.
000950 77  WS-P                       PIC 9(04) COMP VALUE ZERO.
000960 77  WS-OVERLAP-DAYS            PIC 9(03) COMP VALUE ZERO.
000970 77  WS-SURVIVOR                PIC 9(04) COMP VALUE ZERO.

000980*    REGISTRATION DATE, CHECKED BEFORE IT IS TURNED INTO A DAY
000990*    NUMBER
001000 01  WS-REG-DATE-X              PIC X(08).
001010 01  WS-REG-DATE-PARTS REDEFINES WS-REG-DATE-X.
001020     05  WS-REG-YYYY            PIC 9(04).
001030     05  WS-REG-MM              PIC 9(02).
001040     05  WS-REG-DD              PIC 9(02).
001050 01  WS-REG-DATE-N REDEFINES WS-REG-DATE-X
001060                                PIC 9(08).

001070*    THE PLAYERS, IN REGISTRATION ORDER, WITH THE NAME KEY
001080 01  WS-PLAYER-TABLE.
001090     05  WS-PLY OCCURS 5000 TIMES.
001100         10  WS-PLY-ID          PIC X(10).
001110         10  WS-PLY-NAME        PIC X(30).
001120         10  WS-PLY-REG-DATE    PIC X(08).
001130         10  WS-PLY-REG-INT     PIC 9(07) COMP.
001140         10  WS-PLY-STATUS      PIC X(01).
001150         10  WS-PLY-KEY         PIC X(30).
001160         10  WS-PLY-KEY-LEN     PIC 9(02) COMP.

001170*    NAME-KEY WORK AREA.  APOSTROPHES ARE DROPPED (O'BRIEN IS
001180*    OBRIEN), ANYTHING ELSE NOT A LETTER BECOMES A SPACE, AND THE
001190*    WORDS ARE SORTED AND RUN TOGETHER.
001200 77  WS-UPPER-CASE              PIC X(26)
001210     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001220 77  WS-LOWER-CASE              PIC X(26)
001230     VALUE "abcdefghijklmnopqrstuvwxyz".
001240 77  WS-NAME-WORK               PIC X(30) VALUE SPACE.
001250 77  WS-NAME-CLEAN              PIC X(30) VALUE SPACE.
001260 77  WS-NC                      PIC 9(02) COMP VALUE ZERO.
001270 77  WS-NC-OUT                  PIC 9(02) COMP VALUE ZERO.
001280 77  WS-KEY-PTR                 PIC 9(02) COMP VALUE ZERO.
001290 77  WS-W                       PIC 9(01) COMP VALUE ZERO.
001300 77  WS-SWAP-WORD               PIC X(30) VALUE SPACE.
001310 01  WS-NAME-WORDS.
001320     05  WS-NAME-WORD           PIC X(30) OCCURS 5 TIMES.

001330*    EDIT DISTANCE BETWEEN TWO NAME KEYS, ONE ROW OF THE TABLE
001340*    AT A TIME.  ENTRY K OF A ROW IS THE DISTANCE TO THE FIRST
001350*    K-1 LETTERS OF THE SECOND KEY.
001360 77  WS-KEY-A                   PIC X(30) VALUE SPACE.
001370 77  WS-KEY-B                   PIC X(30) VALUE SPACE.
001380 77  WS-LEN-A                   PIC 9(02) COMP VALUE ZERO.
001390 77  WS-LEN-B                   PIC 9(02) COMP VALUE ZERO.
001400 77  WS-ED-I                    PIC 9(02) COMP VALUE ZERO.
001410 77  WS-ED-J                    PIC 9(02) COMP VALUE ZERO.
001420 77  WS-ED-COST                 PIC 9(02) COMP VALUE ZERO.
001430 77  WS-ED-BEST                 PIC 9(02) COMP VALUE ZERO.
001440 77  WS-ED-DIST                 PIC 9(02) COMP VALUE ZERO.
001450 01  WS-ED-PREV-ROW.
001460     05  WS-ED-PREV             PIC 9(02) COMP OCCURS 31 TIMES.
001470 01  WS-ED-CURR-ROW.
001480     05  WS-ED-CURR             PIC 9(02) COMP OCCURS 31 TIMES.

001490*    SCOREHIS FIGURES FOR THE TWO PLAYERS OF A PAIR.  THE FIRST
001500*    PLAYER'S DAYS PLAYED ARE KEPT WHILE THE WINDOW BELOW THEM
001510*    IS WORKED THROUGH.
001520 77  WS-SCAN-ID                 PIC X(10) VALUE SPACE.
001530 77  WS-SCAN-ENTRIES            PIC 9(05) VALUE ZERO.
001540 77  WS-SCAN-FIRST              PIC X(08) VALUE SPACE.
001550 77  WS-SCAN-LAST               PIC X(08) VALUE SPACE.
001560 77  WS-SCAN-KEEP-SW            PIC X(01) VALUE "N".
001570     88  KEEP-THE-DAYS                    VALUE "Y".
001580 77  WS-A-ENTRIES               PIC 9(05) VALUE ZERO.
001590 77  WS-A-FIRST                 PIC X(08) VALUE SPACE.
001600 77  WS-A-LAST                  PIC X(08) VALUE SPACE.
001610 77  WS-B-ENTRIES               PIC 9(05) VALUE ZERO.
001620 77  WS-B-FIRST                 PIC X(08) VALUE SPACE.
001630 77  WS-B-LAST                  PIC X(08) VALUE SPACE.
001640 77  WS-DAY-USED                PIC 9(03) COMP VALUE ZERO.
001650 01  WS-DAY-TABLE.
001660     05  WS-DAY OCCURS 400 TIMES INDEXED BY DAY-IX.
001670         10  WS-DAY-DATE        PIC X(08).

001680 01  WS-RPT-HDR.
001690     05  FILLER                 PIC X(42)
001700         VALUE "SCRDUPL  LIKELY DUPLICATE REGISTRATIONS".
001710     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001720     05  WS-RH-DATE             PIC X(08).
001730     05  FILLER                 PIC X(21)
001740         VALUE "   REGISTERED WITHIN ".
001750     05  WS-RH-DAYS             PIC ZZ9.
001760     05  FILLER                 PIC X(05) VALUE " DAYS".
001770 01  WS-RPT-COLS.
001780     05  FILLER                 PIC X(20) VALUE "PAIR  MATCH".
001790     05  FILLER                 PIC X(12) VALUE "PLAYER ID".
001800     05  FILLER                 PIC X(32) VALUE "NAME".
001810     05  FILLER                 PIC X(10) VALUE "REG DATE".
001820     05  FILLER                 PIC X(10) VALUE "STATUS".
001830     05  FILLER                 PIC X(08) VALUE "ENTRIES".
001840     05  FILLER                 PIC X(10) VALUE "FIRST".
001850     05  FILLER                 PIC X(10) VALUE "LAST".
001860 01  WS-RPT-DETAIL.
001870     05  WS-RD-PAIR             PIC ZZZ9.
001880     05  FILLER                 PIC X(02) VALUE SPACE.
001890     05  WS-RD-MATCH            PIC X(12).
001900     05  FILLER                 PIC X(02) VALUE SPACE.
001910     05  WS-RD-ID               PIC X(10).
001920     05  FILLER                 PIC X(02) VALUE SPACE.
001930     05  WS-RD-NAME             PIC X(30).
001940     05  FILLER                 PIC X(02) VALUE SPACE.
001950     05  WS-RD-REG-DATE         PIC X(08).
001960     05  FILLER                 PIC X(02) VALUE SPACE.
001970     05  WS-RD-STATUS           PIC X(08).
001980     05  FILLER                 PIC X(02) VALUE SPACE.
001990     05  WS-RD-ENTRIES          PIC ZZZZ9.
002000     05  FILLER                 PIC X(03) VALUE SPACE.
002010     05  WS-RD-FIRST            PIC X(08).
002020     05  FILLER                 PIC X(02) VALUE SPACE.
002030     05  WS-RD-LAST             PIC X(08).
002040     05  FILLER                 PIC X(02) VALUE SPACE.
002050     05  WS-RD-NOTE             PIC X(18).
002060 01  WS-RPT-GAP.
002070     05  WS-RG-DAYS             PIC ZZ9.
002080     05  FILLER                 PIC X(09) VALUE " DAYS".
002090 01  WS-RPT-TOTAL.
002100     05  WS-RT-TEXT             PIC X(50).
002110     05  WS-RT-COUNT            PIC ZZZZ9.

002120 LINKAGE SECTION.
002130 01  PARM-AREA.
002140     05  PARM-LEN               PIC S9(4) COMP.
002150     05  PARM-TEXT              PIC X(08).

002160 PROCEDURE DIVISION USING PARM-AREA.
002170******************************************************************
002180*    0000-MAINLINE
002190******************************************************************
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002220     SORT SORT-WORK
002230         ASCENDING KEY SORT-REG-INT SORT-PLAYER-ID
002240         INPUT PROCEDURE IS 2000-RELEASE-PLAYERS
002250         OUTPUT PROCEDURE IS 3000-LOAD-PLAYERS
002260     PERFORM 4000-COMPARE-FROM THRU 4000-EXIT
002270         VARYING WS-A FROM 1 BY 1
002280         UNTIL WS-A >= WS-PLY-USED
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT
002300     STOP RUN.

002310******************************************************************
002320*    1000-INITIALIZE -- PARM, OPEN FILES, REPORT HEADINGS
002330******************************************************************
002340 1000-INITIALIZE.
002350     IF PARM-LEN > ZERO
002360         IF PARM-TEXT(1:5) EQUAL TO "DAYS="
002370             AND PARM-TEXT(6:3) IS NUMERIC
002380             MOVE PARM-TEXT(6:3) TO WS-WINDOW-DAYS
002390         ELSE
002400             DISPLAY "SCRDUPL PARM NOT RECOGNIZED: " PARM-TEXT
002410             MOVE 8 TO RETURN-CODE
002420             STOP RUN
002430         END-IF
002440     END-IF
002450     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
002460     OPEN INPUT PLAYER-MASTER
002470     OPEN INPUT SCORE-HIST
002480     OPEN OUTPUT DUP-RPT
002490     MOVE WS-RUN-DATE TO WS-RH-DATE
002500     MOVE WS-WINDOW-DAYS TO WS-RH-DAYS
002510     WRITE DUP-RPT-LINE FROM WS-RPT-HDR
002520     MOVE SPACE TO DUP-RPT-LINE
002530     WRITE DUP-RPT-LINE
002540     WRITE DUP-RPT-LINE FROM WS-RPT-COLS
002550     MOVE SPACE TO DUP-RPT-LINE
002560     WRITE DUP-RPT-LINE.
002570 1000-EXIT.
002580     EXIT.

002590******************************************************************
002600*    2000-RELEASE-PLAYERS -- INPUT PROCEDURE.  EVERY PLAYMAST
002610*                            RECORD TO THE SORT BY REGISTRATION
002620*                            DAY, LEAVING OUT IDS ALREADY RETIRED
002630*                            BY A MERGE AND ANY WHOSE REGISTRATION
002640*                            DATE IS NOT A DATE.
002650******************************************************************
002660 2000-RELEASE-PLAYERS.
002670     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
002680         UNTIL END-OF-PLAYERS.
002690 2000-EXIT.
002700     EXIT.

002710******************************************************************
002720*    2100-RELEASE-ONE -- NEXT PLAYMAST RECORD TO THE SORT
002730******************************************************************
002740 2100-RELEASE-ONE.
002750     READ PLAYER-MASTER NEXT RECORD
002760         AT END
002770             SET END-OF-PLAYERS TO TRUE
002780             GO TO 2100-EXIT
002790     END-READ
002800     ADD 1 TO WS-PLAYERS-READ
002810     IF PLAYER-MERGED-INTO NOT EQUAL TO SPACE
002820         ADD 1 TO WS-PLAYERS-MERGED
002830         GO TO 2100-EXIT
002840     END-IF
002850     MOVE PLAYER-REG-DATE TO WS-REG-DATE-X
002860     IF WS-REG-DATE-X NOT NUMERIC
002870         OR WS-REG-YYYY < 1601
002880         OR WS-REG-MM < 1 OR WS-REG-MM > 12
002890         OR WS-REG-DD < 1 OR WS-REG-DD > 31
002900         ADD 1 TO WS-PLAYERS-BAD-DATE
002910         DISPLAY "SCRDUPL REGISTRATION DATE NOT USABLE: "
002920             PLAYER-ID " " PLAYER-REG-DATE
002930         GO TO 2100-EXIT
002940     END-IF
002950     MOVE FUNCTION INTEGER-OF-DATE(WS-REG-DATE-N)
002960         TO SORT-REG-INT
002970     MOVE PLAYER-ID TO SORT-PLAYER-ID
002980     MOVE PLAYER-NAME TO SORT-PLAYER-NAME
002990     MOVE PLAYER-REG-DATE TO SORT-REG-DATE
003000     MOVE PLAYER-STATUS TO SORT-STATUS
003010     RELEASE SORT-RECORD.
003020 2100-EXIT.
003030     EXIT.

003040******************************************************************
003050*    3000-LOAD-PLAYERS -- OUTPUT PROCEDURE.  THE PLAYERS INTO THE
003060*                         TABLE IN REGISTRATION ORDER, EACH WITH
003070*                         ITS NAME KEY.
003080******************************************************************
003090 3000-LOAD-PLAYERS.
003100     PERFORM 3100-LOAD-ONE THRU 3100-EXIT
003110         UNTIL END-OF-SORTED.
003120 3000-EXIT.
003130     EXIT.

003140******************************************************************
003150*    3100-LOAD-ONE -- ONE SORTED PLAYER INTO THE TABLE
003160******************************************************************
003170 3100-LOAD-ONE.
003180     RETURN SORT-WORK
003190         AT END
003200             SET END-OF-SORTED TO TRUE
003210             GO TO 3100-EXIT
003220     END-RETURN
003230     IF WS-PLY-USED EQUAL TO 5000
003240         DISPLAY "SCRDUPL OVER 5000 PLAYERS - TABLE FULL"
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280     ADD 1 TO WS-PLY-USED
003290     MOVE SORT-PLAYER-ID TO WS-PLY-ID(WS-PLY-USED)
003300     MOVE SORT-PLAYER-NAME TO WS-PLY-NAME(WS-PLY-USED)
003310     MOVE SORT-REG-DATE TO WS-PLY-REG-DATE(WS-PLY-USED)
003320     MOVE SORT-REG-INT TO WS-PLY-REG-INT(WS-PLY-USED)
003330     MOVE SORT-STATUS TO WS-PLY-STATUS(WS-PLY-USED)
003340     PERFORM 3200-BUILD-NAME-KEY THRU 3200-EXIT.
003350 3100-EXIT.
003360     EXIT.

003370******************************************************************
003380*    3200-BUILD-NAME-KEY -- UPPER CASE, LETTERS ONLY, UP TO FIVE
003390*                           WORDS IN ALPHABETICAL ORDER RUN
003400*                           TOGETHER.  WORDS PAST THE FIFTH ARE
003410*                           DROPPED.
003420******************************************************************
003430 3200-BUILD-NAME-KEY.
003440     MOVE SORT-PLAYER-NAME TO WS-NAME-WORK
003450     INSPECT WS-NAME-WORK
003460         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003470     MOVE SPACE TO WS-NAME-CLEAN
003480     MOVE ZERO TO WS-NC-OUT
003490     PERFORM 3205-CLEAN-ONE-CHAR THRU 3205-EXIT
003500         VARYING WS-NC FROM 1 BY 1
003510         UNTIL WS-NC > 30
003520     MOVE SPACE TO WS-NAME-WORDS
003530     UNSTRING WS-NAME-CLEAN DELIMITED BY ALL SPACE
003540         INTO WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
003550              WS-NAME-WORD(4) WS-NAME-WORD(5)
003560     END-UNSTRING
003570     PERFORM 3210-SORT-PASS THRU 3210-EXIT 4 TIMES
003580     MOVE SPACE TO WS-PLY-KEY(WS-PLY-USED)
003590     MOVE 1 TO WS-KEY-PTR
003600     STRING WS-NAME-WORD(1) DELIMITED BY SPACE
003610            WS-NAME-WORD(2) DELIMITED BY SPACE
003620            WS-NAME-WORD(3) DELIMITED BY SPACE
003630            WS-NAME-WORD(4) DELIMITED BY SPACE
003640            WS-NAME-WORD(5) DELIMITED BY SPACE
003650         INTO WS-PLY-KEY(WS-PLY-USED)
003660         WITH POINTER WS-KEY-PTR
003670     END-STRING
003680     COMPUTE WS-PLY-KEY-LEN(WS-PLY-USED) = WS-KEY-PTR - 1.
003690 3200-EXIT.
003700     EXIT.

003710******************************************************************
003720*    3205-CLEAN-ONE-CHAR -- A LETTER IS KEPT, AN APOSTROPHE
003730*                           DROPPED, ANYTHING ELSE SPACED
003740******************************************************************
003750 3205-CLEAN-ONE-CHAR.
003760     IF WS-NAME-WORK(WS-NC:1) EQUAL TO "'"
003770         GO TO 3205-EXIT
003780     END-IF
003790     ADD 1 TO WS-NC-OUT
003800     IF WS-NAME-WORK(WS-NC:1) IS ALPHABETIC-UPPER
003810         MOVE WS-NAME-WORK(WS-NC:1) TO WS-NAME-CLEAN(WS-NC-OUT:1)
003820     END-IF.
003830 3205-EXIT.
003840     EXIT.

003850******************************************************************
003860*    3210-SORT-PASS -- ONE BUBBLE PASS OVER THE FIVE WORDS
003870******************************************************************
003880 3210-SORT-PASS.
003890     PERFORM 3220-ORDER-TWO THRU 3220-EXIT
003900         VARYING WS-W FROM 1 BY 1
003910         UNTIL WS-W > 4.
003920 3210-EXIT.
003930     EXIT.

003940******************************************************************
003950*    3220-ORDER-TWO -- SWAP TWO NEIGHBOURING WORDS OUT OF ORDER
003960******************************************************************
003970 3220-ORDER-TWO.
003980     IF WS-NAME-WORD(WS-W) > WS-NAME-WORD(WS-W + 1)
003990         MOVE WS-NAME-WORD(WS-W) TO WS-SWAP-WORD
004000         MOVE WS-NAME-WORD(WS-W + 1) TO WS-NAME-WORD(WS-W)
004010         MOVE WS-SWAP-WORD TO WS-NAME-WORD(WS-W + 1)
004020     END-IF.
004030 3220-EXIT.
004040     EXIT.

004050******************************************************************
004060*    4000-COMPARE-FROM -- ONE PLAYER AGAINST EVERY LATER
004070*                         REGISTRATION INSIDE THE WINDOW
004080******************************************************************
004090 4000-COMPARE-FROM.
004100     IF WS-PLY-KEY-LEN(WS-A) EQUAL TO ZERO
004110         GO TO 4000-EXIT
004120     END-IF
004130     MOVE "N" TO WS-WINDOW-SW
004140     COMPUTE WS-B-START = WS-A + 1
004150     PERFORM 4100-COMPARE-PAIR THRU 4100-EXIT
004160         VARYING WS-B FROM WS-B-START BY 1
004170         UNTIL WS-B > WS-PLY-USED
004180             OR PAST-THE-WINDOW.
004190 4000-EXIT.
004200     EXIT.

004210******************************************************************
004220*    4100-COMPARE-PAIR -- THE FIRST PLAYER AGAINST ONE LATER
004230*                         REGISTRATION.  THE FIRST ONE PAST THE
004240*                         WINDOW ENDS THE LOOP.
004250******************************************************************
004260 4100-COMPARE-PAIR.
004270     COMPUTE WS-REG-GAP = WS-PLY-REG-INT(WS-B)
004280                        - WS-PLY-REG-INT(WS-A)
004290     IF WS-REG-GAP > WS-WINDOW-DAYS
004300         SET PAST-THE-WINDOW TO TRUE
004310         GO TO 4100-EXIT
004320     END-IF
004330     IF WS-PLY-KEY-LEN(WS-B) EQUAL TO ZERO
004340         GO TO 4100-EXIT
004350     END-IF
004360     COMPUTE WS-LEN-GAP = WS-PLY-KEY-LEN(WS-A)
004370                        - WS-PLY-KEY-LEN(WS-B)
004380     IF WS-LEN-GAP > 2 OR WS-LEN-GAP < -2
004390         GO TO 4100-EXIT
004400     END-IF
004410     PERFORM 4200-NAME-MATCH THRU 4200-EXIT
004420     IF WS-MATCH-TEXT EQUAL TO SPACE
004430         GO TO 4100-EXIT
004440     END-IF
004450     PERFORM 5000-CHECK-PLAY THRU 5000-EXIT
004460     IF WS-OVERLAP-DAYS > ZERO
004470         ADD 1 TO WS-PAIRS-OVERLAP
004480         GO TO 4100-EXIT
004490     END-IF
004500     PERFORM 6000-LIST-PAIR THRU 6000-EXIT.
004510 4100-EXIT.
004520     EXIT.

004530******************************************************************
004540*    4200-NAME-MATCH -- SAME KEY, OR AN EDIT DISTANCE OF ONE
004550*                       (SHORTER KEY FIVE LETTERS OR MORE) OR TWO
004560*                       (TEN OR MORE).  SPACES WHEN NOT A MATCH.
004570******************************************************************
004580 4200-NAME-MATCH.
004590     MOVE SPACE TO WS-MATCH-TEXT
004600     MOVE WS-PLY-KEY(WS-A) TO WS-KEY-A
004610     MOVE WS-PLY-KEY-LEN(WS-A) TO WS-LEN-A
004620     MOVE WS-PLY-KEY(WS-B) TO WS-KEY-B
004630     MOVE WS-PLY-KEY-LEN(WS-B) TO WS-LEN-B
004640     IF WS-KEY-A EQUAL TO WS-KEY-B
004650         MOVE "SAME NAME" TO WS-MATCH-TEXT
004660         GO TO 4200-EXIT
004670     END-IF
004680     IF WS-LEN-A < WS-LEN-B
004690         MOVE WS-LEN-A TO WS-SHORTER-LEN
004700     ELSE
004710         MOVE WS-LEN-B TO WS-SHORTER-LEN
004720     END-IF
004730     IF WS-SHORTER-LEN < 5
004740         GO TO 4200-EXIT
004750     END-IF
004760     PERFORM 4300-EDIT-DISTANCE THRU 4300-EXIT
004770     IF WS-ED-DIST EQUAL TO 1
004780         OR (WS-ED-DIST EQUAL TO 2 AND WS-SHORTER-LEN >= 10)
004790         MOVE "SIMILAR NAME" TO WS-MATCH-TEXT
004800     END-IF.
004810 4200-EXIT.
004820     EXIT.

004830******************************************************************
004840*    4300-EDIT-DISTANCE -- LETTERS TO INSERT, DROP OR CHANGE TO
004850*                          TURN ONE KEY INTO THE OTHER, WORKED A
004860*                          ROW AT A TIME
004870******************************************************************
004880 4300-EDIT-DISTANCE.
004890     PERFORM 4310-FIRST-ROW THRU 4310-EXIT
004900         VARYING WS-ED-J FROM 1 BY 1
004910         UNTIL WS-ED-J > WS-LEN-B + 1
004920     PERFORM 4320-NEXT-ROW THRU 4320-EXIT
004930         VARYING WS-ED-I FROM 1 BY 1
004940         UNTIL WS-ED-I > WS-LEN-A
004950     MOVE WS-ED-PREV(WS-LEN-B + 1) TO WS-ED-DIST.
004960 4300-EXIT.
004970     EXIT.

004980******************************************************************
004990*    4310-FIRST-ROW -- DISTANCE FROM NOTHING TO EACH PREFIX
005000******************************************************************
005010 4310-FIRST-ROW.
005020     COMPUTE WS-ED-PREV(WS-ED-J) = WS-ED-J - 1.
005030 4310-EXIT.
005040     EXIT.

005050******************************************************************
005060*    4320-NEXT-ROW -- ONE MORE LETTER OF THE FIRST KEY
005070******************************************************************
005080 4320-NEXT-ROW.
005090     MOVE WS-ED-I TO WS-ED-CURR(1)
005100     PERFORM 4330-ONE-CELL THRU 4330-EXIT
005110         VARYING WS-ED-J FROM 1 BY 1
005120         UNTIL WS-ED-J > WS-LEN-B
005130     MOVE WS-ED-CURR-ROW TO WS-ED-PREV-ROW.
005140 4320-EXIT.
005150     EXIT.

005160******************************************************************
005170*    4330-ONE-CELL -- CHEAPEST OF DROP, INSERT AND CHANGE (FREE
005180*                     WHEN THE LETTERS AGREE)
005190******************************************************************
005200 4330-ONE-CELL.
005210     IF WS-KEY-A(WS-ED-I:1) EQUAL TO WS-KEY-B(WS-ED-J:1)
005220         MOVE ZERO TO WS-ED-COST
005230     ELSE
005240         MOVE 1 TO WS-ED-COST
005250     END-IF
005260     COMPUTE WS-ED-BEST = WS-ED-PREV(WS-ED-J) + WS-ED-COST
005270     IF WS-ED-PREV(WS-ED-J + 1) + 1 < WS-ED-BEST
005280         COMPUTE WS-ED-BEST = WS-ED-PREV(WS-ED-J + 1) + 1
005290     END-IF
005300     IF WS-ED-CURR(WS-ED-J) + 1 < WS-ED-BEST
005310         COMPUTE WS-ED-BEST = WS-ED-CURR(WS-ED-J) + 1
005320     END-IF
005330     MOVE WS-ED-BEST TO WS-ED-CURR(WS-ED-J + 1).
005340 4330-EXIT.
005350     EXIT.

005360******************************************************************
005370*    5000-CHECK-PLAY -- SCOREHIS FOR BOTH PLAYERS: ENTRY COUNTS,
005380*                       FIRST AND LAST DAYS PLAYED, AND THE DAYS
005390*                       BOTH PLAYED.  THE FIRST PLAYER'S DAYS ARE
005400*                       READ ONCE FOR ALL THE PAIRS THEY ARE IN.
005410******************************************************************
005420 5000-CHECK-PLAY.
005430     MOVE ZERO TO WS-OVERLAP-DAYS
005440     IF WS-DATES-FOR NOT EQUAL TO WS-A
005450         MOVE ZERO TO WS-DAY-USED
005460         MOVE SPACE TO WS-DAY-TABLE
005470         MOVE WS-PLY-ID(WS-A) TO WS-SCAN-ID
005480         MOVE "Y" TO WS-SCAN-KEEP-SW
005490         PERFORM 5100-SCAN-PLAYER THRU 5100-EXIT
005500         MOVE WS-SCAN-ENTRIES TO WS-A-ENTRIES
005510         MOVE WS-SCAN-FIRST TO WS-A-FIRST
005520         MOVE WS-SCAN-LAST TO WS-A-LAST
005530         MOVE WS-A TO WS-DATES-FOR
005540     END-IF
005550     MOVE WS-PLY-ID(WS-B) TO WS-SCAN-ID
005560     MOVE "N" TO WS-SCAN-KEEP-SW
005570     PERFORM 5100-SCAN-PLAYER THRU 5100-EXIT
005580     MOVE WS-SCAN-ENTRIES TO WS-B-ENTRIES
005590     MOVE WS-SCAN-FIRST TO WS-B-FIRST
005600     MOVE WS-SCAN-LAST TO WS-B-LAST.
005610 5000-EXIT.
005620     EXIT.

005630******************************************************************
005640*    5100-SCAN-PLAYER -- ALL ONE PLAYER'S SCOREHIS ENTRIES, IN
005650*                        DATE ORDER
005660******************************************************************
005670 5100-SCAN-PLAYER.
005680     MOVE ZERO TO WS-SCAN-ENTRIES
005690     MOVE SPACE TO WS-SCAN-FIRST
005700     MOVE SPACE TO WS-SCAN-LAST
005710     MOVE "N" TO WS-SCAN-EOF-SW
005720     MOVE WS-SCAN-ID TO SHIS-PLAYER-ID
005730     MOVE LOW-VALUES TO SHIS-DATE
005740     MOVE ZERO TO SHIS-SEQ
005750     START SCORE-HIST KEY IS NOT LESS THAN SCORE-HIST-KEY
005760         INVALID KEY
005770             SET END-OF-HIST-SCAN TO TRUE
005780     END-START
005790     PERFORM 5200-SCAN-ONE THRU 5200-EXIT
005800         UNTIL END-OF-HIST-SCAN.
005810 5100-EXIT.
005820     EXIT.

005830******************************************************************
005840*    5200-SCAN-ONE -- ONE ENTRY.  THE FIRST PLAYER'S NEW DAYS ARE
005850*                     KEPT; THE SECOND PLAYER'S NEW DAYS ARE
005860*                     LOOKED FOR AMONG THEM.
005870******************************************************************
005880 5200-SCAN-ONE.
005890     READ SCORE-HIST NEXT RECORD
005900         AT END
005910             SET END-OF-HIST-SCAN TO TRUE
005920             GO TO 5200-EXIT
005930     END-READ
005940     IF SHIS-PLAYER-ID NOT EQUAL TO WS-SCAN-ID
005950         SET END-OF-HIST-SCAN TO TRUE
005960         GO TO 5200-EXIT
005970     END-IF
005980     ADD 1 TO WS-SCAN-ENTRIES
005990     IF WS-SCAN-FIRST EQUAL TO SPACE
006000         MOVE SHIS-DATE TO WS-SCAN-FIRST
006010     END-IF
006020     IF SHIS-DATE EQUAL TO WS-SCAN-LAST
006030         GO TO 5200-EXIT
006040     END-IF
006050     MOVE SHIS-DATE TO WS-SCAN-LAST
006060     IF KEEP-THE-DAYS
006070         IF WS-DAY-USED < 400
006080             ADD 1 TO WS-DAY-USED
006090             MOVE SHIS-DATE TO WS-DAY-DATE(WS-DAY-USED)
006100         END-IF
006110         GO TO 5200-EXIT
006120     END-IF
006130     SET DAY-IX TO 1
006140     SEARCH WS-DAY
006150         WHEN WS-DAY-DATE(DAY-IX) EQUAL TO SHIS-DATE
006160             ADD 1 TO WS-OVERLAP-DAYS
006170     END-SEARCH.
006180 5200-EXIT.
006190     EXIT.

006200******************************************************************
006210*    6000-LIST-PAIR -- THE PAIR ON DUPRPT, ONE LINE A PLAYER, THE
006220*                      SUGGESTED SURVIVOR MARKED.  THE SECOND
006230*                      LINE'S MATCH COLUMN GIVES THE DAYS BETWEEN
006240*                      THE TWO REGISTRATIONS.
006250******************************************************************
006260 6000-LIST-PAIR.
006270     ADD 1 TO WS-PAIRS-LISTED
006280     IF WS-B-ENTRIES > WS-A-ENTRIES
006290         MOVE WS-B TO WS-SURVIVOR
006300     ELSE
006310         MOVE WS-A TO WS-SURVIVOR
006320     END-IF
006330     MOVE SPACE TO WS-RPT-DETAIL
006340     MOVE WS-PAIRS-LISTED TO WS-RD-PAIR
006350     MOVE WS-MATCH-TEXT TO WS-RD-MATCH
006360     MOVE WS-A-ENTRIES TO WS-RD-ENTRIES
006370     MOVE WS-A-FIRST TO WS-RD-FIRST
006380     MOVE WS-A-LAST TO WS-RD-LAST
006390     MOVE WS-A TO WS-P
006400     PERFORM 6100-PLAYER-COLUMNS THRU 6100-EXIT
006410     WRITE DUP-RPT-LINE FROM WS-RPT-DETAIL
006420     MOVE SPACE TO WS-RPT-DETAIL
006430     MOVE WS-REG-GAP TO WS-RG-DAYS
006440     MOVE WS-RPT-GAP TO WS-RD-MATCH
006450     MOVE WS-B-ENTRIES TO WS-RD-ENTRIES
006460     MOVE WS-B-FIRST TO WS-RD-FIRST
006470     MOVE WS-B-LAST TO WS-RD-LAST
006480     MOVE WS-B TO WS-P
006490     PERFORM 6100-PLAYER-COLUMNS THRU 6100-EXIT
006500     WRITE DUP-RPT-LINE FROM WS-RPT-DETAIL
006510     MOVE SPACE TO DUP-RPT-LINE
006520     WRITE DUP-RPT-LINE.
006530 6000-EXIT.
006540     EXIT.

006550******************************************************************
006560*    6100-PLAYER-COLUMNS -- REGISTRATION COLUMNS FOR ONE PLAYER
006570******************************************************************
006580 6100-PLAYER-COLUMNS.
006590     MOVE WS-PLY-ID(WS-P) TO WS-RD-ID
006600     MOVE WS-PLY-NAME(WS-P) TO WS-RD-NAME
006610     MOVE WS-PLY-REG-DATE(WS-P) TO WS-RD-REG-DATE
006620     EVALUATE WS-PLY-STATUS(WS-P)
006630         WHEN "A"
006640             MOVE "ACTIVE" TO WS-RD-STATUS
006650         WHEN "I"
006660             MOVE "INACTIVE" TO WS-RD-STATUS
006670         WHEN OTHER
006680             MOVE WS-PLY-STATUS(WS-P) TO WS-RD-STATUS
006690     END-EVALUATE
006700     IF WS-P EQUAL TO WS-SURVIVOR
006710         MOVE "SUGGESTED SURVIVOR" TO WS-RD-NOTE
006720     END-IF.
006730 6100-EXIT.
006740     EXIT.

006750******************************************************************
006760*    8000-TERMINATE -- RUN TOTALS ON THE REPORT AND THE CONSOLE,
006770*                      CLOSE FILES
006780******************************************************************
006790 8000-TERMINATE.
006800     IF WS-PAIRS-LISTED EQUAL TO ZERO
006810         MOVE "NO LIKELY DUPLICATES FOUND" TO DUP-RPT-LINE
006820         WRITE DUP-RPT-LINE
006830         MOVE SPACE TO DUP-RPT-LINE
006840         WRITE DUP-RPT-LINE
006850     END-IF
006860     MOVE "PLAYMAST RECORDS READ" TO WS-RT-TEXT
006870     MOVE WS-PLAYERS-READ TO WS-RT-COUNT
006880     WRITE DUP-RPT-LINE FROM WS-RPT-TOTAL
006890     MOVE "ALREADY RETIRED BY A MERGE - NOT COMPARED"
006900         TO WS-RT-TEXT
006910     MOVE WS-PLAYERS-MERGED TO WS-RT-COUNT
006920     WRITE DUP-RPT-LINE FROM WS-RPT-TOTAL
006930     MOVE "REGISTRATION DATE NOT USABLE - NOT COMPARED"
006940         TO WS-RT-TEXT
006950     MOVE WS-PLAYERS-BAD-DATE TO WS-RT-COUNT
006960     WRITE DUP-RPT-LINE FROM WS-RPT-TOTAL
006970     MOVE "NAME MATCHES DROPPED - BOTH IDS PLAYED SAME DAY"
006980         TO WS-RT-TEXT
006990     MOVE WS-PAIRS-OVERLAP TO WS-RT-COUNT
007000     WRITE DUP-RPT-LINE FROM WS-RPT-TOTAL
007010     MOVE "LIKELY DUPLICATE PAIRS LISTED" TO WS-RT-TEXT
007020     MOVE WS-PAIRS-LISTED TO WS-RT-COUNT
007030     WRITE DUP-RPT-LINE FROM WS-RPT-TOTAL
007040     CLOSE PLAYER-MASTER
007050     CLOSE SCORE-HIST
007060     CLOSE DUP-RPT
007070     DISPLAY "SCRDUPL PLAYERS READ      : " WS-PLAYERS-READ
007080     DISPLAY "SCRDUPL PAIRS LISTED      : " WS-PAIRS-LISTED
007090     DISPLAY "SCRDUPL DROPPED (OVERLAP) : " WS-PAIRS-OVERLAP.
007100 8000-EXIT.
007110     EXIT.
