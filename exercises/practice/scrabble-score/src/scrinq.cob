000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRINQ.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-14  WCO  INITIAL VERSION.  READ-ONLY PLAYER INQUIRY
000110*                     FOR THE CONTEST DESK, RUN FROM THE DESK
000120*                     TERMINAL WITH PLAYMAST, SEASONMS, RATEMAST
000130*                     AND SCOREHIS ALLOCATED.  THE CLERK KEYS A
000140*                     PLAYER ID, OR PART OF THE REGISTERED NAME;
000150*                     A KEY THAT IS NOT AN ID ON PLAYMAST IS
000160*                     SEARCHED FOR IN EVERY PLAYER NAME AND MORE
000170*                     THAN ONE HIT GIVES A PICK LIST OF THE FIRST
000180*                     TEN.  PAGE 1 SHOWS THE REGISTRATION AND
000190*                     STATUS, THE SEASON POINTS, ENTRIES, BEST
000200*                     SCORE WITH ITS WORD (FOUND ON SCOREHIS BY
000210*                     THE BEST DATE AND SCORE) AND THE RANK FROM
000220*                     THE LAST STANDINGS RUN (SEAS-PRIOR-RANK),
000230*                     AND THE RATEMAST RATING AND WIN/LOSS/DRAW
000240*                     RECORD.  PAGE 2 LISTS THE PLAYER'S MOST
000250*                     RECENT SCOREHIS ENTRIES, NEWEST FIRST,
000260*                     WITH ENTRIES REVERSED BY A CHALLENGE
000270*                     FLAGGED 'REVERSED' AS ON SCRSTMT.  EVERY
000280*                     FILE IS OPENED INPUT - CHANGES STILL GO
000290*                     THROUGH SCRPLYLD AND SCRADJ.
000291*    2026-10-15  WCO  AN ID RETIRED BY A MERGE (SEE SCRMERGE)
000292*                     NOW SHOWS 'MERGED INTO' AND THE SURVIVING
000293*                     ID BESIDE ITS STATUS ON PAGE 1, SO THE
000294*                     CLERK KNOWS WHICH ID TO LOOK UP INSTEAD.
000295*    2026-10-15  WCO  NAME SEARCH IGNORES CASE.  NAMES ARE KEPT
000296*                     ON PLAYMAST AS KEYED, SO EACH NAME IS
000297*                     UPPER-CASED INTO A WORK FIELD BEFORE THE
000298*                     (UPPER-CASED) KEY IS LOOKED FOR IN IT.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 REPOSITORY.        FUNCTION ALL INTRINSIC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PLAYER-ID.
000420     SELECT SEASON-MASTER ASSIGN TO "SEASONMS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SEAS-PLAYER-ID.
000460     SELECT RATING-MASTER ASSIGN TO "RATEMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS RATE-PLAYER-ID.
000500     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SCORE-HIST-KEY.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PLAYER-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580 COPY SCRPLYR.

000590 FD  SEASON-MASTER
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SCRSEAS.

000620 FD  RATING-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SCRRATM.

000650 FD  SCORE-HIST
000660     LABEL RECORDS ARE STANDARD.
000670 COPY SCRHIST.

000680 WORKING-STORAGE SECTION.
000690 77  WS-INQ-END-SW              PIC X(01) VALUE "N".
000700     88  INQUIRY-ENDED                    VALUE "Y".
000710 77  WS-PLAYER-DONE-SW          PIC X(01) VALUE "N".
000720     88  PLAYER-DONE                      VALUE "Y".
000730 77  WS-FOUND-SW                PIC X(01) VALUE "N".
000740     88  PLAYER-FOUND                     VALUE "Y".
000750 77  WS-PLAYMAST-EOF-SW         PIC X(01) VALUE "N".
000760     88  END-OF-PLAYMAST                  VALUE "Y".
000770 77  WS-HISTORY-EOF-SW          PIC X(01) VALUE "N".
000780     88  END-OF-HISTORY                   VALUE "Y".
000790 77  WS-PICK-DONE-SW            PIC X(01) VALUE "N".
000800     88  PICK-DONE                        VALUE "Y".
000810 77  WS-PAGE-SW                 PIC X(01) VALUE "1".
000820     88  ON-PLAYER-PAGE                   VALUE "1".
000830     88  ON-HISTORY-PAGE                  VALUE "2".
000840 77  WS-BEST-FOUND-SW           PIC X(01) VALUE "N".
000850     88  BEST-WORD-FOUND                  VALUE "Y".
000860 77  WS-KEY-LEN                 PIC 9(04) COMP VALUE ZERO.
000870 77  WS-KEY-TRAIL               PIC 9(04) COMP VALUE ZERO.
000880 77  WS-NAME-HITS               PIC 9(04) COMP VALUE ZERO.
000890 77  WS-TALLY                   PIC 9(04) COMP VALUE ZERO.
000900 77  WS-PICK-IX                 PIC 9(04) COMP VALUE ZERO.
000910 77  WS-RECENT-IX               PIC 9(04) COMP VALUE ZERO.
000920 77  WS-RECENT-NEXT             PIC 9(04) COMP VALUE ZERO.
000930 77  WS-RECENT-COUNT            PIC 9(04) COMP VALUE ZERO.
000940 77  WS-DISP-IX                 PIC 9(04) COMP VALUE ZERO.
000950 77  WS-HIST-ENTRIES            PIC 9(05) VALUE ZERO.
000960 77  WS-HIST-REVERSED           PIC 9(05) VALUE ZERO.
000970 77  WS-INQUIRIES               PIC 9(05) VALUE ZERO.
000980 77  WS-LOWER-CASE              PIC X(26)
000990     VALUE "abcdefghijklmnopqrstuvwxyz".
001000 77  WS-UPPER-CASE              PIC X(26)
001010     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001011 77  WS-NAME-UPPER              PIC X(30) VALUE SPACE.

001020*    WHAT THE CLERK KEYS
001030 01  WS-INQ-KEY                 PIC X(30) VALUE SPACE.
001040 01  WS-INQ-ACTION              PIC X(01) VALUE SPACE.
001050     88  ACTION-HISTORY                   VALUE "H".
001060     88  ACTION-PLAYER                    VALUE "P".
001070     88  ACTION-NEW                       VALUE "N".
001080     88  ACTION-EXIT                      VALUE "X".
001090 01  WS-PICK-CHOICE             PIC 9(02) VALUE ZERO.
001100 01  WS-INQ-MSG                 PIC X(79) VALUE SPACE.

001110*    PICK LIST FOR A NAME SEARCH WITH MORE THAN ONE HIT
001120 01  WS-PICK-SHOWN              PIC 9(02) VALUE ZERO.
001130 01  WS-PICK-TABLE.
001140     05  WS-PICK-ENTRY OCCURS 10 TIMES.
001150         10  WS-PICK-ID         PIC X(10).
001160         10  WS-PICK-NAME       PIC X(30).
001170         10  WS-PICK-STATUS     PIC X(11).
001180 01  WS-PICK-LINES.
001190     05  WS-PICK-LINE OCCURS 10 TIMES PIC X(60).
001200 01  WS-PICK-LINE-BUILD.
001210     05  WS-PLB-NO              PIC Z9.
001220     05  FILLER                 PIC X(02) VALUE SPACE.
001230     05  WS-PLB-ID              PIC X(10).
001240     05  FILLER                 PIC X(02) VALUE SPACE.
001250     05  WS-PLB-NAME            PIC X(30).
001260     05  FILLER                 PIC X(02) VALUE SPACE.
001270     05  WS-PLB-STATUS          PIC X(11).
001280 01  WS-PICK-HITS-LINE.
001290     05  WS-PHL-HITS            PIC ZZZ9.
001300     05  FILLER                 PIC X(44)
001310         VALUE " PLAYERS MATCH - FIRST 10 SHOWN, KEY MORE OF".
001320     05  FILLER                 PIC X(09) VALUE " THE NAME".

001330*    PAGE 1 - THE PLAYER AS THE MASTERS HOLD THE RECORD
001340 01  WS-PLAYER-PAGE.
001350     05  WS-PP-ID               PIC X(10).
001360     05  WS-PP-NAME             PIC X(30).
001370     05  WS-PP-REG-DATE         PIC X(08).
001380     05  WS-PP-STATUS           PIC X(12).
001381     05  WS-PP-MERGE-NOTE.
001382         10  WS-PP-MERGE-LIT    PIC X(12).
001383         10  WS-PP-MERGED-INTO  PIC X(10).
001390     05  WS-PP-SEAS-NOTE        PIC X(30).
001400     05  WS-PP-POINTS           PIC 9(07).
001410     05  WS-PP-ENTRIES          PIC 9(05).
001420     05  WS-PP-BEST-SCORE       PIC 9(04).
001430     05  WS-PP-BEST-DATE        PIC X(08).
001440     05  WS-PP-BEST-WORD        PIC X(60).
001450     05  WS-PP-RANK             PIC 9(05).
001460     05  WS-PP-RATE-NOTE        PIC X(30).
001470     05  WS-PP-RATING           PIC 9(05).
001480     05  WS-PP-WINS             PIC 9(05).
001490     05  WS-PP-LOSSES           PIC 9(05).
001500     05  WS-PP-DRAWS            PIC 9(05).
001510     05  WS-PP-HIST-ENTRIES     PIC 9(05).
001520     05  WS-PP-HIST-REVERSED    PIC 9(05).

001530*    PAGE 2 - THE MOST RECENT SCOREHIS ENTRIES.  THE PLAYER'S
001540*    HISTORY IS READ IN KEY ORDER (OLDEST FIRST) INTO A RING OF
001550*    THE LAST 14, THEN LAID OUT NEWEST FIRST.
001560 01  WS-RECENT-TABLE.
001570     05  WS-RECENT-ENTRY OCCURS 14 TIMES.
001580         10  WS-RE-DATE         PIC X(08).
001590         10  WS-RE-SEQ          PIC 9(04).
001600         10  WS-RE-WORD         PIC X(60).
001610         10  WS-RE-SCORE        PIC 9(04).
001620         10  WS-RE-STATUS       PIC X(01).
001630 01  WS-HIST-LINES.
001640     05  WS-HIST-LINE OCCURS 14 TIMES PIC X(76).
001650 01  WS-HIST-LINE-BUILD.
001660     05  WS-HLB-DATE            PIC X(08).
001670     05  FILLER                 PIC X(02) VALUE SPACE.
001680     05  WS-HLB-SEQ             PIC ZZZ9.
001690     05  FILLER                 PIC X(02) VALUE SPACE.
001700     05  WS-HLB-WORD            PIC X(44).
001710     05  FILLER                 PIC X(02) VALUE SPACE.
001720     05  WS-HLB-SCORE           PIC ZZZ9.
001730     05  FILLER                 PIC X(02) VALUE SPACE.
001740     05  WS-HLB-FLAG            PIC X(08).

001750 SCREEN SECTION.
001760******************************************************************
001770*    KEY SCREEN - PLAYER ID OR PART OF A NAME
001780******************************************************************
001790 01  INQ-KEY-SCREEN.
001800     05  BLANK SCREEN.
001810     05  LINE 01 COL 01 VALUE "SCRINQ".
001820     05  LINE 01 COL 25 VALUE "CONTEST DESK PLAYER INQUIRY".
001830     05  LINE 01 COL 68 VALUE "(READ ONLY)".
001840     05  LINE 04 COL 01 VALUE "PLAYER ID OR PART OF NAME:".
001850     05  LINE 04 COL 28 PIC X(30) USING WS-INQ-KEY.
001860     05  LINE 06 COL 01
001870         VALUE "KEY X ALONE TO LEAVE THE INQUIRY.".
001880     05  LINE 22 COL 01 PIC X(79) FROM WS-INQ-MSG.

001890******************************************************************
001900*    PICK SCREEN - MORE THAN ONE NAME MATCHED
001910******************************************************************
001920 01  INQ-PICK-SCREEN.
001930     05  BLANK SCREEN.
001940     05  LINE 01 COL 01 VALUE "SCRINQ".
001950     05  LINE 01 COL 25 VALUE "CONTEST DESK PLAYER INQUIRY".
001960     05  LINE 01 COL 68 VALUE "(READ ONLY)".
001970     05  LINE 03 COL 01 VALUE "NAME SEARCH:".
001980     05  LINE 03 COL 14 PIC X(30) FROM WS-INQ-KEY.
001990     05  LINE 05 COL 01 VALUE "NO  PLAYER ID".
002000     05  LINE 05 COL 17 VALUE "NAME".
002010     05  LINE 05 COL 49 VALUE "STATUS".
002020     05  LINE 06 COL 01 PIC X(60) FROM WS-PICK-LINE(1).
002030     05  LINE 07 COL 01 PIC X(60) FROM WS-PICK-LINE(2).
002040     05  LINE 08 COL 01 PIC X(60) FROM WS-PICK-LINE(3).
002050     05  LINE 09 COL 01 PIC X(60) FROM WS-PICK-LINE(4).
002060     05  LINE 10 COL 01 PIC X(60) FROM WS-PICK-LINE(5).
002070     05  LINE 11 COL 01 PIC X(60) FROM WS-PICK-LINE(6).
002080     05  LINE 12 COL 01 PIC X(60) FROM WS-PICK-LINE(7).
002090     05  LINE 13 COL 01 PIC X(60) FROM WS-PICK-LINE(8).
002100     05  LINE 14 COL 01 PIC X(60) FROM WS-PICK-LINE(9).
002110     05  LINE 15 COL 01 PIC X(60) FROM WS-PICK-LINE(10).
002120     05  LINE 22 COL 01 PIC X(79) FROM WS-INQ-MSG.
002130     05  LINE 24 COL 01
002140         VALUE "LINE NUMBER TO SHOW, 00 FOR A NEW SEARCH:".
002150     05  LINE 24 COL 43 PIC 9(02) USING WS-PICK-CHOICE.

002160******************************************************************
002170*    PAGE 1 - REGISTRATION, SEASON STANDING AND RATING
002180******************************************************************
002190 01  INQ-PLAYER-SCREEN.
002200     05  BLANK SCREEN.
002210     05  LINE 01 COL 01 VALUE "SCRINQ".
002220     05  LINE 01 COL 25 VALUE "CONTEST DESK PLAYER INQUIRY".
002230     05  LINE 01 COL 68 VALUE "PAGE 1 OF 2".
002240     05  LINE 03 COL 01 VALUE "PLAYER ID   :".
002250     05  LINE 03 COL 15 PIC X(10) FROM WS-PP-ID.
002260     05  LINE 04 COL 01 VALUE "NAME        :".
002270     05  LINE 04 COL 15 PIC X(30) FROM WS-PP-NAME.
002280     05  LINE 05 COL 01 VALUE "REGISTERED  :".
002290     05  LINE 05 COL 15 PIC X(08) FROM WS-PP-REG-DATE.
002300     05  LINE 05 COL 30 VALUE "STATUS :".
002310     05  LINE 05 COL 39 PIC X(12) FROM WS-PP-STATUS.
002311     05  LINE 05 COL 52 PIC X(22) FROM WS-PP-MERGE-NOTE.
002320     05  LINE 07 COL 01 VALUE "SEASON TO DATE".
002330     05  LINE 07 COL 30 PIC X(30) FROM WS-PP-SEAS-NOTE.
002340     05  LINE 08 COL 01 VALUE "POINTS      :".
002350     05  LINE 08 COL 15 PIC ZZZZZZ9 FROM WS-PP-POINTS.
002360     05  LINE 08 COL 30 VALUE "ENTRIES :".
002370     05  LINE 08 COL 40 PIC ZZZZ9 FROM WS-PP-ENTRIES.
002380     05  LINE 08 COL 50 VALUE "RANK :".
002390     05  LINE 08 COL 57 PIC ZZZZ9 FROM WS-PP-RANK.
002400     05  LINE 08 COL 63 VALUE "(LAST STANDINGS)".
002410     05  LINE 09 COL 01 VALUE "BEST SCORE  :".
002420     05  LINE 09 COL 15 PIC ZZZ9 FROM WS-PP-BEST-SCORE.
002430     05  LINE 09 COL 30 VALUE "ON      :".
002440     05  LINE 09 COL 40 PIC X(08) FROM WS-PP-BEST-DATE.
002450     05  LINE 10 COL 01 VALUE "BEST WORD   :".
002460     05  LINE 10 COL 15 PIC X(60) FROM WS-PP-BEST-WORD.
002470     05  LINE 12 COL 01 VALUE "RATING".
002480     05  LINE 12 COL 30 PIC X(30) FROM WS-PP-RATE-NOTE.
002490     05  LINE 13 COL 01 VALUE "RATING      :".
002500     05  LINE 13 COL 15 PIC ZZZZ9 FROM WS-PP-RATING.
002510     05  LINE 14 COL 01 VALUE "WON         :".
002520     05  LINE 14 COL 15 PIC ZZZZ9 FROM WS-PP-WINS.
002530     05  LINE 14 COL 30 VALUE "LOST    :".
002540     05  LINE 14 COL 40 PIC ZZZZ9 FROM WS-PP-LOSSES.
002550     05  LINE 14 COL 50 VALUE "DRAWN :".
002560     05  LINE 14 COL 58 PIC ZZZZ9 FROM WS-PP-DRAWS.
002570     05  LINE 16 COL 01 VALUE "SCORE HISTORY ENTRIES :".
002580     05  LINE 16 COL 25 PIC ZZZZ9 FROM WS-PP-HIST-ENTRIES.
002590     05  LINE 16 COL 32 VALUE "OF WHICH REVERSED :".
002600     05  LINE 16 COL 52 PIC ZZZZ9 FROM WS-PP-HIST-REVERSED.
002610     05  LINE 22 COL 01 PIC X(79) FROM WS-INQ-MSG.
002620     05  LINE 24 COL 01
002630         VALUE "H=HISTORY PAGE  N=NEW PLAYER  X=EXIT    ACTION:".
002640     05  LINE 24 COL 49 PIC X(01) USING WS-INQ-ACTION.

002650******************************************************************
002660*    PAGE 2 - MOST RECENT SCORE-HISTORY ENTRIES, NEWEST FIRST
002670******************************************************************
002680 01  INQ-HISTORY-SCREEN.
002690     05  BLANK SCREEN.
002700     05  LINE 01 COL 01 VALUE "SCRINQ".
002710     05  LINE 01 COL 25 VALUE "CONTEST DESK PLAYER INQUIRY".
002720     05  LINE 01 COL 68 VALUE "PAGE 2 OF 2".
002730     05  LINE 03 COL 01 PIC X(10) FROM WS-PP-ID.
002740     05  LINE 03 COL 13 PIC X(30) FROM WS-PP-NAME.
002750     05  LINE 03 COL 45 VALUE "MOST RECENT ENTRIES".
002760     05  LINE 05 COL 01 VALUE "DATE".
002770     05  LINE 05 COL 11 VALUE " SEQ".
002780     05  LINE 05 COL 17 VALUE "WORD".
002790     05  LINE 05 COL 63 VALUE "SCORE".
002800     05  LINE 06 COL 01 PIC X(76) FROM WS-HIST-LINE(1).
002810     05  LINE 07 COL 01 PIC X(76) FROM WS-HIST-LINE(2).
002820     05  LINE 08 COL 01 PIC X(76) FROM WS-HIST-LINE(3).
002830     05  LINE 09 COL 01 PIC X(76) FROM WS-HIST-LINE(4).
002840     05  LINE 10 COL 01 PIC X(76) FROM WS-HIST-LINE(5).
002850     05  LINE 11 COL 01 PIC X(76) FROM WS-HIST-LINE(6).
002860     05  LINE 12 COL 01 PIC X(76) FROM WS-HIST-LINE(7).
002870     05  LINE 13 COL 01 PIC X(76) FROM WS-HIST-LINE(8).
002880     05  LINE 14 COL 01 PIC X(76) FROM WS-HIST-LINE(9).
002890     05  LINE 15 COL 01 PIC X(76) FROM WS-HIST-LINE(10).
002900     05  LINE 16 COL 01 PIC X(76) FROM WS-HIST-LINE(11).
002910     05  LINE 17 COL 01 PIC X(76) FROM WS-HIST-LINE(12).
002920     05  LINE 18 COL 01 PIC X(76) FROM WS-HIST-LINE(13).
002930     05  LINE 19 COL 01 PIC X(76) FROM WS-HIST-LINE(14).
002940     05  LINE 22 COL 01 PIC X(79) FROM WS-INQ-MSG.
002950     05  LINE 24 COL 01
002960         VALUE "P=PLAYER PAGE  N=NEW PLAYER  X=EXIT    ACTION:".
002970     05  LINE 24 COL 48 PIC X(01) USING WS-INQ-ACTION.

002980 PROCEDURE DIVISION.
002990******************************************************************
003000*    0000-MAINLINE
003010******************************************************************
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003040     PERFORM 2000-INQUIRY THRU 2000-EXIT
003050         UNTIL INQUIRY-ENDED
003060     PERFORM 8000-TERMINATE THRU 8000-EXIT
003070     STOP RUN.

003080******************************************************************
003090*    1000-INITIALIZE -- EVERY FILE IS OPENED INPUT; NOTHING IN
003100*                       THIS PROGRAM WRITES
003110******************************************************************
003120 1000-INITIALIZE.
003130     OPEN INPUT PLAYER-MASTER
003140     OPEN INPUT SEASON-MASTER
003150     OPEN INPUT RATING-MASTER
003160     OPEN INPUT SCORE-HIST
003170     MOVE SPACE TO WS-INQ-MSG.
003180 1000-EXIT.
003190     EXIT.

003200******************************************************************
003210*    2000-INQUIRY -- ONE ENQUIRY: ASK FOR THE KEY, FIND THE
003220*                    PLAYER, THEN PAGE THROUGH THE RECORD UNTIL
003230*                    THE CLERK ASKS FOR ANOTHER PLAYER OR
003240*                    LEAVES
003250******************************************************************
003260 2000-INQUIRY.
003270     MOVE SPACE TO WS-INQ-KEY
003280     DISPLAY INQ-KEY-SCREEN
003290     ACCEPT INQ-KEY-SCREEN
003300     MOVE SPACE TO WS-INQ-MSG
003310     INSPECT WS-INQ-KEY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003320     IF WS-INQ-KEY EQUAL TO "X"
003330         SET INQUIRY-ENDED TO TRUE
003340         GO TO 2000-EXIT
003350     END-IF
003360     IF WS-INQ-KEY(1:1) EQUAL TO SPACE
003370         MOVE "KEY AN ID OR NAME FROM THE FIRST POSITION"
003380             TO WS-INQ-MSG
003390         GO TO 2000-EXIT
003400     END-IF
003410     PERFORM 3000-FIND-PLAYER THRU 3000-EXIT
003420     IF NOT PLAYER-FOUND
003430         GO TO 2000-EXIT
003440     END-IF
003450     ADD 1 TO WS-INQUIRIES
003460     PERFORM 4000-GATHER-PLAYER THRU 4000-EXIT
003470     MOVE "N" TO WS-PLAYER-DONE-SW
003480     SET ON-PLAYER-PAGE TO TRUE
003490     PERFORM 5000-SHOW-PLAYER THRU 5000-EXIT
003500         UNTIL PLAYER-DONE.
003510 2000-EXIT.
003520     EXIT.

003530******************************************************************
003540*    3000-FIND-PLAYER -- A KEY THAT IS A PLAYMAST ID IS TAKEN AS
003550*                        ONE; ANYTHING ELSE IS SEARCHED FOR IN THE
003560*                        PLAYER NAMES.  ONE HIT IS SHOWN STRAIGHT
003570*                        AWAY, SEVERAL GO TO THE PICK LIST.
003580******************************************************************
003590 3000-FIND-PLAYER.
003600     MOVE "N" TO WS-FOUND-SW
003610     MOVE ZERO TO WS-KEY-TRAIL
003620     INSPECT FUNCTION REVERSE(WS-INQ-KEY)
003630         TALLYING WS-KEY-TRAIL FOR LEADING SPACE
003640     COMPUTE WS-KEY-LEN = 30 - WS-KEY-TRAIL
003650     IF WS-KEY-LEN NOT > 10
003660         MOVE WS-INQ-KEY(1:10) TO PLAYER-ID
003670         READ PLAYER-MASTER
003680             INVALID KEY
003690                 CONTINUE
003700             NOT INVALID KEY
003710                 MOVE "Y" TO WS-FOUND-SW
003720         END-READ
003730     END-IF
003740     IF PLAYER-FOUND
003750         GO TO 3000-EXIT
003760     END-IF
003770     PERFORM 3100-SEARCH-NAMES THRU 3100-EXIT
003780     EVALUATE TRUE
003790         WHEN WS-NAME-HITS EQUAL TO ZERO
003800             MOVE "NO PLAYMAST ID OR NAME MATCHES THAT KEY"
003810                 TO WS-INQ-MSG
003820         WHEN WS-NAME-HITS EQUAL TO 1
003830             MOVE 1 TO WS-PICK-IX
003840             PERFORM 3300-READ-PICKED THRU 3300-EXIT
003850         WHEN OTHER
003860             PERFORM 3200-PICK-PLAYER THRU 3200-EXIT
003870     END-EVALUATE.
003880 3000-EXIT.
003890     EXIT.

003900******************************************************************
003910*    3100-SEARCH-NAMES -- ONE PASS OF PLAYMAST IN ID ORDER; THE
003920*                         FIRST TEN NAMES HOLDING THE KEY ARE KEPT
003930*                         FOR THE PICK LIST, THE REST ONLY COUNTED
003940******************************************************************
003950 3100-SEARCH-NAMES.
003960     MOVE ZERO TO WS-NAME-HITS
003970     MOVE ZERO TO WS-PICK-SHOWN
003980     MOVE SPACE TO WS-PICK-TABLE
003990     MOVE "N" TO WS-PLAYMAST-EOF-SW
004000     MOVE LOW-VALUES TO PLAYER-ID
004010     START PLAYER-MASTER KEY IS NOT LESS THAN PLAYER-ID
004020         INVALID KEY
004030             SET END-OF-PLAYMAST TO TRUE
004040     END-START
004050     PERFORM 3110-MATCH-NAME THRU 3110-EXIT
004060         UNTIL END-OF-PLAYMAST.
004070 3100-EXIT.
004080     EXIT.

004090******************************************************************
004100*    3110-MATCH-NAME -- NEXT PLAYMAST RECORD AGAINST THE KEY
004110******************************************************************
004120 3110-MATCH-NAME.
004130     READ PLAYER-MASTER NEXT RECORD
004140         AT END
004150             SET END-OF-PLAYMAST TO TRUE
004160             GO TO 3110-EXIT
004170     END-READ
004180     MOVE ZERO TO WS-TALLY
004181     MOVE PLAYER-NAME TO WS-NAME-UPPER
004182     INSPECT WS-NAME-UPPER
004183         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
004190     INSPECT WS-NAME-UPPER TALLYING WS-TALLY
004200         FOR ALL WS-INQ-KEY(1:WS-KEY-LEN)
004210     IF WS-TALLY EQUAL TO ZERO
004220         GO TO 3110-EXIT
004230     END-IF
004240     ADD 1 TO WS-NAME-HITS
004250     IF WS-PICK-SHOWN EQUAL TO 10
004260         GO TO 3110-EXIT
004270     END-IF
004280     ADD 1 TO WS-PICK-SHOWN
004290     MOVE PLAYER-ID TO WS-PICK-ID(WS-PICK-SHOWN)
004300     MOVE PLAYER-NAME TO WS-PICK-NAME(WS-PICK-SHOWN)
004310     PERFORM 4400-STATUS-TEXT THRU 4400-EXIT
004320     MOVE WS-PP-STATUS TO WS-PICK-STATUS(WS-PICK-SHOWN).
004330 3110-EXIT.
004340     EXIT.

004350******************************************************************
004360*    3200-PICK-PLAYER -- SHOW THE PICK LIST UNTIL THE CLERK
004370*                        CHOOSES A LINE OR ASKS FOR A NEW SEARCH
004380******************************************************************
004390 3200-PICK-PLAYER.
004400     MOVE SPACE TO WS-PICK-LINES
004410     PERFORM 3210-BUILD-PICK-LINE THRU 3210-EXIT
004420         VARYING WS-PICK-IX FROM 1 BY 1
004430         UNTIL WS-PICK-IX > WS-PICK-SHOWN
004440     IF WS-NAME-HITS > 10
004450         MOVE WS-NAME-HITS TO WS-PHL-HITS
004460         MOVE WS-PICK-HITS-LINE TO WS-INQ-MSG
004470     END-IF
004480     MOVE "N" TO WS-PICK-DONE-SW
004490     PERFORM 3220-ACCEPT-PICK THRU 3220-EXIT
004500         UNTIL PICK-DONE.
004510 3200-EXIT.
004520     EXIT.

004530******************************************************************
004540*    3210-BUILD-PICK-LINE -- ONE LINE OF THE PICK LIST
004550******************************************************************
004560 3210-BUILD-PICK-LINE.
004570     MOVE WS-PICK-IX TO WS-PLB-NO
004580     MOVE WS-PICK-ID(WS-PICK-IX) TO WS-PLB-ID
004590     MOVE WS-PICK-NAME(WS-PICK-IX) TO WS-PLB-NAME
004600     MOVE WS-PICK-STATUS(WS-PICK-IX) TO WS-PLB-STATUS
004610     MOVE WS-PICK-LINE-BUILD TO WS-PICK-LINE(WS-PICK-IX).
004620 3210-EXIT.
004630     EXIT.

004640******************************************************************
004650*    3220-ACCEPT-PICK -- ONE SHOWING OF THE PICK LIST
004660******************************************************************
004670 3220-ACCEPT-PICK.
004680     MOVE ZERO TO WS-PICK-CHOICE
004690     DISPLAY INQ-PICK-SCREEN
004700     ACCEPT INQ-PICK-SCREEN
004710     MOVE SPACE TO WS-INQ-MSG
004720     IF WS-PICK-CHOICE EQUAL TO ZERO
004730         SET PICK-DONE TO TRUE
004740         GO TO 3220-EXIT
004750     END-IF
004760     IF WS-PICK-CHOICE > WS-PICK-SHOWN
004770         MOVE "THAT LINE NUMBER IS NOT ON THE LIST" TO WS-INQ-MSG
004780         GO TO 3220-EXIT
004790     END-IF
004800     SET PICK-DONE TO TRUE
004810     MOVE WS-PICK-CHOICE TO WS-PICK-IX
004820     PERFORM 3300-READ-PICKED THRU 3300-EXIT.
004830 3220-EXIT.
004840     EXIT.

004850******************************************************************
004860*    3300-READ-PICKED -- RE-READ THE CHOSEN PLAYER BY ID
004870******************************************************************
004880 3300-READ-PICKED.
004890     MOVE WS-PICK-ID(WS-PICK-IX) TO PLAYER-ID
004900     READ PLAYER-MASTER
004910         INVALID KEY
004920             MOVE "THAT PLAYER IS NO LONGER ON PLAYMAST"
004930                 TO WS-INQ-MSG
004940         NOT INVALID KEY
004950             MOVE "Y" TO WS-FOUND-SW
004960     END-READ.
004970 3300-EXIT.
004980     EXIT.

004990******************************************************************
005000*    4000-GATHER-PLAYER -- EVERYTHING BOTH PAGES SHOW, READ ONCE
005010*                          WHEN THE PLAYER IS CHOSEN
005020******************************************************************
005030 4000-GATHER-PLAYER.
005040     MOVE PLAYER-ID TO WS-PP-ID
005050     MOVE PLAYER-NAME TO WS-PP-NAME
005060     MOVE PLAYER-REG-DATE TO WS-PP-REG-DATE
005070     PERFORM 4400-STATUS-TEXT THRU 4400-EXIT
005071     MOVE SPACE TO WS-PP-MERGE-NOTE
005072     IF PLAYER-MERGED-INTO NOT EQUAL TO SPACE
005073         MOVE "MERGED INTO" TO WS-PP-MERGE-LIT
005074         MOVE PLAYER-MERGED-INTO TO WS-PP-MERGED-INTO
005075     END-IF
005080     PERFORM 4100-READ-SEASON THRU 4100-EXIT
005090     PERFORM 4200-READ-RATING THRU 4200-EXIT
005100     PERFORM 4300-READ-HISTORY THRU 4300-EXIT
005110     PERFORM 4500-BUILD-HIST-LINES THRU 4500-EXIT.
005120 4000-EXIT.
005130     EXIT.

005140******************************************************************
005150*    4100-READ-SEASON -- SEASON STANDINGS ROW; A PLAYER WHO HAS
005160*                        NOT SCORED THIS SEASON HAS NONE
005170******************************************************************
005180 4100-READ-SEASON.
005190     MOVE SPACE TO WS-PP-SEAS-NOTE
005200     MOVE WS-PP-ID TO SEAS-PLAYER-ID
005210     READ SEASON-MASTER
005220         INVALID KEY
005230             MOVE ZERO TO SEAS-POINTS SEAS-ENTRIES
005240                 SEAS-BEST-SCORE SEAS-PRIOR-RANK
005250             MOVE SPACE TO SEAS-BEST-DATE
005260             MOVE "NO STANDINGS ROW THIS SEASON"
005270                 TO WS-PP-SEAS-NOTE
005280     END-READ
005290     MOVE SEAS-POINTS TO WS-PP-POINTS
005300     MOVE SEAS-ENTRIES TO WS-PP-ENTRIES
005310     MOVE SEAS-BEST-SCORE TO WS-PP-BEST-SCORE
005320     MOVE SEAS-BEST-DATE TO WS-PP-BEST-DATE
005330     MOVE SEAS-PRIOR-RANK TO WS-PP-RANK
005340     MOVE SPACE TO WS-PP-BEST-WORD
005350     IF SEAS-PRIOR-RANK EQUAL TO ZERO
005360         AND WS-PP-SEAS-NOTE EQUAL TO SPACE
005370         MOVE "NOT YET RANKED" TO WS-PP-SEAS-NOTE
005380     END-IF.
005390 4100-EXIT.
005400     EXIT.

005410******************************************************************
005420*    4200-READ-RATING -- RATING MASTER ROW; A PLAYER WHO HAS NOT
005430*                        FINISHED A GAME HAS NONE
005440******************************************************************
005450 4200-READ-RATING.
005460     MOVE SPACE TO WS-PP-RATE-NOTE
005470     MOVE WS-PP-ID TO RATE-PLAYER-ID
005480     READ RATING-MASTER
005490         INVALID KEY
005500             MOVE ZERO TO RATE-RATING RATE-WINS RATE-LOSSES
005510                 RATE-DRAWS
005520             MOVE "NOT YET RATED" TO WS-PP-RATE-NOTE
005530     END-READ
005540     MOVE RATE-RATING TO WS-PP-RATING
005550     MOVE RATE-WINS TO WS-PP-WINS
005560     MOVE RATE-LOSSES TO WS-PP-LOSSES
005570     MOVE RATE-DRAWS TO WS-PP-DRAWS.
005580 4200-EXIT.
005590     EXIT.

005600******************************************************************
005610*    4300-READ-HISTORY -- THE PLAYER'S SCOREHIS ENTRIES IN KEY
005620*                         ORDER: COUNTED, THE LAST 14 KEPT IN THE
005630*                         RING, AND THE BEST-SCORE ENTRY'S WORD
005640*                         PICKED OUT
005650******************************************************************
005660 4300-READ-HISTORY.
005670     MOVE ZERO TO WS-HIST-ENTRIES WS-HIST-REVERSED
005680     MOVE ZERO TO WS-RECENT-COUNT
005690     MOVE 1 TO WS-RECENT-NEXT
005700     MOVE "N" TO WS-BEST-FOUND-SW
005710     MOVE "N" TO WS-HISTORY-EOF-SW
005720     MOVE WS-PP-ID TO SHIS-PLAYER-ID
005730     MOVE LOW-VALUES TO SHIS-DATE
005740     MOVE ZERO TO SHIS-SEQ
005750     START SCORE-HIST KEY IS NOT LESS THAN SCORE-HIST-KEY
005760         INVALID KEY
005770             SET END-OF-HISTORY TO TRUE
005780     END-START
005790     PERFORM 4310-KEEP-ENTRY THRU 4310-EXIT
005800         UNTIL END-OF-HISTORY
005810     MOVE WS-HIST-ENTRIES TO WS-PP-HIST-ENTRIES
005820     MOVE WS-HIST-REVERSED TO WS-PP-HIST-REVERSED
005830     IF NOT BEST-WORD-FOUND
005840         AND WS-PP-BEST-SCORE > ZERO
005850         MOVE "(NOT ON SCORE HISTORY)" TO WS-PP-BEST-WORD
005860     END-IF.
005870 4300-EXIT.
005880     EXIT.

005890******************************************************************
005900*    4310-KEEP-ENTRY -- ONE HISTORY ENTRY INTO THE RING
005910******************************************************************
005920 4310-KEEP-ENTRY.
005930     READ SCORE-HIST NEXT RECORD
005940         AT END
005950             SET END-OF-HISTORY TO TRUE
005960             GO TO 4310-EXIT
005970     END-READ
005980     IF SHIS-PLAYER-ID NOT EQUAL TO WS-PP-ID
005990         SET END-OF-HISTORY TO TRUE
006000         GO TO 4310-EXIT
006010     END-IF
006020     ADD 1 TO WS-HIST-ENTRIES
006030     IF SHIS-IS-REVERSED
006040         ADD 1 TO WS-HIST-REVERSED
006050     END-IF
006060     IF NOT BEST-WORD-FOUND
006070         AND SHIS-IS-ACTIVE
006080         AND SHIS-DATE EQUAL TO WS-PP-BEST-DATE
006090         AND SHIS-SCORE EQUAL TO WS-PP-BEST-SCORE
006100         MOVE SHIS-WORD TO WS-PP-BEST-WORD
006110         MOVE "Y" TO WS-BEST-FOUND-SW
006120     END-IF
006130     MOVE SHIS-DATE TO WS-RE-DATE(WS-RECENT-NEXT)
006140     MOVE SHIS-SEQ TO WS-RE-SEQ(WS-RECENT-NEXT)
006150     MOVE SHIS-WORD TO WS-RE-WORD(WS-RECENT-NEXT)
006160     MOVE SHIS-SCORE TO WS-RE-SCORE(WS-RECENT-NEXT)
006170     MOVE SHIS-STATUS TO WS-RE-STATUS(WS-RECENT-NEXT)
006180     ADD 1 TO WS-RECENT-NEXT
006190     IF WS-RECENT-NEXT > 14
006200         MOVE 1 TO WS-RECENT-NEXT
006210     END-IF
006220     IF WS-RECENT-COUNT < 14
006230         ADD 1 TO WS-RECENT-COUNT
006240     END-IF.
006250 4310-EXIT.
006260     EXIT.

006270******************************************************************
006280*    4400-STATUS-TEXT -- PLAYMAST STATUS CODE IN WORDS
006290******************************************************************
006300 4400-STATUS-TEXT.
006310     EVALUATE TRUE
006320         WHEN PLAYER-IS-ACTIVE
006330             MOVE "ACTIVE" TO WS-PP-STATUS
006340         WHEN PLAYER-IS-INACTIVE
006350             MOVE "INACTIVE" TO WS-PP-STATUS
006360         WHEN OTHER
006370             MOVE "UNKNOWN (" TO WS-PP-STATUS
006380             MOVE PLAYER-STATUS TO WS-PP-STATUS(10:1)
006390             MOVE ")" TO WS-PP-STATUS(11:1)
006400     END-EVALUATE.
006410 4400-EXIT.
006420     EXIT.

006430******************************************************************
006440*    4500-BUILD-HIST-LINES -- LAY THE RING OUT NEWEST FIRST; THE
006450*                             NEWEST ENTRY IS THE SLOT JUST BEHIND
006460*                             THE NEXT-WRITE SLOT
006470******************************************************************
006480 4500-BUILD-HIST-LINES.
006490     MOVE SPACE TO WS-HIST-LINES
006500     IF WS-RECENT-COUNT EQUAL TO ZERO
006510         MOVE "NO SCORE-HISTORY ENTRIES ON FILE FOR THIS PLAYER"
006520             TO WS-HIST-LINE(1)
006530         GO TO 4500-EXIT
006540     END-IF
006550     MOVE WS-RECENT-NEXT TO WS-RECENT-IX
006560     PERFORM 4510-BUILD-HIST-LINE THRU 4510-EXIT
006570         VARYING WS-DISP-IX FROM 1 BY 1
006580         UNTIL WS-DISP-IX > WS-RECENT-COUNT.
006590 4500-EXIT.
006600     EXIT.

006610******************************************************************
006620*    4510-BUILD-HIST-LINE -- ONE ENTRY LINE, STEPPING BACK ROUND
006630*                            THE RING
006640******************************************************************
006650 4510-BUILD-HIST-LINE.
006660     IF WS-RECENT-IX EQUAL TO 1
006670         MOVE 14 TO WS-RECENT-IX
006680     ELSE
006690         SUBTRACT 1 FROM WS-RECENT-IX
006700     END-IF
006710     MOVE WS-RE-DATE(WS-RECENT-IX) TO WS-HLB-DATE
006720     MOVE WS-RE-SEQ(WS-RECENT-IX) TO WS-HLB-SEQ
006730     MOVE WS-RE-WORD(WS-RECENT-IX) TO WS-HLB-WORD
006740     MOVE WS-RE-SCORE(WS-RECENT-IX) TO WS-HLB-SCORE
006750     IF WS-RE-STATUS(WS-RECENT-IX) EQUAL TO "R"
006760         MOVE "REVERSED" TO WS-HLB-FLAG
006770     ELSE
006780         MOVE SPACE TO WS-HLB-FLAG
006790     END-IF
006800     MOVE WS-HIST-LINE-BUILD TO WS-HIST-LINE(WS-DISP-IX).
006810 4510-EXIT.
006820     EXIT.

006830******************************************************************
006840*    5000-SHOW-PLAYER -- ONE SHOWING OF PAGE 1 OR PAGE 2 AND THE
006850*                        CLERK'S ACTION
006860******************************************************************
006870 5000-SHOW-PLAYER.
006880     MOVE SPACE TO WS-INQ-ACTION
006890     IF ON-PLAYER-PAGE
006900         DISPLAY INQ-PLAYER-SCREEN
006910         ACCEPT INQ-PLAYER-SCREEN
006920     ELSE
006930         DISPLAY INQ-HISTORY-SCREEN
006940         ACCEPT INQ-HISTORY-SCREEN
006950     END-IF
006960     MOVE SPACE TO WS-INQ-MSG
006970     INSPECT WS-INQ-ACTION
006980         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
006990     EVALUATE TRUE
007000         WHEN ACTION-HISTORY
007010             SET ON-HISTORY-PAGE TO TRUE
007020         WHEN ACTION-PLAYER
007030             SET ON-PLAYER-PAGE TO TRUE
007040         WHEN ACTION-NEW
007050             SET PLAYER-DONE TO TRUE
007060         WHEN ACTION-EXIT
007070             SET PLAYER-DONE TO TRUE
007080             SET INQUIRY-ENDED TO TRUE
007090         WHEN OTHER
007100             MOVE "ACTION NOT RECOGNISED - SEE FOOT OF SCREEN"
007110                 TO WS-INQ-MSG
007120     END-EVALUATE.
007130 5000-EXIT.
007140     EXIT.

007150******************************************************************
007160*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE SESSION TOTAL
007170******************************************************************
007180 8000-TERMINATE.
007190     CLOSE PLAYER-MASTER
007200     CLOSE SEASON-MASTER
007210     CLOSE RATING-MASTER
007220     CLOSE SCORE-HIST
007230     DISPLAY "SCRINQ PLAYERS SHOWN   : " WS-INQUIRIES.
007240 8000-EXIT.
007250     EXIT.
