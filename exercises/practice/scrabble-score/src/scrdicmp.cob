000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRDICMP.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  WCO  INITIAL VERSION.  DICTIONARY CHANGE IMPACT
000110*                     COMPARE, RUN WHEN A REVISED OFFICIAL WORD
000120*                     LIST ARRIVES AND BEFORE SCRDICLD RELOADS THE
000130*                     CONTEST DICTIONARY FROM IT - THE RELOAD
000140*                     STARTS FROM SCRATCH AND KEEPS NO RECORD OF
000150*                     WHAT CHANGED.  MATCHES THE INCOMING LIST
000160*                     (DICTWRDS, TAKEN EXACTLY AS SCRDICLD WILL
000170*                     TAKE IT: UPPER-CASED, BLANK CARDS SKIPPED,
000180*                     DUPLICATE AND OUT-OF-SEQUENCE WORDS LEFT
000190*                     OUT) AGAINST THE CURRENT DICTIONARY
000200*                     (WORDDICT) AND APPENDS EVERY ADDED AND
000210*                     REMOVED WORD, WITH THE LIST'S REVISION DATE
000220*                     FROM PARM 'REV=YYYYMMDD', TO THE DICTIONARY
000230*                     CHANGE HISTORY (DICTDLT, SEE SCRDDLT).  A
000240*                     REVISION ALREADY ON THE HISTORY IS NOT
000250*                     WRITTEN TWICE.  THE SEASON'S ACTIVE SCOREHIS
000260*                     ENTRIES ARE THEN CHECKED WORD BY WORD
000270*                     AGAINST THE REMOVED LIST; IMPRPT LISTS EACH
000280*                     ENTRY THAT USED A REMOVED WORD, MARKING THE
000290*                     ONE THAT STANDS AS THE PLAYER'S SEASONMS
000300*                     BEST SCORE, THEN EACH REMOVED WORD WITH THE
000310*                     NUMBER OF ENTRIES THAT USED IT, SO THE DESK
000320*                     CAN RULE ON THEM BEFORE THE RELOAD.  RETURN
000330*                     CODE 4 WHEN AN ENTRY USED A REMOVED WORD OR
000340*                     THE REVISION WAS ALREADY ON THE HISTORY; 8
000350*                     WHEN MORE WORDS WERE REMOVED THAN THE TABLE
000360*                     HOLDS (ONLY THE FIRST 5000 ARE CHECKED).
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 REPOSITORY.        FUNCTION ALL INTRINSIC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LIST-IN ASSIGN TO "DICTWRDS"
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT DICT-FILE ASSIGN TO "WORDDICT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS DICT-WORD.
000510     SELECT DELTA-FILE ASSIGN TO "DICTDLT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-DDLT-STATUS.
000540     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS SCORE-HIST-KEY.
000580     SELECT SEASON-MASTER ASSIGN TO "SEASONMS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS SEAS-PLAYER-ID.
000620     SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS PLAYER-ID.
000660     SELECT IMPACT-RPT ASSIGN TO "IMPRPT"
000670         ORGANIZATION IS SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LIST-IN
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  LIST-CARD.
000740     05  LIST-WORD              PIC X(60).
000750     05  FILLER                 PIC X(20).

000760 FD  DICT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY SCRDICT.

000790 FD  DELTA-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY SCRDDLT.

000830 FD  SCORE-HIST
000840     LABEL RECORDS ARE STANDARD.
000850 COPY SCRHIST.

000860 FD  SEASON-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880 COPY SCRSEAS.

000890 FD  PLAYER-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910 COPY SCRPLYR.

000920 FD  IMPACT-RPT
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  IMPACT-RPT-LINE            PIC X(132).

000960 WORKING-STORAGE SECTION.
000970 77  WS-DDLT-STATUS             PIC X(02) VALUE SPACE.
000980 77  WS-DDLT-EOF-SW             PIC X(01) VALUE "N".
000990     88  END-OF-DELTAS                    VALUE "Y".
001000 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001010     88  END-OF-HISTORY                   VALUE "Y".
001020 77  WS-LOGGED-SW               PIC X(01) VALUE "N".
001030     88  REVISION-ALREADY-LOGGED          VALUE "Y".
001040 77  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
001050     88  REMOVED-TABLE-FULL               VALUE "Y".
001060 77  WS-BEST-FOUND-SW           PIC X(01) VALUE "N".
001070     88  BEST-ENTRY-FOUND                 VALUE "Y".
001080 77  WS-ENTRY-BEST-SW           PIC X(01) VALUE "N".
001090     88  ENTRY-IS-SEASON-BEST             VALUE "Y".
001100 77  WS-PLAYER-HIT-SW           PIC X(01) VALUE "N".
001110     88  PLAYER-ALREADY-LISTED            VALUE "Y".
001120 77  WS-SCAN-DONE-SW            PIC X(01) VALUE "N".
001130     88  ENTRY-SCAN-DONE                  VALUE "Y".

001140 77  WS-REV-DATE                PIC X(08) VALUE SPACE.
001150 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.
001160 77  WS-UPPER-CASE              PIC X(26)
001170     VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001180 77  WS-LOWER-CASE              PIC X(26)
001190     VALUE "abcdefghijklmnopqrstuvwxyz".

001200*    THE TWO SIDES OF THE COMPARE.  HIGH-VALUES ONCE A SIDE IS
001210*    EXHAUSTED, SO THE OTHER SIDE RUNS OUT AGAINST IT.
001220 77  WS-LIST-KEY                PIC X(60) VALUE LOW-VALUES.
001230 77  WS-LIST-WORK               PIC X(60) VALUE SPACE.
001240 77  WS-DICT-KEY                PIC X(60) VALUE SPACE.

001250 77  WS-LIST-READ               PIC 9(07) VALUE ZERO.
001260 77  WS-LIST-REJECTED           PIC 9(07) VALUE ZERO.
001270 77  WS-DICT-READ               PIC 9(07) VALUE ZERO.
001280 77  WS-WORDS-UNCHANGED         PIC 9(07) VALUE ZERO.
001290 77  WS-WORDS-ADDED             PIC 9(07) VALUE ZERO.
001300 77  WS-WORDS-REMOVED           PIC 9(07) VALUE ZERO.
001310 77  WS-DELTAS-WRITTEN          PIC 9(07) VALUE ZERO.
001320 77  WS-ENTRIES-READ            PIC 9(07) VALUE ZERO.
001330 77  WS-ENTRIES-CHECKED         PIC 9(07) VALUE ZERO.
001340 77  WS-ENTRIES-HIT             PIC 9(07) VALUE ZERO.
001350 77  WS-PLAYERS-HIT             PIC 9(05) VALUE ZERO.
001360 77  WS-BESTS-HIT               PIC 9(05) VALUE ZERO.

001370*    THE REMOVED WORDS, IN THE ASCENDING ORDER THE COMPARE FINDS
001380*    THEM.  UNUSED ENTRIES STAY HIGH-VALUES FOR THE BINARY SEARCH.
001390 77  WS-RMV-USED                PIC 9(04) COMP VALUE ZERO.
001400 77  WS-R                       PIC 9(04) COMP VALUE ZERO.
001410 01  WS-REMOVED-TABLE.
001420     05  WS-RMV OCCURS 5000 TIMES
001430             ASCENDING KEY IS WS-RMV-WORD
001440             INDEXED BY RMV-IX.
001450         10  WS-RMV-WORD        PIC X(60).
001460         10  WS-RMV-ENTRIES     PIC 9(05).

001470*    THE CURRENT PLAYER AND THEIR SEASON BEST FROM SEASONMS
001480 77  WS-CUR-PLAYER              PIC X(10) VALUE SPACE.
001490 77  WS-BEST-SCORE              PIC 9(04) VALUE ZERO.
001500 77  WS-BEST-DATE               PIC X(08) VALUE SPACE.

001510*    ONE ENTRY BROKEN INTO ITS WORDS (AS SCRDICPR DOES IT)
001520 77  WS-ENTRY-WORK              PIC X(60) VALUE SPACE.
001530 77  WS-ENTRY-TOKEN             PIC X(60) VALUE SPACE.
001540 77  WS-ENTRY-PTR               PIC 9(02) COMP VALUE ZERO.
001550 77  WS-HIT-WORD                PIC X(60) VALUE SPACE.
001560 77  WS-HIT-COUNT               PIC 9(02) VALUE ZERO.

001570 01  WS-RPT-HDR.
001580     05  FILLER                 PIC X(42)
001590         VALUE "SCRDICMP  DICTIONARY CHANGE IMPACT".
001600     05  FILLER                 PIC X(09) VALUE "REVISION ".
001610     05  WS-RH-REV-DATE         PIC X(08).
001620     05  FILLER                 PIC X(06) VALUE "  RUN ".
001630     05  WS-RH-RUN-DATE         PIC X(08).
001640 01  WS-RPT-SECTION             PIC X(80).
001650 01  WS-RPT-COLS.
001660     05  FILLER                 PIC X(12) VALUE "PLAYER".
001670     05  FILLER                 PIC X(26) VALUE "NAME".
001680     05  FILLER                 PIC X(10) VALUE "DATE".
001690     05  FILLER                 PIC X(06) VALUE " SEQ".
001700     05  FILLER                 PIC X(06) VALUE "SCORE".
001710     05  FILLER                 PIC X(22) VALUE "REMOVED WORD".
001720     05  FILLER                 PIC X(37) VALUE "ENTRY".
001730 01  WS-RPT-DETAIL.
001740     05  WS-RD-PLAYER-ID        PIC X(10).
001750     05  FILLER                 PIC X(02) VALUE SPACE.
001760     05  WS-RD-NAME             PIC X(24).
001770     05  FILLER                 PIC X(02) VALUE SPACE.
001780     05  WS-RD-DATE             PIC X(08).
001790     05  FILLER                 PIC X(02) VALUE SPACE.
001800     05  WS-RD-SEQ              PIC ZZZ9.
001810     05  FILLER                 PIC X(02) VALUE SPACE.
001820     05  WS-RD-SCORE            PIC ZZZ9.
001830     05  FILLER                 PIC X(02) VALUE SPACE.
001840     05  WS-RD-HIT-WORD         PIC X(20).
001850     05  FILLER                 PIC X(02) VALUE SPACE.
001860     05  WS-RD-WORD             PIC X(35).
001870     05  FILLER                 PIC X(02) VALUE SPACE.
001880     05  WS-RD-FLAG             PIC X(11).
001890 01  WS-RPT-MORE.
001900     05  FILLER                 PIC X(66) VALUE SPACE.
001910     05  FILLER                 PIC X(02) VALUE "+ ".
001920     05  WS-RM-COUNT            PIC Z9.
001930     05  FILLER                 PIC X(30)
001940         VALUE " MORE REMOVED WORD(S) IN ENTRY".
001950 01  WS-RPT-WORD-COLS.
001960     05  FILLER                 PIC X(62) VALUE "REMOVED WORD".
001970     05  FILLER                 PIC X(20) VALUE "ACTIVE ENTRIES".
001980 01  WS-RPT-WORD-LINE.
001990     05  WS-RW-WORD             PIC X(60).
002000     05  FILLER                 PIC X(02) VALUE SPACE.
002010     05  WS-RW-ENTRIES          PIC ZZZZ9.
002020 01  WS-RPT-TOTAL.
002030     05  WS-RT-TEXT             PIC X(50).
002040     05  WS-RT-COUNT            PIC ZZZZZZ9.

002050 LINKAGE SECTION.
002060 01  PARM-AREA.
002070     05  PARM-LEN               PIC S9(4) COMP.
002080     05  PARM-TEXT              PIC X(40).

002090 PROCEDURE DIVISION USING PARM-AREA.
002100******************************************************************
002110*    0000-MAINLINE
002120******************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-COMPARE-LISTS THRU 2000-EXIT
002160     PERFORM 3000-CHECK-HISTORY THRU 3000-EXIT
002170     PERFORM 4000-LIST-REMOVED THRU 4000-EXIT
002180     PERFORM 8000-TERMINATE THRU 8000-EXIT
002190     STOP RUN.

002200******************************************************************
002210*    1000-INITIALIZE -- PARM, CHANGE HISTORY, OPEN FILES,
002220*                       HEADINGS, PRIME BOTH SIDES OF THE COMPARE
002230******************************************************************
002240 1000-INITIALIZE.
002250     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
002260     IF PARM-LEN > ZERO
002270         IF PARM-TEXT(1:4) EQUAL TO "REV="
002280             AND PARM-LEN EQUAL TO 12
002290             AND PARM-TEXT(5:8) IS NUMERIC
002300             MOVE PARM-TEXT(5:8) TO WS-REV-DATE
002310         ELSE
002320             DISPLAY "SCRDICMP PARM NOT RECOGNIZED: "
002330                 PARM-TEXT(1:PARM-LEN)
002340             MOVE 8 TO RETURN-CODE
002350             STOP RUN
002360         END-IF
002370     ELSE
002380         DISPLAY "SCRDICMP PARM 'REV=YYYYMMDD' IS REQUIRED"
002390         MOVE 8 TO RETURN-CODE
002400         STOP RUN
002410     END-IF
002420     PERFORM 1100-OPEN-DELTA-FILE THRU 1100-EXIT
002430     OPEN INPUT LIST-IN
002440     OPEN INPUT DICT-FILE
002450     OPEN INPUT SCORE-HIST
002460     OPEN INPUT SEASON-MASTER
002470     OPEN INPUT PLAYER-MASTER
002480     OPEN OUTPUT IMPACT-RPT
002490     MOVE HIGH-VALUES TO WS-REMOVED-TABLE
002500     MOVE WS-REV-DATE TO WS-RH-REV-DATE
002510     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
002520     WRITE IMPACT-RPT-LINE FROM WS-RPT-HDR
002530     IF REVISION-ALREADY-LOGGED
002540         MOVE "REVISION ALREADY ON CHANGE HISTORY - NOT REWRITTEN"
002550             TO WS-RPT-SECTION
002560         WRITE IMPACT-RPT-LINE FROM WS-RPT-SECTION
002570     END-IF
002580     PERFORM 2200-READ-LIST THRU 2200-EXIT
002590     PERFORM 2300-READ-DICT THRU 2300-EXIT.
002600 1000-EXIT.
002610     EXIT.

002620******************************************************************
002630*    1100-OPEN-DELTA-FILE -- LOOK THROUGH THE CHANGE HISTORY FOR
002640*                            THIS REVISION (CREATING THE HISTORY
002650*                            ON ITS FIRST EVER RUN), THEN OPEN IT
002660*                            TO APPEND UNLESS THE REVISION IS
002670*                            ALREADY THERE
002680******************************************************************
002690 1100-OPEN-DELTA-FILE.
002700     OPEN INPUT DELTA-FILE
002710     IF WS-DDLT-STATUS NOT = "00"
002720         OPEN OUTPUT DELTA-FILE
002730         CLOSE DELTA-FILE
002740     ELSE
002750         PERFORM 1150-READ-DELTA THRU 1150-EXIT
002760             UNTIL END-OF-DELTAS
002770         CLOSE DELTA-FILE
002780     END-IF
002790     IF NOT REVISION-ALREADY-LOGGED
002800         OPEN EXTEND DELTA-FILE
002810     END-IF.
002820 1100-EXIT.
002830     EXIT.

002840******************************************************************
002850*    1150-READ-DELTA -- ONE CHANGE HISTORY RECORD
002860******************************************************************
002870 1150-READ-DELTA.
002880     READ DELTA-FILE
002890         AT END
002900             SET END-OF-DELTAS TO TRUE
002910             GO TO 1150-EXIT
002920     END-READ
002930     IF DDLT-REV-DATE EQUAL TO WS-REV-DATE
002940         SET REVISION-ALREADY-LOGGED TO TRUE
002950         SET END-OF-DELTAS TO TRUE
002960     END-IF.
002970 1150-EXIT.
002980     EXIT.

002990******************************************************************
003000*    2000-COMPARE-LISTS -- MATCH THE NEW LIST AGAINST THE CURRENT
003010*                          DICTIONARY, BOTH IN WORD ORDER, UNTIL
003020*                          BOTH ARE EXHAUSTED
003030******************************************************************
003040 2000-COMPARE-LISTS.
003050     PERFORM 2100-COMPARE-WORD THRU 2100-EXIT
003060         UNTIL WS-LIST-KEY EQUAL TO HIGH-VALUES
003070         AND WS-DICT-KEY EQUAL TO HIGH-VALUES.
003080 2000-EXIT.
003090     EXIT.

003100******************************************************************
003110*    2100-COMPARE-WORD -- ON BOTH: UNCHANGED.  ONLY ON THE NEW
003120*                         LIST: ADDED.  ONLY IN THE DICTIONARY:
003130*                         REMOVED, AND TABLED FOR THE IMPACT
003140*                         CHECK.
003150******************************************************************
003160 2100-COMPARE-WORD.
003170     EVALUATE TRUE
003180         WHEN WS-LIST-KEY EQUAL TO WS-DICT-KEY
003190             ADD 1 TO WS-WORDS-UNCHANGED
003200             PERFORM 2200-READ-LIST THRU 2200-EXIT
003210             PERFORM 2300-READ-DICT THRU 2300-EXIT
003220         WHEN WS-LIST-KEY < WS-DICT-KEY
003230             ADD 1 TO WS-WORDS-ADDED
003240             MOVE SPACE TO DICT-DELTA-RECORD
003250             MOVE "A" TO DDLT-ACTION
003260             MOVE WS-LIST-KEY TO DDLT-WORD
003270             PERFORM 2400-WRITE-DELTA THRU 2400-EXIT
003280             PERFORM 2200-READ-LIST THRU 2200-EXIT
003290         WHEN OTHER
003300             ADD 1 TO WS-WORDS-REMOVED
003310             MOVE SPACE TO DICT-DELTA-RECORD
003320             MOVE "R" TO DDLT-ACTION
003330             MOVE WS-DICT-KEY TO DDLT-WORD
003340             PERFORM 2400-WRITE-DELTA THRU 2400-EXIT
003350             PERFORM 2500-TABLE-REMOVED THRU 2500-EXIT
003360             PERFORM 2300-READ-DICT THRU 2300-EXIT
003370     END-EVALUATE.
003380 2100-EXIT.
003390     EXIT.

003400******************************************************************
003410*    2200-READ-LIST -- NEXT WORD THE RELOAD WILL KEEP.  BLANK
003420*                      CARDS ARE SKIPPED; A WORD NOT ABOVE THE
003430*                      LAST ONE KEPT IS ONE SCRDICLD WILL REJECT
003440*                      AS A DUPLICATE OR OUT OF SEQUENCE, SO IT
003450*                      IS LEFT OUT HERE TOO.
003460******************************************************************
003470 2200-READ-LIST.
003480     READ LIST-IN
003490         AT END
003500             MOVE HIGH-VALUES TO WS-LIST-KEY
003510             GO TO 2200-EXIT
003520     END-READ
003530     IF LIST-WORD EQUAL TO SPACE
003540         GO TO 2200-READ-LIST
003550     END-IF
003560     ADD 1 TO WS-LIST-READ
003570     MOVE LIST-WORD TO WS-LIST-WORK
003580     INSPECT WS-LIST-WORK
003590         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003600     IF WS-LIST-WORK NOT > WS-LIST-KEY
003610         ADD 1 TO WS-LIST-REJECTED
003620         DISPLAY "SCRDICMP DUPLICATE/OUT-OF-SEQUENCE WORD: "
003630             WS-LIST-WORK(1:30)
003640         GO TO 2200-READ-LIST
003650     END-IF
003660     MOVE WS-LIST-WORK TO WS-LIST-KEY.
003670 2200-EXIT.
003680     EXIT.

003690******************************************************************
003700*    2300-READ-DICT -- NEXT WORD OF THE CURRENT DICTIONARY
003710******************************************************************
003720 2300-READ-DICT.
003730     READ DICT-FILE NEXT RECORD
003740         AT END
003750             MOVE HIGH-VALUES TO WS-DICT-KEY
003760             GO TO 2300-EXIT
003770     END-READ
003780     ADD 1 TO WS-DICT-READ
003790     MOVE DICT-WORD TO WS-DICT-KEY.
003800 2300-EXIT.
003810     EXIT.

003820******************************************************************
003830*    2400-WRITE-DELTA -- ONE ADDED OR REMOVED WORD TO THE CHANGE
003840*                        HISTORY, UNLESS THE REVISION IS ALREADY
003850*                        THERE
003860******************************************************************
003870 2400-WRITE-DELTA.
003880     IF REVISION-ALREADY-LOGGED
003890         GO TO 2400-EXIT
003900     END-IF
003910     MOVE WS-REV-DATE TO DDLT-REV-DATE
003920     MOVE WS-RUN-DATE TO DDLT-RUN-DATE
003930     WRITE DICT-DELTA-RECORD
003940     ADD 1 TO WS-DELTAS-WRITTEN.
003950 2400-EXIT.
003960     EXIT.

003970******************************************************************
003980*    2500-TABLE-REMOVED -- KEEP A REMOVED WORD FOR THE IMPACT
003990*                          CHECK.  PAST 5000 THE CHANGE HISTORY IS
004000*                          STILL WRITTEN IN FULL BUT THE CHECK IS
004010*                          SHORT, AND THE RUN ENDS RETURN CODE 8.
004020******************************************************************
004030 2500-TABLE-REMOVED.
004040     IF WS-RMV-USED NOT LESS THAN 5000
004050         SET REMOVED-TABLE-FULL TO TRUE
004060         GO TO 2500-EXIT
004070     END-IF
004080     ADD 1 TO WS-RMV-USED
004090     MOVE WS-DICT-KEY TO WS-RMV-WORD(WS-RMV-USED)
004100     MOVE ZERO TO WS-RMV-ENTRIES(WS-RMV-USED).
004110 2500-EXIT.
004120     EXIT.

004130******************************************************************
004140*    3000-CHECK-HISTORY -- EVERY ACTIVE ENTRY OF THE SEASON
004150*                          (SCOREHIS IS PURGED AT SCRCLOSE)
004160*                          AGAINST THE REMOVED WORDS
004170******************************************************************
004180 3000-CHECK-HISTORY.
004190     MOVE "ACTIVE ENTRIES THIS SEASON USING A REMOVED WORD"
004200         TO WS-RPT-SECTION
004210     MOVE SPACE TO IMPACT-RPT-LINE
004220     WRITE IMPACT-RPT-LINE
004230     WRITE IMPACT-RPT-LINE FROM WS-RPT-SECTION
004240     IF WS-RMV-USED EQUAL TO ZERO
004250         MOVE "  NO WORDS REMOVED - NOTHING TO CHECK"
004260             TO WS-RPT-SECTION
004270         WRITE IMPACT-RPT-LINE FROM WS-RPT-SECTION
004280         GO TO 3000-EXIT
004290     END-IF
004300     IF REMOVED-TABLE-FULL
004310         MOVE "  OVER 5000 WORDS REMOVED - FIRST 5000 CHECKED"
004320             TO WS-RPT-SECTION
004330         WRITE IMPACT-RPT-LINE FROM WS-RPT-SECTION
004340     END-IF
004350     WRITE IMPACT-RPT-LINE FROM WS-RPT-COLS
004360     PERFORM 3100-CHECK-ENTRY THRU 3100-EXIT
004370         UNTIL END-OF-HISTORY
004380     IF WS-ENTRIES-HIT EQUAL TO ZERO
004390         MOVE "  NONE" TO WS-RPT-SECTION
004400         WRITE IMPACT-RPT-LINE FROM WS-RPT-SECTION
004410     END-IF.
004420 3000-EXIT.
004430     EXIT.

004440******************************************************************
004450*    3100-CHECK-ENTRY -- ONE SCOREHIS ENTRY.  THE PLAYER'S FIRST
004460*                        ACTIVE ENTRY WITH THEIR SEASONMS BEST
004470*                        SCORE ON THEIR BEST DATE IS THE SEASON
004480*                        BEST, AS SCRINQ SHOWS IT.
004490******************************************************************
004500 3100-CHECK-ENTRY.
004510     READ SCORE-HIST NEXT RECORD
004520         AT END
004530             SET END-OF-HISTORY TO TRUE
004540             GO TO 3100-EXIT
004550     END-READ
004560     ADD 1 TO WS-ENTRIES-READ
004570     IF SHIS-PLAYER-ID NOT EQUAL TO WS-CUR-PLAYER
004580         PERFORM 3200-NEW-PLAYER THRU 3200-EXIT
004590     END-IF
004600     IF NOT SHIS-IS-ACTIVE
004610         GO TO 3100-EXIT
004620     END-IF
004630     ADD 1 TO WS-ENTRIES-CHECKED
004640     MOVE "N" TO WS-ENTRY-BEST-SW
004650     IF NOT BEST-ENTRY-FOUND
004660         AND WS-BEST-SCORE > ZERO
004670         AND SHIS-DATE EQUAL TO WS-BEST-DATE
004680         AND SHIS-SCORE EQUAL TO WS-BEST-SCORE
004690         SET BEST-ENTRY-FOUND TO TRUE
004700         SET ENTRY-IS-SEASON-BEST TO TRUE
004710     END-IF
004720     PERFORM 3400-FIND-REMOVED THRU 3400-EXIT
004730     IF WS-HIT-COUNT EQUAL TO ZERO
004740         GO TO 3100-EXIT
004750     END-IF
004760     ADD 1 TO WS-ENTRIES-HIT
004770     MOVE SPACE TO WS-RPT-DETAIL
004780     IF NOT PLAYER-ALREADY-LISTED
004790         SET PLAYER-ALREADY-LISTED TO TRUE
004800         ADD 1 TO WS-PLAYERS-HIT
004810         PERFORM 3300-GET-NAME THRU 3300-EXIT
004820     END-IF
004830     MOVE SHIS-PLAYER-ID TO WS-RD-PLAYER-ID
004840     MOVE PLAYER-NAME TO WS-RD-NAME
004850     MOVE SHIS-DATE TO WS-RD-DATE
004860     MOVE SHIS-SEQ TO WS-RD-SEQ
004870     MOVE SHIS-SCORE TO WS-RD-SCORE
004880     MOVE WS-HIT-WORD TO WS-RD-HIT-WORD
004890     MOVE SHIS-WORD TO WS-RD-WORD
004900     IF ENTRY-IS-SEASON-BEST
004910         ADD 1 TO WS-BESTS-HIT
004920         MOVE "SEASON BEST" TO WS-RD-FLAG
004930     END-IF
004940     WRITE IMPACT-RPT-LINE FROM WS-RPT-DETAIL
004950     IF WS-HIT-COUNT > 1
004960         SUBTRACT 1 FROM WS-HIT-COUNT GIVING WS-RM-COUNT
004970         WRITE IMPACT-RPT-LINE FROM WS-RPT-MORE
004980     END-IF.
004990 3100-EXIT.
005000     EXIT.

005010******************************************************************
005020*    3200-NEW-PLAYER -- THE PLAYER'S SEASON BEST FROM SEASONMS
005030*                       (NONE IF THEY HAVE NO STANDINGS ROW)
005040******************************************************************
005050 3200-NEW-PLAYER.
005060     MOVE SHIS-PLAYER-ID TO WS-CUR-PLAYER
005070     MOVE "N" TO WS-BEST-FOUND-SW
005080     MOVE "N" TO WS-PLAYER-HIT-SW
005090     MOVE ZERO TO WS-BEST-SCORE
005100     MOVE SPACE TO WS-BEST-DATE
005110     MOVE WS-CUR-PLAYER TO SEAS-PLAYER-ID
005120     READ SEASON-MASTER
005130         INVALID KEY
005140             GO TO 3200-EXIT
005150     END-READ
005160     MOVE SEAS-BEST-SCORE TO WS-BEST-SCORE
005170     MOVE SEAS-BEST-DATE TO WS-BEST-DATE.
005180 3200-EXIT.
005190     EXIT.

005200******************************************************************
005210*    3300-GET-NAME -- PLAYMAST NAME FOR THE PLAYER'S FIRST LINE
005220******************************************************************
005230 3300-GET-NAME.
005240     MOVE WS-CUR-PLAYER TO PLAYER-ID
005250     READ PLAYER-MASTER
005260         INVALID KEY
005270             MOVE "(NOT REGISTERED)" TO PLAYER-NAME
005280     END-READ.
005290 3300-EXIT.
005300     EXIT.

005310******************************************************************
005320*    3400-FIND-REMOVED -- EACH SPACE-DELIMITED WORD OF THE ENTRY,
005330*                         UPPER-CASED, LOOKED UP IN THE REMOVED
005340*                         TABLE.  THE FIRST HIT IS NAMED; EVERY
005350*                         HIT COUNTS AGAINST ITS WORD.
005360******************************************************************
005370 3400-FIND-REMOVED.
005380     MOVE ZERO TO WS-HIT-COUNT
005390     MOVE SPACE TO WS-HIT-WORD
005400     MOVE SHIS-WORD TO WS-ENTRY-WORK
005410     INSPECT WS-ENTRY-WORK
005420         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
005430     MOVE 1 TO WS-ENTRY-PTR
005440     MOVE "N" TO WS-SCAN-DONE-SW
005450     PERFORM 3410-CHECK-ONE-WORD THRU 3410-EXIT
005460         UNTIL ENTRY-SCAN-DONE.
005470 3400-EXIT.
005480     EXIT.

005490******************************************************************
005500*    3410-CHECK-ONE-WORD -- NEXT WORD OF THE ENTRY
005510******************************************************************
005520 3410-CHECK-ONE-WORD.
005530     IF WS-ENTRY-PTR > 60
005540         SET ENTRY-SCAN-DONE TO TRUE
005550         GO TO 3410-EXIT
005560     END-IF
005570     MOVE SPACE TO WS-ENTRY-TOKEN
005580     UNSTRING WS-ENTRY-WORK DELIMITED BY ALL SPACE
005590         INTO WS-ENTRY-TOKEN
005600         WITH POINTER WS-ENTRY-PTR
005610         NOT ON OVERFLOW
005620             SET ENTRY-SCAN-DONE TO TRUE
005630     END-UNSTRING
005640     IF WS-ENTRY-TOKEN EQUAL TO SPACE
005650         GO TO 3410-EXIT
005660     END-IF
005670     SEARCH ALL WS-RMV
005680         AT END
005690             CONTINUE
005700         WHEN WS-RMV-WORD(RMV-IX) EQUAL TO WS-ENTRY-TOKEN
005710             ADD 1 TO WS-RMV-ENTRIES(RMV-IX)
005720             ADD 1 TO WS-HIT-COUNT
005730             IF WS-HIT-WORD EQUAL TO SPACE
005740                 MOVE WS-ENTRY-TOKEN TO WS-HIT-WORD
005750             END-IF
005760     END-SEARCH.
005770 3410-EXIT.
005780     EXIT.

005790******************************************************************
005800*    4000-LIST-REMOVED -- EACH REMOVED WORD AND HOW MANY ACTIVE
005810*                         ENTRIES THIS SEASON USED IT
005820******************************************************************
005830 4000-LIST-REMOVED.
005840     IF WS-RMV-USED EQUAL TO ZERO
005850         GO TO 4000-EXIT
005860     END-IF
005870     MOVE "WORDS REMOVED BY THIS REVISION" TO WS-RPT-SECTION
005880     MOVE SPACE TO IMPACT-RPT-LINE
005890     WRITE IMPACT-RPT-LINE
005900     WRITE IMPACT-RPT-LINE FROM WS-RPT-SECTION
005910     WRITE IMPACT-RPT-LINE FROM WS-RPT-WORD-COLS
005920     PERFORM 4100-LIST-ONE-WORD THRU 4100-EXIT
005930         VARYING WS-R FROM 1 BY 1
005940         UNTIL WS-R > WS-RMV-USED.
005950 4000-EXIT.
005960     EXIT.

005970******************************************************************
005980*    4100-LIST-ONE-WORD -- ONE REMOVED WORD
005990******************************************************************
006000 4100-LIST-ONE-WORD.
006010     MOVE WS-RMV-WORD(WS-R) TO WS-RW-WORD
006020     MOVE WS-RMV-ENTRIES(WS-R) TO WS-RW-ENTRIES
006030     WRITE IMPACT-RPT-LINE FROM WS-RPT-WORD-LINE.
006040 4100-EXIT.
006050     EXIT.

006060******************************************************************
006070*    8000-TERMINATE -- RUN TOTALS ON THE REPORT AND THE CONSOLE,
006080*                      CLOSE FILES, RETURN CODE
006090******************************************************************
006100 8000-TERMINATE.
006110     MOVE SPACE TO IMPACT-RPT-LINE
006120     WRITE IMPACT-RPT-LINE
006130     MOVE "NEW LIST WORDS READ" TO WS-RT-TEXT
006140     MOVE WS-LIST-READ TO WS-RT-COUNT
006150     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006160     MOVE "  DUPLICATE OR OUT OF SEQUENCE - LEFT OUT"
006170         TO WS-RT-TEXT
006180     MOVE WS-LIST-REJECTED TO WS-RT-COUNT
006190     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006200     MOVE "CURRENT DICTIONARY WORDS READ" TO WS-RT-TEXT
006210     MOVE WS-DICT-READ TO WS-RT-COUNT
006220     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006230     MOVE "WORDS UNCHANGED" TO WS-RT-TEXT
006240     MOVE WS-WORDS-UNCHANGED TO WS-RT-COUNT
006250     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006260     MOVE "WORDS ADDED" TO WS-RT-TEXT
006270     MOVE WS-WORDS-ADDED TO WS-RT-COUNT
006280     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006290     MOVE "WORDS REMOVED" TO WS-RT-TEXT
006300     MOVE WS-WORDS-REMOVED TO WS-RT-COUNT
006310     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006320     MOVE "CHANGE HISTORY RECORDS WRITTEN" TO WS-RT-TEXT
006330     MOVE WS-DELTAS-WRITTEN TO WS-RT-COUNT
006340     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006350     MOVE "SCOREHIS ENTRIES READ" TO WS-RT-TEXT
006360     MOVE WS-ENTRIES-READ TO WS-RT-COUNT
006370     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006380     MOVE "ACTIVE ENTRIES CHECKED" TO WS-RT-TEXT
006390     MOVE WS-ENTRIES-CHECKED TO WS-RT-COUNT
006400     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006410     MOVE "ENTRIES USING A REMOVED WORD" TO WS-RT-TEXT
006420     MOVE WS-ENTRIES-HIT TO WS-RT-COUNT
006430     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006440     MOVE "PLAYERS WITH SUCH AN ENTRY" TO WS-RT-TEXT
006450     MOVE WS-PLAYERS-HIT TO WS-RT-COUNT
006460     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006470     MOVE "SEASON BEST SCORES ON A REMOVED WORD" TO WS-RT-TEXT
006480     MOVE WS-BESTS-HIT TO WS-RT-COUNT
006490     WRITE IMPACT-RPT-LINE FROM WS-RPT-TOTAL
006500     CLOSE LIST-IN
006510     CLOSE DICT-FILE
006520     IF NOT REVISION-ALREADY-LOGGED
006530         CLOSE DELTA-FILE
006540     END-IF
006550     CLOSE SCORE-HIST
006560     CLOSE SEASON-MASTER
006570     CLOSE PLAYER-MASTER
006580     CLOSE IMPACT-RPT
006590     DISPLAY "SCRDICMP REVISION         : " WS-REV-DATE
006600     DISPLAY "SCRDICMP WORDS ADDED      : " WS-WORDS-ADDED
006610     DISPLAY "SCRDICMP WORDS REMOVED    : " WS-WORDS-REMOVED
006620     DISPLAY "SCRDICMP ENTRIES AFFECTED : " WS-ENTRIES-HIT
006630     EVALUATE TRUE
006640         WHEN REMOVED-TABLE-FULL
006650             DISPLAY "SCRDICMP OVER 5000 WORDS REMOVED - "
006660                 "IMPACT CHECK INCOMPLETE"
006670             MOVE 8 TO RETURN-CODE
006680         WHEN REVISION-ALREADY-LOGGED
006690             DISPLAY "SCRDICMP REVISION ALREADY ON CHANGE HISTORY"
006700             MOVE 4 TO RETURN-CODE
006710         WHEN WS-ENTRIES-HIT > ZERO
006720             MOVE 4 TO RETURN-CODE
006730     END-EVALUATE.
006740 8000-EXIT.
006750     EXIT.
