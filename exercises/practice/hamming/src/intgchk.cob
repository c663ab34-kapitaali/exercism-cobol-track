000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTGCHK.
000030 AUTHOR.        DAILY-CONTROL-DESK.
000040 INSTALLATION.  SEQUENCING QC / DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  DCD  INITIAL VERSION.  WEEKLY CROSS-FILE
000110*                     REFERENTIAL INTEGRITY CHECK OVER BOTH
000120*                     MASTER FAMILIES.  EACH MAINTENANCE JOB KEEPS
000130*                     ITS OWN FILE RIGHT BUT NOTHING CHECKED THAT
000140*                     THE KEYED FILES STILL AGREE WITH EACH OTHER.
000150*                     FIVE RULES, EACH PRINTED UNDER ITS OWN
000160*                     HEADING ON INTGRPT WITH ITS COUNT, THEN A
000170*                     SUMMARY OF ALL FIVE:
000180*                       1  REFMAST STRAND NOT THE LATEST REFHIST
000190*                          VERSION (OR NO VERSION) - SERIOUS
000200*                       2  TOLFILE ROW FOR A STRAIN NOT ON REFMAST
000210*                          ('*DEFAULT' EXCEPTED) - WARNING
000220*                       3  SEASONMS ROW FOR A PLAYER NOT ON
000230*                          PLAYMAST - SERIOUS
000240*                       4  RATEMAST ROW FOR A PLAYER NOT ON
000250*                          PLAYMAST - SERIOUS
000260*                       5  SCOREHIS ENTRIES FOR A PLAYER NOT ON
000270*                          PLAYMAST (SERIOUS) OR FOR AN INACTIVE
000280*                          PLAYER WITH ENTRIES STILL ACTIVE
000290*                          (WARNING)
000300*                     A STRAIN DELETED FROM REFMAST KEEPS ITS
000310*                     REFHIST VERSIONS (HAMREFUP POSTS NOTHING
000320*                     ON A DELETE), SO HISTORY WITHOUT A MASTER
000330*                     IS NOT A BREAK.  RETURN CODE 8 WHEN ANY
000340*                     SERIOUS BREAK IS FOUND - THE SCRCLOSE AND
000350*                     AUDARCH JOBS RUN THIS CHECK AS THEIR FIRST
000360*                     STEP AND DO NOT GO ON PAST AN 8 - AND 4 WHEN
000370*                     THERE ARE WARNINGS ONLY.
000380*                     OPEN EXCMAST BREACHES ARE NOT CHECKED FOR
000390*                     A SAMPLE ON RECORD: THEY COME FROM HAMBATCH,
000400*                     WHICH KEEPS NO KEYED RECORD OF ITS PAIRS
000410*                     (SMPLHIST HOLDS ONLY HAMSTRN AND HAMBYID
000420*                     RESULTS), SO THERE IS NOTHING TO MATCH THEM
000430*                     AGAINST.
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 REPOSITORY.        FUNCTION ALL INTRINSIC.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT REF-MASTER ASSIGN TO "REFMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS REF-STRAIN-ID.
000560     SELECT REF-HIST ASSIGN TO "REFHIST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS REF-HIST-KEY.
000600     SELECT TOL-FILE ASSIGN TO "TOLFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS TOL-STRAIN-ID.
000640     SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS PLAYER-ID.
000680     SELECT SEASON-MASTER ASSIGN TO "SEASONMS"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS SEAS-PLAYER-ID.
000720     SELECT RATING-MASTER ASSIGN TO "RATEMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS RATE-PLAYER-ID.
000760     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS SCORE-HIST-KEY.
000800     SELECT INTG-RPT ASSIGN TO "INTGRPT"
000810         ORGANIZATION IS SEQUENTIAL.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  REF-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860 COPY HAMREF.

000870 FD  REF-HIST
000880     LABEL RECORDS ARE STANDARD.
000890 COPY HAMHIST.

000900 FD  TOL-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY HAMTOL.

000930 FD  PLAYER-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950 COPY SCRPLYR.

000960 FD  SEASON-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980 COPY SCRSEAS.

000990 FD  RATING-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010 COPY SCRRATM.

001020 FD  SCORE-HIST
001030     LABEL RECORDS ARE STANDARD.
001040 COPY SCRHIST.

001050 FD  INTG-RPT
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  INTG-RPT-LINE              PIC X(132).

001090 WORKING-STORAGE SECTION.
001100 77  WS-REF-EOF-SW              PIC X(01) VALUE "N".
001110     88  END-OF-REF-MASTER                VALUE "Y".
001120 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001130     88  END-OF-REF-HIST                  VALUE "Y".
001140 77  WS-TOL-EOF-SW              PIC X(01) VALUE "N".
001150     88  END-OF-TOLERANCES                VALUE "Y".
001160 77  WS-SEAS-EOF-SW             PIC X(01) VALUE "N".
001170     88  END-OF-SEASON                    VALUE "Y".
001180 77  WS-RATE-EOF-SW             PIC X(01) VALUE "N".
001190     88  END-OF-RATINGS                   VALUE "Y".
001200 77  WS-SHIS-EOF-SW             PIC X(01) VALUE "N".
001210     88  END-OF-SCORE-HIST                VALUE "Y".
001220 77  WS-PLAYER-FOUND-SW         PIC X(01) VALUE "N".
001230     88  PLAYER-ON-FILE                   VALUE "Y".

001240 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.

001250*    THE RULES.  SEVERITY S STOPS THE WEEKEND JOBS; RULE 5 IS
001260*    SERIOUS OR A WARNING LINE BY LINE.
001270 77  WS-RULE                    PIC 9(02) COMP VALUE ZERO.
001280 01  WS-RULE-LIST.
001290     05  FILLER                 PIC X(01) VALUE "S".
001300     05  FILLER                 PIC X(50)
001310         VALUE "REFMAST STRAND NOT THE LATEST REFHIST VERSION".
001320     05  FILLER                 PIC X(01) VALUE "W".
001330     05  FILLER                 PIC X(50)
001340         VALUE "TOLFILE ROW FOR A STRAIN NOT ON REFMAST".
001350     05  FILLER                 PIC X(01) VALUE "S".
001360     05  FILLER                 PIC X(50)
001370         VALUE "SEASONMS ROW FOR A PLAYER NOT ON PLAYMAST".
001380     05  FILLER                 PIC X(01) VALUE "S".
001390     05  FILLER                 PIC X(50)
001400         VALUE "RATEMAST ROW FOR A PLAYER NOT ON PLAYMAST".
001410     05  FILLER                 PIC X(01) VALUE "S".
001420     05  FILLER                 PIC X(50)
001430         VALUE "SCOREHIS ENTRIES, PLAYER NOT ACTIVE ON PLAYMAST".
001440 01  WS-RULE-TBL REDEFINES WS-RULE-LIST.
001450     05  WS-RULE-ENTRY OCCURS 5 TIMES.
001460         10  WS-RULE-SEVERITY   PIC X(01).
001470         10  WS-RULE-TEXT       PIC X(50).
001480 01  WS-RULE-COUNTS.
001490     05  WS-RULE-COUNT OCCURS 5 TIMES.
001500         10  WS-RULE-EXCEPTIONS PIC 9(05) VALUE ZERO.
001510         10  WS-RULE-SERIOUS    PIC 9(05) VALUE ZERO.
001520 77  WS-TOTAL-EXCEPTIONS        PIC 9(07) VALUE ZERO.
001530 77  WS-TOTAL-SERIOUS           PIC 9(07) VALUE ZERO.

001540*    ONE EXCEPTION, FILLED IN BY THE RULE BEFORE 7000
001550 77  WS-EX-SEVERITY             PIC X(01) VALUE SPACE.
001560     88  EX-IS-SERIOUS                    VALUE "S".
001570 77  WS-EX-FILE                 PIC X(08) VALUE SPACE.
001580 77  WS-EX-KEY                  PIC X(30) VALUE SPACE.
001590 77  WS-EX-DETAIL               PIC X(70) VALUE SPACE.

001600*    RULE 1: THE LATEST REFHIST VERSION OF ONE STRAIN
001610 77  WS-REF-KEY                 PIC X(10) VALUE SPACE.
001620 77  WS-HS-STRAIN-ID            PIC X(10) VALUE SPACE.
001630 77  WS-HS-VERSION              PIC 9(04) VALUE ZERO.
001640 77  WS-HS-EFF-DATE             PIC X(08) VALUE SPACE.
001650 77  WS-HS-DNA                  PIC X(500) VALUE SPACE.
001660 77  WS-STRAINS-CHECKED         PIC 9(07) VALUE ZERO.
001670 77  WS-HIST-ONLY-STRAINS       PIC 9(07) VALUE ZERO.
001680 01  WS-VERSION-DETAIL.
001690     05  FILLER                 PIC X(28)
001700         VALUE "STRAND DIFFERS FROM VERSION ".
001710     05  WS-VD-VERSION          PIC ZZZ9.
001720     05  FILLER                 PIC X(11) VALUE " EFFECTIVE ".
001730     05  WS-VD-EFF-DATE         PIC X(08).

001740*    RULE 2
001750 77  WS-TOL-READ                PIC 9(07) VALUE ZERO.

001760*    RULES 3 TO 5
001770 77  WS-SEAS-READ               PIC 9(07) VALUE ZERO.
001780 77  WS-RATE-READ               PIC 9(07) VALUE ZERO.
001790 77  WS-SHIS-READ               PIC 9(09) VALUE ZERO.
001800 77  WS-CUR-PLAYER              PIC X(10) VALUE SPACE.
001810 77  WS-CUR-ENTRIES             PIC 9(05) VALUE ZERO.
001820 77  WS-CUR-ACTIVE              PIC 9(05) VALUE ZERO.
001830 01  WS-ENTRY-DETAIL.
001840     05  WS-ED-ENTRIES          PIC ZZZZ9.
001850     05  FILLER                 PIC X(11) VALUE " ENTRIES, ".
001860     05  WS-ED-ACTIVE           PIC ZZZZ9.
001870     05  FILLER                 PIC X(09) VALUE " ACTIVE, ".
001880     05  WS-ED-REASON           PIC X(40).

001890 01  WS-RPT-HDR.
001900     05  FILLER                 PIC X(48)
001910         VALUE "INTGCHK  WEEKLY REFERENTIAL INTEGRITY CHECK".
001920     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001930     05  WS-RH-RUN-DATE         PIC X(08).
001940 01  WS-RPT-RULE-HDR.
001950     05  FILLER                 PIC X(05) VALUE "RULE ".
001960     05  WS-RRH-RULE            PIC 9.
001970     05  FILLER                 PIC X(02) VALUE SPACE.
001980     05  WS-RRH-TEXT            PIC X(50).
001990 01  WS-RPT-COLS.
002000     05  FILLER                 PIC X(11) VALUE "  SEVERITY".
002010     05  FILLER                 PIC X(10) VALUE "FILE".
002020     05  FILLER                 PIC X(32) VALUE "KEY".
002030     05  FILLER                 PIC X(70) VALUE "DETAIL".
002040 01  WS-RPT-DETAIL.
002050     05  FILLER                 PIC X(02) VALUE SPACE.
002060     05  WS-RD-SEVERITY         PIC X(07).
002070     05  FILLER                 PIC X(02) VALUE SPACE.
002080     05  WS-RD-FILE             PIC X(08).
002090     05  FILLER                 PIC X(02) VALUE SPACE.
002100     05  WS-RD-KEY              PIC X(30).
002110     05  FILLER                 PIC X(02) VALUE SPACE.
002120     05  WS-RD-DETAIL           PIC X(70).
002130 01  WS-RPT-COUNT.
002140     05  FILLER                 PIC X(02) VALUE SPACE.
002150     05  WS-RC-EXCEPTIONS       PIC ZZZZ9.
002160     05  FILLER                 PIC X(13) VALUE " EXCEPTIONS, ".
002170     05  WS-RC-SERIOUS          PIC ZZZZ9.
002180     05  FILLER                 PIC X(08) VALUE " SERIOUS".
002190 01  WS-RPT-NONE.
002200     05  FILLER                 PIC X(11) VALUE SPACE.
002210     05  FILLER                 PIC X(04) VALUE "NONE".
002220 01  WS-RPT-SUM-COLS.
002230     05  FILLER                 PIC X(06) VALUE "RULE".
002240     05  FILLER                 PIC X(09) VALUE "SEVERITY".
002250     05  FILLER                 PIC X(12) VALUE "EXCEPTIONS".
002260     05  FILLER                 PIC X(10) VALUE "SERIOUS".
002270     05  FILLER                 PIC X(50) VALUE "DESCRIPTION".
002280 01  WS-RPT-SUM-LINE.
002290     05  FILLER                 PIC X(02) VALUE SPACE.
002300     05  WS-RS-RULE             PIC 9.
002310     05  FILLER                 PIC X(03) VALUE SPACE.
002320     05  WS-RS-SEVERITY         PIC X(07).
002330     05  FILLER                 PIC X(04) VALUE SPACE.
002340     05  WS-RS-EXCEPTIONS       PIC ZZZZ9.
002350     05  FILLER                 PIC X(05) VALUE SPACE.
002360     05  WS-RS-SERIOUS          PIC ZZZZ9.
002370     05  FILLER                 PIC X(05) VALUE SPACE.
002380     05  WS-RS-TEXT             PIC X(50).
002390 01  WS-RPT-TOTAL.
002400     05  WS-RT-TEXT             PIC X(50).
002410     05  WS-RT-COUNT            PIC ZZZZZZZZ9.

002420 PROCEDURE DIVISION.
002430******************************************************************
002440*    0000-MAINLINE
002450******************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002480     PERFORM 2000-CHECK-REF-VERSIONS THRU 2000-EXIT
002490     PERFORM 3000-CHECK-TOLERANCES THRU 3000-EXIT
002500     PERFORM 5000-CHECK-SEASON THRU 5000-EXIT
002510     PERFORM 5500-CHECK-RATINGS THRU 5500-EXIT
002520     PERFORM 6000-CHECK-SCORE-HIST THRU 6000-EXIT
002530     PERFORM 8000-TERMINATE THRU 8000-EXIT
002540     STOP RUN.

002550******************************************************************
002560*    1000-INITIALIZE -- OPEN FILES, REPORT HEADING
002570******************************************************************
002580 1000-INITIALIZE.
002590     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
002600     OPEN INPUT REF-MASTER
002610     OPEN INPUT REF-HIST
002620     OPEN INPUT TOL-FILE
002630     OPEN INPUT PLAYER-MASTER
002640     OPEN INPUT SEASON-MASTER
002650     OPEN INPUT RATING-MASTER
002660     OPEN INPUT SCORE-HIST
002670     OPEN OUTPUT INTG-RPT
002680     MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
002690     WRITE INTG-RPT-LINE FROM WS-RPT-HDR.
002700 1000-EXIT.
002710     EXIT.

002720******************************************************************
002730*    2000-CHECK-REF-VERSIONS -- RULE 1.  REFMAST AGAINST THE
002740*                               LATEST VERSION OF EACH STRAIN ON
002750*                               REFHIST, BOTH IN STRAIN ORDER.
002760******************************************************************
002770 2000-CHECK-REF-VERSIONS.
002780     MOVE 1 TO WS-RULE
002790     PERFORM 7100-START-RULE THRU 7100-EXIT
002800     PERFORM 2100-READ-REF THRU 2100-EXIT
002810     PERFORM 2200-NEXT-HIST-STRAIN THRU 2200-EXIT
002820     PERFORM 2300-MATCH-STRAIN THRU 2300-EXIT
002830         UNTIL WS-REF-KEY EQUAL TO HIGH-VALUES
002840         AND WS-HS-STRAIN-ID EQUAL TO HIGH-VALUES
002850     PERFORM 7200-END-RULE THRU 7200-EXIT.
002860 2000-EXIT.
002870     EXIT.

002880******************************************************************
002890*    2100-READ-REF -- NEXT REFMAST STRAIN, HIGH-VALUES AT END
002900******************************************************************
002910 2100-READ-REF.
002920     READ REF-MASTER NEXT RECORD
002930         AT END
002940             SET END-OF-REF-MASTER TO TRUE
002950             MOVE HIGH-VALUES TO WS-REF-KEY
002960             GO TO 2100-EXIT
002970     END-READ
002980     ADD 1 TO WS-STRAINS-CHECKED
002990     MOVE REF-STRAIN-ID TO WS-REF-KEY.
003000 2100-EXIT.
003010     EXIT.

003020******************************************************************
003030*    2200-NEXT-HIST-STRAIN -- ALL OF ONE STRAIN'S REFHIST
003040*                             VERSIONS, KEEPING THE LAST
003050*                             (HIGHEST) ONE.  THE
003060*                             FIRST RECORD OF THE NEXT STRAIN IS
003070*                             LEFT IN THE RECORD AREA.
003080******************************************************************
003090 2200-NEXT-HIST-STRAIN.
003100     IF WS-HS-STRAIN-ID EQUAL TO SPACE
003110         PERFORM 2250-READ-HIST THRU 2250-EXIT
003120     END-IF
003130     IF END-OF-REF-HIST
003140         MOVE HIGH-VALUES TO WS-HS-STRAIN-ID
003150         GO TO 2200-EXIT
003160     END-IF
003170     MOVE HIST-STRAIN-ID TO WS-HS-STRAIN-ID
003180     PERFORM 2260-KEEP-VERSION THRU 2260-EXIT
003190         UNTIL END-OF-REF-HIST
003200         OR HIST-STRAIN-ID NOT EQUAL TO WS-HS-STRAIN-ID.
003210 2200-EXIT.
003220     EXIT.

003230******************************************************************
003240*    2250-READ-HIST -- NEXT REFHIST RECORD
003250******************************************************************
003260 2250-READ-HIST.
003270     READ REF-HIST NEXT RECORD
003280         AT END
003290             SET END-OF-REF-HIST TO TRUE
003300     END-READ.
003310 2250-EXIT.
003320     EXIT.

003330******************************************************************
003340*    2260-KEEP-VERSION -- THIS VERSION IS THE LATEST SO FAR
003350******************************************************************
003360 2260-KEEP-VERSION.
003370     MOVE HIST-VERSION TO WS-HS-VERSION
003380     MOVE HIST-EFF-DATE TO WS-HS-EFF-DATE
003390     MOVE HIST-DNA TO WS-HS-DNA
003400     PERFORM 2250-READ-HIST THRU 2250-EXIT.
003410 2260-EXIT.
003420     EXIT.

003430******************************************************************
003440*    2300-MATCH-STRAIN -- ON BOTH: THE STRANDS MUST AGREE.  ON
003450*                         REFMAST ONLY: NO VERSION AT ALL.  ON
003460*                         REFHIST ONLY: A DELETED STRAIN, NOT A
003470*                         BREAK.
003480******************************************************************
003490 2300-MATCH-STRAIN.
003500     EVALUATE TRUE
003510         WHEN WS-REF-KEY EQUAL TO WS-HS-STRAIN-ID
003520             IF REF-MASTER-DNA NOT EQUAL TO WS-HS-DNA
003530                 MOVE WS-HS-VERSION TO WS-VD-VERSION
003540                 MOVE WS-HS-EFF-DATE TO WS-VD-EFF-DATE
003550                 MOVE WS-VERSION-DETAIL TO WS-EX-DETAIL
003560                 PERFORM 2350-REF-EXCEPTION THRU 2350-EXIT
003570             END-IF
003580             PERFORM 2100-READ-REF THRU 2100-EXIT
003590             PERFORM 2200-NEXT-HIST-STRAIN THRU 2200-EXIT
003600         WHEN WS-REF-KEY < WS-HS-STRAIN-ID
003610             MOVE "NO VERSION ON REFHIST" TO WS-EX-DETAIL
003620             PERFORM 2350-REF-EXCEPTION THRU 2350-EXIT
003630             PERFORM 2100-READ-REF THRU 2100-EXIT
003640         WHEN OTHER
003650             ADD 1 TO WS-HIST-ONLY-STRAINS
003660             PERFORM 2200-NEXT-HIST-STRAIN THRU 2200-EXIT
003670     END-EVALUATE.
003680 2300-EXIT.
003690     EXIT.

003700******************************************************************
003710*    2350-REF-EXCEPTION -- RULE 1 LINE FOR THE CURRENT STRAIN
003720******************************************************************
003730 2350-REF-EXCEPTION.
003740     MOVE "S" TO WS-EX-SEVERITY
003750     MOVE "REFMAST" TO WS-EX-FILE
003760     MOVE WS-REF-KEY TO WS-EX-KEY
003770     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
003780 2350-EXIT.
003790     EXIT.

003800******************************************************************
003810*    3000-CHECK-TOLERANCES -- RULE 2.  EVERY STRAIN ROW ON
003820*                             TOLFILE MUST NAME A STRAIN STILL ON
003830*                             REFMAST.
003840******************************************************************
003850 3000-CHECK-TOLERANCES.
003860     MOVE 2 TO WS-RULE
003870     PERFORM 7100-START-RULE THRU 7100-EXIT
003880     PERFORM 3100-CHECK-TOL-ROW THRU 3100-EXIT
003890         UNTIL END-OF-TOLERANCES
003900     PERFORM 7200-END-RULE THRU 7200-EXIT.
003910 3000-EXIT.
003920     EXIT.

003930******************************************************************
003940*    3100-CHECK-TOL-ROW -- ONE TOLFILE ROW
003950******************************************************************
003960 3100-CHECK-TOL-ROW.
003970     READ TOL-FILE NEXT RECORD
003980         AT END
003990             SET END-OF-TOLERANCES TO TRUE
004000             GO TO 3100-EXIT
004010     END-READ
004020     ADD 1 TO WS-TOL-READ
004030     IF TOL-STRAIN-ID EQUAL TO "*DEFAULT"
004040         GO TO 3100-EXIT
004050     END-IF
004060     MOVE TOL-STRAIN-ID TO REF-STRAIN-ID
004070     READ REF-MASTER
004080         INVALID KEY
004090             MOVE "W" TO WS-EX-SEVERITY
004100             MOVE "TOLFILE" TO WS-EX-FILE
004110             MOVE TOL-STRAIN-ID TO WS-EX-KEY
004120             MOVE "STRAIN NOT ON REFMAST" TO WS-EX-DETAIL
004130             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004140     END-READ.
004150 3100-EXIT.
004160     EXIT.

004170******************************************************************
004180*    5000-CHECK-SEASON -- RULE 3.  EVERY SEASONMS ROW MUST BELONG
004190*                         TO A PLAYER ON PLAYMAST.
004200******************************************************************
004210 5000-CHECK-SEASON.
004220     MOVE 3 TO WS-RULE
004230     PERFORM 7100-START-RULE THRU 7100-EXIT
004240     PERFORM 5100-CHECK-SEAS-ROW THRU 5100-EXIT
004250         UNTIL END-OF-SEASON
004260     PERFORM 7200-END-RULE THRU 7200-EXIT.
004270 5000-EXIT.
004280     EXIT.

004290******************************************************************
004300*    5100-CHECK-SEAS-ROW -- ONE SEASONMS ROW
004310******************************************************************
004320 5100-CHECK-SEAS-ROW.
004330     READ SEASON-MASTER NEXT RECORD
004340         AT END
004350             SET END-OF-SEASON TO TRUE
004360             GO TO 5100-EXIT
004370     END-READ
004380     ADD 1 TO WS-SEAS-READ
004390     MOVE SEAS-PLAYER-ID TO PLAYER-ID
004400     PERFORM 6900-READ-PLAYER THRU 6900-EXIT
004410     IF PLAYER-ON-FILE
004420         GO TO 5100-EXIT
004430     END-IF
004440     MOVE "S" TO WS-EX-SEVERITY
004450     MOVE "SEASONMS" TO WS-EX-FILE
004460     MOVE SEAS-PLAYER-ID TO WS-EX-KEY
004470     MOVE "PLAYER NOT ON PLAYMAST" TO WS-EX-DETAIL
004480     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
004490 5100-EXIT.
004500     EXIT.

004510******************************************************************
004520*    5500-CHECK-RATINGS -- RULE 4.  EVERY RATEMAST ROW MUST
004530*                          BELONG TO A PLAYER ON PLAYMAST.
004540******************************************************************
004550 5500-CHECK-RATINGS.
004560     MOVE 4 TO WS-RULE
004570     PERFORM 7100-START-RULE THRU 7100-EXIT
004580     PERFORM 5600-CHECK-RATE-ROW THRU 5600-EXIT
004590         UNTIL END-OF-RATINGS
004600     PERFORM 7200-END-RULE THRU 7200-EXIT.
004610 5500-EXIT.
004620     EXIT.

004630******************************************************************
004640*    5600-CHECK-RATE-ROW -- ONE RATEMAST ROW
004650******************************************************************
004660 5600-CHECK-RATE-ROW.
004670     READ RATING-MASTER NEXT RECORD
004680         AT END
004690             SET END-OF-RATINGS TO TRUE
004700             GO TO 5600-EXIT
004710     END-READ
004720     ADD 1 TO WS-RATE-READ
004730     MOVE RATE-PLAYER-ID TO PLAYER-ID
004740     PERFORM 6900-READ-PLAYER THRU 6900-EXIT
004750     IF PLAYER-ON-FILE
004760         GO TO 5600-EXIT
004770     END-IF
004780     MOVE "S" TO WS-EX-SEVERITY
004790     MOVE "RATEMAST" TO WS-EX-FILE
004800     MOVE RATE-PLAYER-ID TO WS-EX-KEY
004810     MOVE "PLAYER NOT ON PLAYMAST" TO WS-EX-DETAIL
004820     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
004830 5600-EXIT.
004840     EXIT.

004850******************************************************************
004860*    6000-CHECK-SCORE-HIST -- RULE 5.  SCOREHIS IS READ IN PLAYER
004870*                             ORDER AND EACH PLAYER'S ENTRIES ARE
004880*                             JUDGED AT THE PLAYER BREAK.
004890******************************************************************
004900 6000-CHECK-SCORE-HIST.
004910     MOVE 5 TO WS-RULE
004920     PERFORM 7100-START-RULE THRU 7100-EXIT
004930     PERFORM 6100-READ-ENTRY THRU 6100-EXIT
004940         UNTIL END-OF-SCORE-HIST
004950     IF WS-CUR-PLAYER NOT EQUAL TO SPACE
004960         PERFORM 6200-PLAYER-BREAK THRU 6200-EXIT
004970     END-IF
004980     PERFORM 7200-END-RULE THRU 7200-EXIT.
004990 6000-EXIT.
005000     EXIT.

005010******************************************************************
005020*    6100-READ-ENTRY -- ONE SCOREHIS ENTRY, COUNTED AGAINST ITS
005030*                       PLAYER
005040******************************************************************
005050 6100-READ-ENTRY.
005060     READ SCORE-HIST NEXT RECORD
005070         AT END
005080             SET END-OF-SCORE-HIST TO TRUE
005090             GO TO 6100-EXIT
005100     END-READ
005110     ADD 1 TO WS-SHIS-READ
005120     IF SHIS-PLAYER-ID NOT EQUAL TO WS-CUR-PLAYER
005130         IF WS-CUR-PLAYER NOT EQUAL TO SPACE
005140             PERFORM 6200-PLAYER-BREAK THRU 6200-EXIT
005150         END-IF
005160         MOVE SHIS-PLAYER-ID TO WS-CUR-PLAYER
005170         MOVE ZERO TO WS-CUR-ENTRIES
005180         MOVE ZERO TO WS-CUR-ACTIVE
005190     END-IF
005200     ADD 1 TO WS-CUR-ENTRIES
005210     IF SHIS-IS-ACTIVE
005220         ADD 1 TO WS-CUR-ACTIVE
005230     END-IF.
005240 6100-EXIT.
005250     EXIT.

005260******************************************************************
005270*    6200-PLAYER-BREAK -- NOT ON PLAYMAST AT ALL IS SERIOUS.  AN
005280*                         INACTIVE PLAYER (A MERGED-AWAY ID AMONG
005290*                         THEM) WITH ENTRIES STILL ACTIVE IS A
005300*                         WARNING; ONLY REVERSED ENTRIES LEFT IS
005310*                         NOT A BREAK.
005320******************************************************************
005330 6200-PLAYER-BREAK.
005340     MOVE WS-CUR-PLAYER TO PLAYER-ID
005350     PERFORM 6900-READ-PLAYER THRU 6900-EXIT
005360     MOVE SPACE TO WS-ED-REASON
005370     EVALUATE TRUE
005380         WHEN NOT PLAYER-ON-FILE
005390             MOVE "S" TO WS-EX-SEVERITY
005400             MOVE "PLAYER NOT ON PLAYMAST" TO WS-ED-REASON
005410         WHEN PLAYER-IS-ACTIVE
005420             GO TO 6200-EXIT
005430         WHEN WS-CUR-ACTIVE EQUAL TO ZERO
005440             GO TO 6200-EXIT
005450         WHEN PLAYER-MERGED-INTO NOT EQUAL TO SPACE
005460             MOVE "W" TO WS-EX-SEVERITY
005470             MOVE "PLAYER INACTIVE, MERGED INTO" TO WS-ED-REASON
005480             MOVE PLAYER-MERGED-INTO TO WS-ED-REASON(30:10)
005490         WHEN OTHER
005500             MOVE "W" TO WS-EX-SEVERITY
005510             MOVE "PLAYER INACTIVE ON PLAYMAST" TO WS-ED-REASON
005520     END-EVALUATE
005530     MOVE "SCOREHIS" TO WS-EX-FILE
005540     MOVE WS-CUR-PLAYER TO WS-EX-KEY
005550     MOVE WS-CUR-ENTRIES TO WS-ED-ENTRIES
005560     MOVE WS-CUR-ACTIVE TO WS-ED-ACTIVE
005570     MOVE WS-ENTRY-DETAIL TO WS-EX-DETAIL
005580     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
005590 6200-EXIT.
005600     EXIT.

005610******************************************************************
005620*    6900-READ-PLAYER -- PLAYMAST BY THE ID IN PLAYER-ID
005630******************************************************************
005640 6900-READ-PLAYER.
005650     MOVE "Y" TO WS-PLAYER-FOUND-SW
005660     READ PLAYER-MASTER
005670         INVALID KEY
005680             MOVE "N" TO WS-PLAYER-FOUND-SW
005690     END-READ.
005700 6900-EXIT.
005710     EXIT.

005720******************************************************************
005730*    7000-WRITE-EXCEPTION -- ONE EXCEPTION LINE UNDER THE CURRENT
005740*                            RULE, COUNTED
005750******************************************************************
005760 7000-WRITE-EXCEPTION.
005770     ADD 1 TO WS-RULE-EXCEPTIONS(WS-RULE)
005780     ADD 1 TO WS-TOTAL-EXCEPTIONS
005790     MOVE SPACE TO WS-RPT-DETAIL
005800     IF EX-IS-SERIOUS
005810         ADD 1 TO WS-RULE-SERIOUS(WS-RULE)
005820         ADD 1 TO WS-TOTAL-SERIOUS
005830         MOVE "SERIOUS" TO WS-RD-SEVERITY
005840     ELSE
005850         MOVE "WARNING" TO WS-RD-SEVERITY
005860     END-IF
005870     MOVE WS-EX-FILE TO WS-RD-FILE
005880     MOVE WS-EX-KEY TO WS-RD-KEY
005890     MOVE WS-EX-DETAIL TO WS-RD-DETAIL
005900     WRITE INTG-RPT-LINE FROM WS-RPT-DETAIL.
005910 7000-EXIT.
005920     EXIT.

005930******************************************************************
005940*    7100-START-RULE -- RULE HEADING AND COLUMN HEADINGS
005950******************************************************************
005960 7100-START-RULE.
005970     MOVE SPACE TO INTG-RPT-LINE
005980     WRITE INTG-RPT-LINE
005990     MOVE WS-RULE TO WS-RRH-RULE
006000     MOVE WS-RULE-TEXT(WS-RULE) TO WS-RRH-TEXT
006010     WRITE INTG-RPT-LINE FROM WS-RPT-RULE-HDR
006020     WRITE INTG-RPT-LINE FROM WS-RPT-COLS.
006030 7100-EXIT.
006040     EXIT.

006050******************************************************************
006060*    7200-END-RULE -- THE RULE'S COUNTS
006070******************************************************************
006080 7200-END-RULE.
006090     IF WS-RULE-EXCEPTIONS(WS-RULE) EQUAL TO ZERO
006100         WRITE INTG-RPT-LINE FROM WS-RPT-NONE
006110     END-IF
006120     MOVE WS-RULE-EXCEPTIONS(WS-RULE) TO WS-RC-EXCEPTIONS
006130     MOVE WS-RULE-SERIOUS(WS-RULE) TO WS-RC-SERIOUS
006140     WRITE INTG-RPT-LINE FROM WS-RPT-COUNT.
006150 7200-EXIT.
006160     EXIT.

006170******************************************************************
006180*    7300-SUMMARY-LINE -- ONE RULE ON THE SUMMARY
006190******************************************************************
006200 7300-SUMMARY-LINE.
006210     MOVE WS-RULE TO WS-RS-RULE
006220     IF WS-RULE-SEVERITY(WS-RULE) EQUAL TO "S"
006230         MOVE "SERIOUS" TO WS-RS-SEVERITY
006240     ELSE
006250         MOVE "WARNING" TO WS-RS-SEVERITY
006260     END-IF
006270     MOVE WS-RULE-EXCEPTIONS(WS-RULE) TO WS-RS-EXCEPTIONS
006280     MOVE WS-RULE-SERIOUS(WS-RULE) TO WS-RS-SERIOUS
006290     MOVE WS-RULE-TEXT(WS-RULE) TO WS-RS-TEXT
006300     WRITE INTG-RPT-LINE FROM WS-RPT-SUM-LINE.
006310 7300-EXIT.
006320     EXIT.

006330******************************************************************
006340*    8000-TERMINATE -- SUMMARY BY RULE, RECORDS READ, CLOSE
006350*                      FILES, RETURN CODE
006360******************************************************************
006370 8000-TERMINATE.
006380     MOVE SPACE TO INTG-RPT-LINE
006390     WRITE INTG-RPT-LINE
006400     MOVE "SUMMARY BY RULE" TO INTG-RPT-LINE
006410     WRITE INTG-RPT-LINE
006420     WRITE INTG-RPT-LINE FROM WS-RPT-SUM-COLS
006430     PERFORM 7300-SUMMARY-LINE THRU 7300-EXIT
006440         VARYING WS-RULE FROM 1 BY 1
006450         UNTIL WS-RULE > 5
006460     MOVE SPACE TO INTG-RPT-LINE
006470     WRITE INTG-RPT-LINE
006480     MOVE "REFMAST STRAINS READ" TO WS-RT-TEXT
006490     MOVE WS-STRAINS-CHECKED TO WS-RT-COUNT
006500     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006510     MOVE "  STRAINS ON REFHIST ONLY (DELETED - NOT A BREAK)"
006520         TO WS-RT-TEXT
006530     MOVE WS-HIST-ONLY-STRAINS TO WS-RT-COUNT
006540     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006550     MOVE "TOLFILE ROWS READ" TO WS-RT-TEXT
006560     MOVE WS-TOL-READ TO WS-RT-COUNT
006570     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006580     MOVE "SEASONMS ROWS READ" TO WS-RT-TEXT
006590     MOVE WS-SEAS-READ TO WS-RT-COUNT
006600     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006610     MOVE "RATEMAST ROWS READ" TO WS-RT-TEXT
006620     MOVE WS-RATE-READ TO WS-RT-COUNT
006630     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006640     MOVE "SCOREHIS ENTRIES READ" TO WS-RT-TEXT
006650     MOVE WS-SHIS-READ TO WS-RT-COUNT
006660     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006670     MOVE "EXCEPTIONS" TO WS-RT-TEXT
006680     MOVE WS-TOTAL-EXCEPTIONS TO WS-RT-COUNT
006690     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006700     MOVE "  SERIOUS" TO WS-RT-TEXT
006710     MOVE WS-TOTAL-SERIOUS TO WS-RT-COUNT
006720     WRITE INTG-RPT-LINE FROM WS-RPT-TOTAL
006730     CLOSE REF-MASTER
006740     CLOSE REF-HIST
006750     CLOSE TOL-FILE
006760     CLOSE PLAYER-MASTER
006770     CLOSE SEASON-MASTER
006780     CLOSE RATING-MASTER
006790     CLOSE SCORE-HIST
006800     CLOSE INTG-RPT
006810     DISPLAY "INTGCHK EXCEPTIONS        : " WS-TOTAL-EXCEPTIONS
006820     DISPLAY "INTGCHK SERIOUS           : " WS-TOTAL-SERIOUS
006830     EVALUATE TRUE
006840         WHEN WS-TOTAL-SERIOUS > ZERO
006850             DISPLAY "INTGCHK SERIOUS BREAKS FOUND - "
006860                 "WEEKEND JOBS MUST NOT RUN"
006870             MOVE 8 TO RETURN-CODE
006880         WHEN WS-TOTAL-EXCEPTIONS > ZERO
006890             MOVE 4 TO RETURN-CODE
006900     END-EVALUATE.
006910 8000-EXIT.
006920     EXIT.
