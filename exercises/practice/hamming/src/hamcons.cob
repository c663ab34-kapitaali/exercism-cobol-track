000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMCONS.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-08.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-08  SQS  INITIAL VERSION.  CONSENSUS BUILDER FOR
000110*                     STRAINS THAT HAVE REALLY MUTATED.  READS THE
000120*                     SAMPLE-RESULT HISTORY (SMPLHIST, SEE
000130*                     HAMSRH - EVERY CLEAN SAMPLE STRAND HAMSTRN
000140*                     AND HAMBYID HAVE SEEN) ONE STRAIN AT A TIME
000150*                     AND, OVER THE SAMPLES RUN IN THE LAST PARM
000160*                     'DAYS=NNN' DAYS (DEFAULT 030), COUNTS THE
000170*                     A/C/G/T VOTES AT EVERY POSITION (AMBIGUITY
000180*                     CODES DO NOT VOTE).  THE MAJORITY BASE AT
000190*                     EACH POSITION IS THE CONSENSUS.  EVERY
000200*                     POSITION WHERE IT DIFFERS FROM THE STRAIN'S
000210*                     CURRENT REFMAST-DNA IS LISTED ON CONSRPT
000220*                     WITH THE VOTE COUNTS AND THE SHARE OF VOTES
000230*                     THE CONSENSUS BASE GOT.  WHEN EVERY
000240*                     DIFFERING POSITION'S SHARE CLEARS THE BAR
000250*                     (PARM 'AGREE=NNN' PERCENT, DEFAULT 090) AND
000260*                     AT LEAST 'MIN=NNN' SAMPLES (DEFAULT 010)
000270*                     VOTED, A PROPOSED REPLACE CARD (SEE
000280*                     HAMREFTR) CARRYING THE REFERENCE WITH THOSE
000290*                     POSITIONS CHANGED IS WRITTEN TO THE APPROVAL
000300*                     FILE CONSPROP.  NOTHING IS APPLIED HERE -
000310*                     THE CARDS THE LAB APPROVES ARE FED TO
000320*                     HAMREFUP AS REFTRAN THE USUAL WAY, SO
000330*                     REFHIST STILL GETS THE NEW VERSION.  RETURN
000340*                     CODE 4 WHEN ANY PROPOSAL IS WRITTEN.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 REPOSITORY.        FUNCTION ALL INTRINSIC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SMPL-HIST ASSIGN TO "SMPLHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SMPL-HIST-KEY.
000470     SELECT REF-MASTER ASSIGN TO "REFMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS REF-STRAIN-ID.
000510     SELECT CONS-RPT ASSIGN TO "CONSRPT"
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CONS-PROP ASSIGN TO "CONSPROP"
000540         ORGANIZATION IS SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SMPL-HIST
000580     LABEL RECORDS ARE STANDARD.
000590 COPY HAMSRH.

000600 FD  REF-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620 COPY HAMREF.

000630 FD  CONS-RPT
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  CONS-LINE                  PIC X(80).

000670 FD  CONS-PROP
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  CONS-PROP-RECORD           PIC X(511).

000710 WORKING-STORAGE SECTION.
000720 COPY HAMREFTR.
000730 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000740     88  END-OF-HISTORY                   VALUE "Y".
000750 77  WS-GRP-OPEN-SW             PIC X(01) VALUE "N".
000760     88  GROUP-IN-PROGRESS                VALUE "Y".
000770 77  WS-GRP-STRAIN-ID           PIC X(10) VALUE SPACE.
000780 77  WS-GRP-SAMPLES             PIC 9(05) COMP VALUE ZERO.
000790 77  WS-WINDOW-DAYS             PIC 9(03) VALUE 30.
000800 77  WS-AGREE-BAR               PIC 9(03) VALUE 90.
000810 77  WS-MIN-SAMPLES             PIC 9(03) VALUE 10.
000820 77  WS-TODAY-INT               PIC 9(09) COMP VALUE ZERO.
000830 77  WS-CUTOFF-NUM              PIC 9(08) VALUE ZERO.
000840 77  WS-CUTOFF-DATE             PIC X(08) VALUE SPACE.
000850 77  WS-STRAND-LEN              PIC 9(04) COMP VALUE ZERO.
000860 77  WS-REF-LEN                 PIC 9(04) COMP VALUE ZERO.
000870 77  WS-POS                     PIC 9(04) COMP VALUE ZERO.
000880 77  WS-BASE-SUB                PIC 9(01) COMP VALUE ZERO.
000890 77  WS-BEST-SUB                PIC 9(01) COMP VALUE ZERO.
000900 77  WS-BEST-VOTES              PIC 9(05) COMP VALUE ZERO.
000910 77  WS-TOTAL-VOTES             PIC 9(05) COMP VALUE ZERO.
000920 77  WS-AGREE-PCT               PIC 9(03)V99 VALUE ZERO.
000930 77  WS-LOWEST-AGREE            PIC 9(03)V99 VALUE ZERO.
000940 77  WS-DIFF-POSITIONS          PIC 9(04) COMP VALUE ZERO.
000950 77  WS-CONS-DNA                PIC X(500) VALUE SPACE.
000960 77  WS-RECORDS-READ            PIC 9(07) VALUE ZERO.
000970 77  WS-RECORDS-IN-WINDOW       PIC 9(07) VALUE ZERO.
000980 77  WS-STRAINS-REVIEWED        PIC 9(05) VALUE ZERO.
000990 77  WS-PROPOSALS-WRITTEN       PIC 9(05) VALUE ZERO.
001000 77  WS-PARM-WORK               PIC X(30) VALUE SPACE.
001010 77  WS-TOKEN-SUB               PIC 9(01) COMP VALUE ZERO.
001020 01  WS-PARM-TOKENS.
001030     05  WS-PARM-TOKEN          PIC X(12) OCCURS 3 TIMES.
001040 01  WS-BASE-LIST               PIC X(04) VALUE "ACGT".
001050 01  WS-BASE-TABLE REDEFINES WS-BASE-LIST.
001060     05  WS-BASE-CHAR           PIC X(01) OCCURS 4 TIMES.
001070 01  WS-VOTE-TABLE.
001080     05  WS-VOTE-POS OCCURS 500 TIMES.
001090         10  WS-VOTES           PIC 9(05) COMP OCCURS 4 TIMES.
001100 01  WS-TITLE-LINE.
001110     05  FILLER                 PIC X(31)
001120         VALUE "CONSENSUS REVIEW - SAMPLES RUN ".
001130     05  FILLER                 PIC X(06) VALUE "SINCE ".
001140     05  WS-TL-CUTOFF           PIC X(08).
001150     05  FILLER                 PIC X(17)
001160         VALUE "  AGREEMENT BAR ".
001170     05  WS-TL-BAR              PIC ZZ9.
001180     05  FILLER                 PIC X(15) VALUE "%".
001190 01  WS-STRAIN-LINE.
001200     05  FILLER                 PIC X(07) VALUE "STRAIN ".
001210     05  WS-SL-STRAIN-ID        PIC X(10).
001220     05  FILLER                 PIC X(10) VALUE "  SAMPLES ".
001230     05  WS-SL-SAMPLES          PIC ZZZZ9.
001240     05  FILLER                 PIC X(13) VALUE "  REF LENGTH ".
001250     05  WS-SL-REF-LEN          PIC ZZZ9.
001260     05  FILLER                 PIC X(31) VALUE SPACE.
001270 01  WS-POS-LINE.
001280     05  FILLER                 PIC X(06) VALUE "  POS ".
001290     05  WS-PL-POS              PIC ZZZ9.
001300     05  FILLER                 PIC X(06) VALUE "  REF ".
001310     05  WS-PL-REF-BASE         PIC X(01).
001320     05  FILLER                 PIC X(07) VALUE "  CONS ".
001330     05  WS-PL-CONS-BASE        PIC X(01).
001340     05  FILLER                 PIC X(04) VALUE "  A ".
001350     05  WS-PL-VOTES-A          PIC ZZZZ9.
001360     05  FILLER                 PIC X(03) VALUE " C ".
001370     05  WS-PL-VOTES-C          PIC ZZZZ9.
001380     05  FILLER                 PIC X(03) VALUE " G ".
001390     05  WS-PL-VOTES-G          PIC ZZZZ9.
001400     05  FILLER                 PIC X(03) VALUE " T ".
001410     05  WS-PL-VOTES-T          PIC ZZZZ9.
001420     05  FILLER                 PIC X(08) VALUE "  AGREE ".
001430     05  WS-PL-AGREE            PIC ZZ9.99.
001440     05  FILLER                 PIC X(08) VALUE "%".
001450 01  WS-RESULT-LINE.
001460     05  FILLER                 PIC X(12) VALUE "  DIFFERING ".
001470     05  WS-RL-DIFF             PIC ZZZ9.
001480     05  FILLER                 PIC X(15) VALUE "  LOWEST AGREE ".
001490     05  WS-RL-LOWEST           PIC ZZ9.99.
001500     05  FILLER                 PIC X(03) VALUE "%  ".
001510     05  WS-RL-ACTION           PIC X(40).

001520 LINKAGE SECTION.
001530 01  PARM-AREA.
001540     05  PARM-LEN               PIC S9(4) COMP.
001550     05  PARM-TEXT              PIC X(30).

001560 PROCEDURE DIVISION USING PARM-AREA.
001570******************************************************************
001580*    0000-MAINLINE
001590******************************************************************
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001620     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
001630         UNTIL END-OF-HISTORY
001640     PERFORM 3000-REVIEW-STRAIN THRU 3000-EXIT
001650     PERFORM 8000-TERMINATE THRU 8000-EXIT
001660     STOP RUN.

001670******************************************************************
001680*    1000-INITIALIZE -- APPLY THE PARM, WORK OUT THE FIRST RUN
001690*                       DATE IN THE WINDOW, OPEN FILES, POSITION
001700*                       AT THE START OF THE HISTORY
001710******************************************************************
001720 1000-INITIALIZE.
001730     IF PARM-LEN > ZERO
001740         MOVE PARM-TEXT TO WS-PARM-WORK
001750         PERFORM 1200-PARSE-PARM THRU 1200-EXIT
001760     END-IF
001770     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
001780         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
001790     COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
001800         WS-TODAY-INT - WS-WINDOW-DAYS)
001810     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
001820     OPEN INPUT SMPL-HIST
001830     OPEN INPUT REF-MASTER
001840     OPEN OUTPUT CONS-RPT
001850     OPEN OUTPUT CONS-PROP
001860     MOVE WS-CUTOFF-DATE TO WS-TL-CUTOFF
001870     MOVE WS-AGREE-BAR TO WS-TL-BAR
001880     WRITE CONS-LINE FROM WS-TITLE-LINE
001890     MOVE LOW-VALUES TO SMPL-HIST-KEY
001900     START SMPL-HIST
001910         KEY IS NOT LESS THAN SMPL-HIST-KEY
001920         INVALID KEY
001930             SET END-OF-HISTORY TO TRUE
001940     END-START.
001950 1000-EXIT.
001960     EXIT.

001970******************************************************************
001980*    1200-PARSE-PARM -- THE PARM IS UP TO THREE COMMA-SEPARATED
001990*                      TOKENS: 'DAYS=NNN' (HOW FAR BACK SAMPLES
002000*                      COUNT), 'AGREE=NNN' (THE AGREEMENT BAR AS A
002010*                      PERCENT) AND 'MIN=NNN' (THE FEWEST SAMPLES
002020*                      A PROPOSAL MAY REST ON).  AN UNRECOGNIZED
002030*                      TOKEN STOPS THE RUN.
002040******************************************************************
002050 1200-PARSE-PARM.
002060     MOVE SPACE TO WS-PARM-TOKENS
002070     UNSTRING WS-PARM-WORK DELIMITED BY ","
002080         INTO WS-PARM-TOKEN(1)
002090              WS-PARM-TOKEN(2)
002100              WS-PARM-TOKEN(3)
002110     END-UNSTRING
002120     PERFORM 1250-PARSE-PARM-TOKEN THRU 1250-EXIT
002130         VARYING WS-TOKEN-SUB FROM 1 BY 1
002140         UNTIL WS-TOKEN-SUB > 3.
002150 1200-EXIT.
002160     EXIT.

002170******************************************************************
002180*    1250-PARSE-PARM-TOKEN -- APPLY ONE PARM TOKEN
002190******************************************************************
002200 1250-PARSE-PARM-TOKEN.
002210     EVALUATE TRUE
002220         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO SPACE
002230             CONTINUE
002240         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5)
002250             EQUAL TO "DAYS="
002260             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3) IS NUMERIC
002270             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3)
002280                 TO WS-WINDOW-DAYS
002290         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:6)
002300             EQUAL TO "AGREE="
002310             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(7:3) IS NUMERIC
002320             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(7:3)
002330                 TO WS-AGREE-BAR
002340         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:4)
002350             EQUAL TO "MIN="
002360             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(5:3) IS NUMERIC
002370             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(5:3)
002380                 TO WS-MIN-SAMPLES
002390         WHEN OTHER
002400             DISPLAY "HAMCONS PARM NOT RECOGNIZED: "
002410                 WS-PARM-TOKEN(WS-TOKEN-SUB)
002420             MOVE 8 TO RETURN-CODE
002430             STOP RUN
002440     END-EVALUATE.
002450 1250-EXIT.
002460     EXIT.

002470******************************************************************
002480*    2000-SCAN-HISTORY -- WALK SMPLHIST IN KEY ORDER.  A STRAIN
002490*                         CHANGE CLOSES OUT THE STRAIN IN
002500*                         PROGRESS; A SAMPLE RUN INSIDE THE WINDOW
002510*                         CASTS ITS VOTES.
002520******************************************************************
002530 2000-SCAN-HISTORY.
002540     READ SMPL-HIST NEXT RECORD
002550         AT END
002560             SET END-OF-HISTORY TO TRUE
002570             GO TO 2000-EXIT
002580     END-READ
002590     ADD 1 TO WS-RECORDS-READ
002600     IF GROUP-IN-PROGRESS
002610         AND SRH-STRAIN-ID NOT EQUAL TO WS-GRP-STRAIN-ID
002620         PERFORM 3000-REVIEW-STRAIN THRU 3000-EXIT
002630     END-IF
002640     IF NOT GROUP-IN-PROGRESS
002650         MOVE "Y" TO WS-GRP-OPEN-SW
002660         MOVE SRH-STRAIN-ID TO WS-GRP-STRAIN-ID
002670         MOVE ZERO TO WS-GRP-SAMPLES
002680         INITIALIZE WS-VOTE-TABLE
002690     END-IF
002700     IF SRH-RUN-DATE < WS-CUTOFF-DATE
002710         GO TO 2000-EXIT
002720     END-IF
002730     ADD 1 TO WS-RECORDS-IN-WINDOW
002740     ADD 1 TO WS-GRP-SAMPLES
002750     MOVE FUNCTION LENGTH(FUNCTION TRIM(SRH-QUERY-DNA TRAILING))
002760         TO WS-STRAND-LEN
002770     PERFORM 2100-CAST-VOTE THRU 2100-EXIT
002780         VARYING WS-POS FROM 1 BY 1
002790         UNTIL WS-POS > WS-STRAND-LEN.
002800 2000-EXIT.
002810     EXIT.

002820******************************************************************
002830*    2100-CAST-VOTE -- ONE VOTE FOR THE BASE AT WS-POS.  ANYTHING
002840*                      BUT A/C/G/T CASTS NONE.
002850******************************************************************
002860 2100-CAST-VOTE.
002870     EVALUATE SRH-QUERY-DNA(WS-POS:1)
002880         WHEN "A"
002890             MOVE 1 TO WS-BASE-SUB
002900         WHEN "C"
002910             MOVE 2 TO WS-BASE-SUB
002920         WHEN "G"
002930             MOVE 3 TO WS-BASE-SUB
002940         WHEN "T"
002950             MOVE 4 TO WS-BASE-SUB
002960         WHEN OTHER
002970             GO TO 2100-EXIT
002980     END-EVALUATE
002990     ADD 1 TO WS-VOTES(WS-POS, WS-BASE-SUB).
003000 2100-EXIT.
003010     EXIT.

003020******************************************************************
003030*    3000-REVIEW-STRAIN -- CLOSE OUT THE STRAIN IN PROGRESS: BUILD
003040*                          THE CONSENSUS AGAINST ITS CURRENT
003050*                          REFERENCE, LIST THE DIFFERENCES AND
003060*                          DECIDE ON A PROPOSAL.  A STRAIN WITH NO
003070*                          SAMPLES IN THE WINDOW IS NOT REPORTED.
003080******************************************************************
003090 3000-REVIEW-STRAIN.
003100     IF NOT GROUP-IN-PROGRESS
003110         GO TO 3000-EXIT
003120     END-IF
003130     MOVE "N" TO WS-GRP-OPEN-SW
003140     IF WS-GRP-SAMPLES EQUAL TO ZERO
003150         GO TO 3000-EXIT
003160     END-IF
003170     ADD 1 TO WS-STRAINS-REVIEWED
003180     MOVE SPACE TO CONS-LINE
003190     WRITE CONS-LINE
003200     MOVE WS-GRP-STRAIN-ID TO WS-SL-STRAIN-ID
003210     MOVE WS-GRP-SAMPLES TO WS-SL-SAMPLES
003220     MOVE WS-GRP-STRAIN-ID TO REF-STRAIN-ID
003230     READ REF-MASTER
003240         INVALID KEY
003250             MOVE ZERO TO WS-SL-REF-LEN
003260             WRITE CONS-LINE FROM WS-STRAIN-LINE
003270             MOVE SPACE TO CONS-LINE
003280             MOVE "  STRAIN NOT ON REFERENCE MASTER - SKIPPED"
003290                 TO CONS-LINE
003300             WRITE CONS-LINE
003310             GO TO 3000-EXIT
003320     END-READ
003330     MOVE FUNCTION LENGTH(FUNCTION TRIM(REF-MASTER-DNA TRAILING))
003340         TO WS-REF-LEN
003350     MOVE WS-REF-LEN TO WS-SL-REF-LEN
003360     WRITE CONS-LINE FROM WS-STRAIN-LINE
003370     MOVE REF-MASTER-DNA TO WS-CONS-DNA
003380     MOVE ZERO TO WS-DIFF-POSITIONS
003390     MOVE 100 TO WS-LOWEST-AGREE
003400     PERFORM 3100-CHECK-POSITION THRU 3100-EXIT
003410         VARYING WS-POS FROM 1 BY 1
003420         UNTIL WS-POS > WS-REF-LEN
003430     MOVE SPACE TO WS-RL-ACTION
003440     MOVE WS-DIFF-POSITIONS TO WS-RL-DIFF
003450     IF WS-DIFF-POSITIONS EQUAL TO ZERO
003460         MOVE ZERO TO WS-RL-LOWEST
003470         MOVE "CONSENSUS MATCHES REFERENCE" TO WS-RL-ACTION
003480     ELSE
003490         MOVE WS-LOWEST-AGREE TO WS-RL-LOWEST
003500         EVALUATE TRUE
003510             WHEN WS-GRP-SAMPLES < WS-MIN-SAMPLES
003520                 MOVE "NOT PROPOSED - TOO FEW SAMPLES"
003530                     TO WS-RL-ACTION
003540             WHEN WS-LOWEST-AGREE < WS-AGREE-BAR
003550                 MOVE "NOT PROPOSED - BELOW AGREEMENT BAR"
003560                     TO WS-RL-ACTION
003570             WHEN OTHER
003580                 PERFORM 3200-WRITE-PROPOSAL THRU 3200-EXIT
003590                 MOVE "REPLACE PROPOSED FOR APPROVAL"
003600                     TO WS-RL-ACTION
003610         END-EVALUATE
003620     END-IF
003630     WRITE CONS-LINE FROM WS-RESULT-LINE.
003640 3000-EXIT.
003650     EXIT.

003660******************************************************************
003670*    3100-CHECK-POSITION -- THE MAJORITY BASE AT WS-POS (FIRST OF
003680*                           A/C/G/T ON A TIE).  WHERE IT DIFFERS
003690*                           FROM THE REFERENCE THE POSITION IS
003700*                           LISTED AND THE CONSENSUS STRAND TAKES
003710*                           THE MAJORITY BASE.  A POSITION NO
003720*                           SAMPLE VOTED ON KEEPS THE REFERENCE.
003730******************************************************************
003740 3100-CHECK-POSITION.
003750     MOVE ZERO TO WS-BEST-SUB
003760     MOVE ZERO TO WS-BEST-VOTES
003770     MOVE ZERO TO WS-TOTAL-VOTES
003780     PERFORM 3150-TALLY-BASE THRU 3150-EXIT
003790         VARYING WS-BASE-SUB FROM 1 BY 1
003800         UNTIL WS-BASE-SUB > 4
003810     IF WS-TOTAL-VOTES EQUAL TO ZERO
003820         GO TO 3100-EXIT
003830     END-IF
003840     IF WS-BASE-CHAR(WS-BEST-SUB)
003850         EQUAL TO REF-MASTER-DNA(WS-POS:1)
003860         GO TO 3100-EXIT
003870     END-IF
003880     ADD 1 TO WS-DIFF-POSITIONS
003890     COMPUTE WS-AGREE-PCT ROUNDED =
003900         (WS-BEST-VOTES * 100) / WS-TOTAL-VOTES
003910     IF WS-AGREE-PCT < WS-LOWEST-AGREE
003920         MOVE WS-AGREE-PCT TO WS-LOWEST-AGREE
003930     END-IF
003940     MOVE WS-BASE-CHAR(WS-BEST-SUB) TO WS-CONS-DNA(WS-POS:1)
003950     MOVE WS-POS TO WS-PL-POS
003960     MOVE REF-MASTER-DNA(WS-POS:1) TO WS-PL-REF-BASE
003970     MOVE WS-BASE-CHAR(WS-BEST-SUB) TO WS-PL-CONS-BASE
003980     MOVE WS-VOTES(WS-POS, 1) TO WS-PL-VOTES-A
003990     MOVE WS-VOTES(WS-POS, 2) TO WS-PL-VOTES-C
004000     MOVE WS-VOTES(WS-POS, 3) TO WS-PL-VOTES-G
004010     MOVE WS-VOTES(WS-POS, 4) TO WS-PL-VOTES-T
004020     MOVE WS-AGREE-PCT TO WS-PL-AGREE
004030     WRITE CONS-LINE FROM WS-POS-LINE.
004040 3100-EXIT.
004050     EXIT.

004060******************************************************************
004070*    3150-TALLY-BASE -- ADD ONE BASE'S VOTES INTO THE POSITION
004080*                       TOTAL, KEEPING THE LEADER
004090******************************************************************
004100 3150-TALLY-BASE.
004110     ADD WS-VOTES(WS-POS, WS-BASE-SUB) TO WS-TOTAL-VOTES
004120     IF WS-VOTES(WS-POS, WS-BASE-SUB) > WS-BEST-VOTES
004130         MOVE WS-VOTES(WS-POS, WS-BASE-SUB) TO WS-BEST-VOTES
004140         MOVE WS-BASE-SUB TO WS-BEST-SUB
004150     END-IF.
004160 3150-EXIT.
004170     EXIT.

004180******************************************************************
004190*    3200-WRITE-PROPOSAL -- ONE REPLACE CARD FOR THE APPROVAL
004200*                           FILE, IN REFTRAN FORMAT
004210******************************************************************
004220 3200-WRITE-PROPOSAL.
004230     MOVE SPACE TO REF-TRAN-RECORD
004240     MOVE "R" TO TRAN-ACTION
004250     MOVE WS-GRP-STRAIN-ID TO TRAN-STRAIN-ID
004260     MOVE WS-CONS-DNA TO TRAN-DNA
004270     WRITE CONS-PROP-RECORD FROM REF-TRAN-RECORD
004280     ADD 1 TO WS-PROPOSALS-WRITTEN.
004290 3200-EXIT.
004300     EXIT.

004310******************************************************************
004320*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS
004330******************************************************************
004340 8000-TERMINATE.
004350     CLOSE SMPL-HIST
004360     CLOSE REF-MASTER
004370     CLOSE CONS-RPT
004380     CLOSE CONS-PROP
004390     DISPLAY "HAMCONS HISTORY RECORDS READ : " WS-RECORDS-READ
004400     DISPLAY "HAMCONS SAMPLES IN WINDOW    : "
004410         WS-RECORDS-IN-WINDOW
004420     DISPLAY "HAMCONS STRAINS REVIEWED     : " WS-STRAINS-REVIEWED
004430     DISPLAY "HAMCONS PROPOSALS WRITTEN    : "
004440         WS-PROPOSALS-WRITTEN
004450     IF WS-PROPOSALS-WRITTEN > ZERO
004460         MOVE 4 TO RETURN-CODE
004470     END-IF.
004480 8000-EXIT.
004490     EXIT.
