000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMCOMP.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-09.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-09  SQS  INITIAL VERSION.  BASE-COMPOSITION QC SCREEN
000110*                     AHEAD OF THE NIGHTLY COMPARISONS.  A STRAND
000120*                     THAT PASSES 9100-VALIDATE-BASES CAN STILL BE
000130*                     40% N, OR A RUN OF 60 A'S FROM A STUCK
000140*                     SEQUENCER, AND STILL SCORE A "CLEAN"
000150*                     DISTANCE.  FOR EVERY STRAND ON THE FEED THIS
000160*                     PROGRAM WORKS OUT THE GC PERCENT (OF THE
000170*                     A/C/G/T BASES), THE AMBIGUOUS-BASE PERCENT
000180*                     (ANYTHING ELSE, OF THE WHOLE STRAND) AND THE
000190*                     LONGEST HOMOPOLYMER RUN, AND CHECKS THEM
000200*                     AGAINST THE STRAIN'S ROW ON THE COMPOSITION
000210*                     LIMITS FILE (COMPLIM, SEE HAMCMP), FALLING
000220*                     BACK TO THE '*DEFAULT' ROW.  A RECORD WITH A
000230*                     STRAND OUTSIDE ITS LIMITS IS HELD OUT OF THE
000240*                     SCREENED FEED AND EACH FAILING STRAND IS
000250*                     LISTED ON COMPREJ WITH THE FIRST LIMIT IT
000260*                     BROKE (AMBIGUOUS, THEN HOMOPOLYMER, THEN GC
000270*                     BAND); EVERYTHING ELSE IS COPIED THROUGH
000280*                     UNCHANGED.  THE LISTING ENDS WITH A SUMMARY
000290*                     OF THE RUN AND OF THE STRANDS HELD BY
000300*                     REASON.  THE FEED IS CHOSEN BY PARM:
000310*                       PARM='MODE=PAIR' (DEFAULT) - THE STRAND-
000320*                            PAIR FEED (PAIRIN TO PAIROUT, SEE
000330*                            HAMPAIR), BOTH STRANDS SCREENED,
000340*                            '*DEFAULT' LIMITS;
000350*                       PARM='MODE=SMPL' - THE SAMPLE AND
000360*                            STRAIN-ID FEEDS (SMPLIN TO SMPLOUT,
000370*                            SEE HAMIDPR),
000380*                            THE SAMPLE'S OWN STRAIN LIMITS;
000390*                       PARM='MODE=CAND' - FASTACNV'S FIXED 510-
000400*                            BYTE OUTPUT (FIXEDIN TO FIXEDOUT, SEE
000410*                            HAMCAND), '*DEFAULT' LIMITS.
000420*                     WITH NO LIMITS ROW ON FILE NOTHING IS
000430*                     CHECKED AND THE RECORD PASSES.  RETURN CODE
000440*                     4 WHEN ANYTHING IS HELD.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 REPOSITORY.        FUNCTION ALL INTRINSIC.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PAIR-IN ASSIGN TO "PAIRIN"
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT PAIR-OUT ASSIGN TO "PAIROUT"
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT SAMPLE-IN ASSIGN TO "SMPLIN"
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT SAMPLE-OUT ASSIGN TO "SMPLOUT"
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT FIXED-IN ASSIGN TO "FIXEDIN"
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT FIXED-OUT ASSIGN TO "FIXEDOUT"
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT CMP-FILE ASSIGN TO "COMPLIM"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CMP-STRAIN-ID.
000690     SELECT COMP-REJ ASSIGN TO "COMPREJ"
000700         ORGANIZATION IS SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PAIR-IN
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY HAMPAIR.

000770 FD  PAIR-OUT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  PAIR-OUT-RECORD            PIC X(1010).

000810 FD  SAMPLE-IN
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY HAMIDPR.

000850 FD  SAMPLE-OUT
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  SAMPLE-OUT-RECORD          PIC X(520).

000890 FD  FIXED-IN
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY HAMCAND.

000930 FD  FIXED-OUT
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  FIXED-OUT-RECORD           PIC X(510).

000970 FD  CMP-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY HAMCMP.

001000 FD  COMP-REJ
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  REJ-RECORD.
001040     05  REJ-ID                 PIC X(10).
001050     05  FILLER                 PIC X(02).
001060     05  REJ-STRAIN-ID          PIC X(10).
001070     05  FILLER                 PIC X(02).
001080     05  REJ-SIDE               PIC X(01).
001090     05  FILLER                 PIC X(02).
001100     05  REJ-REASON             PIC X(20).
001110     05  FILLER                 PIC X(02).
001120     05  REJ-VALUE              PIC ZZZ9.99.
001130     05  FILLER                 PIC X(02).
001140     05  REJ-LIMIT              PIC ZZZ9.99.
001150     05  FILLER                 PIC X(15).
001160 01  REJ-LINE                   PIC X(80).

001170 WORKING-STORAGE SECTION.
001180 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001190     88  END-OF-FEED                      VALUE "Y".
001200 77  WS-MODE                    PIC X(04) VALUE "PAIR".
001210     88  MODE-IS-PAIR                     VALUE "PAIR".
001220     88  MODE-IS-SMPL                     VALUE "SMPL".
001230     88  MODE-IS-CAND                     VALUE "CAND".
001240 77  WS-CMP-FOUND-SW            PIC X(01) VALUE "N".
001250     88  LIMITS-ON-FILE                   VALUE "Y".
001260 77  WS-REC-HELD-SW             PIC X(01) VALUE "N".
001270     88  RECORD-HELD                      VALUE "Y".
001280 77  WS-CMP-STRAIN-ID           PIC X(10) VALUE SPACE.
001290 77  WS-REC-ID                  PIC X(10) VALUE SPACE.
001300 77  WS-REC-STRAIN-ID           PIC X(10) VALUE SPACE.
001310 77  WS-REC-SIDE                PIC X(01) VALUE SPACE.
001320 77  WS-STRAND                  PIC X(500) VALUE SPACE.
001330 77  WS-STRAND-LEN              PIC 9(04) COMP VALUE ZERO.
001340 77  WS-POS                     PIC 9(04) COMP VALUE ZERO.
001350 77  WS-CNT-A                   PIC 9(04) COMP VALUE ZERO.
001360 77  WS-CNT-C                   PIC 9(04) COMP VALUE ZERO.
001370 77  WS-CNT-G                   PIC 9(04) COMP VALUE ZERO.
001380 77  WS-CNT-T                   PIC 9(04) COMP VALUE ZERO.
001390 77  WS-ACGT-COUNT              PIC 9(04) COMP VALUE ZERO.
001400 77  WS-AMBIG-COUNT             PIC 9(04) COMP VALUE ZERO.
001410 77  WS-GC-PCT                  PIC 9(03)V99 VALUE ZERO.
001420 77  WS-AMBIG-PCT               PIC 9(03)V99 VALUE ZERO.
001430 77  WS-RUN-LEN                 PIC 9(04) COMP VALUE ZERO.
001440 77  WS-LONGEST-RUN             PIC 9(04) COMP VALUE ZERO.
001450 77  WS-MIN-GC-PCT              PIC 9(03)V99 VALUE ZERO.
001460 77  WS-MAX-GC-PCT              PIC 9(03)V99 VALUE ZERO.
001470 77  WS-MAX-AMBIG-PCT           PIC 9(03)V99 VALUE ZERO.
001480 77  WS-MAX-HOMOPOLYMER         PIC 9(04) VALUE ZERO.
001490 77  WS-RECORDS-READ            PIC 9(07) VALUE ZERO.
001500 77  WS-RECORDS-PASSED          PIC 9(07) VALUE ZERO.
001510 77  WS-RECORDS-HELD            PIC 9(07) VALUE ZERO.
001520 77  WS-STRANDS-READ            PIC 9(07) VALUE ZERO.
001530 77  WS-STRANDS-UNSCREENED      PIC 9(07) VALUE ZERO.
001540 77  WS-STRANDS-HELD            PIC 9(07) VALUE ZERO.
001550 77  WS-HELD-AMBIG              PIC 9(07) VALUE ZERO.
001560 77  WS-HELD-HOMOPOLYMER        PIC 9(07) VALUE ZERO.
001570 77  WS-HELD-GC-LOW             PIC 9(07) VALUE ZERO.
001580 77  WS-HELD-GC-HIGH            PIC 9(07) VALUE ZERO.
001590 01  WS-RUN-SUMMARY.
001600     05  FILLER                 PIC X(12) VALUE "SCREEN MODE ".
001610     05  WS-RS-MODE             PIC X(04).
001620     05  FILLER                 PIC X(16)
001630         VALUE "  RECORDS READ  ".
001640     05  WS-RS-READ             PIC ZZZZZZ9.
001650     05  FILLER                 PIC X(10) VALUE "  PASSED  ".
001660     05  WS-RS-PASSED           PIC ZZZZZZ9.
001670     05  FILLER                 PIC X(08) VALUE "  HELD  ".
001680     05  WS-RS-HELD             PIC ZZZZZZ9.
001690     05  FILLER                 PIC X(09) VALUE SPACE.
001700 01  WS-REASON-SUMMARY.
001710     05  FILLER                 PIC X(13) VALUE "STRANDS HELD ".
001720     05  WS-HS-HELD             PIC ZZZZ9.
001730     05  FILLER                 PIC X(08) VALUE "  AMBIG ".
001740     05  WS-HS-AMBIG            PIC ZZZZ9.
001750     05  FILLER                 PIC X(14) VALUE "  HOMOPOLYMER ".
001760     05  WS-HS-HOMOPOLYMER      PIC ZZZZ9.
001770     05  FILLER                 PIC X(09) VALUE "  GC-LOW ".
001780     05  WS-HS-GC-LOW           PIC ZZZZ9.
001790     05  FILLER                 PIC X(10) VALUE "  GC-HIGH ".
001800     05  WS-HS-GC-HIGH          PIC ZZZZ9.
001810     05  FILLER                 PIC X(01) VALUE SPACE.

001820 LINKAGE SECTION.
001830 01  PARM-AREA.
001840     05  PARM-LEN               PIC S9(4) COMP.
001850     05  PARM-TEXT              PIC X(09).

001860 PROCEDURE DIVISION USING PARM-AREA.
001870******************************************************************
001880*    0000-MAINLINE
001890******************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 2000-SCREEN-RECORD THRU 2000-EXIT
001930         UNTIL END-OF-FEED
001940     PERFORM 8000-TERMINATE THRU 8000-EXIT
001950     STOP RUN.

001960******************************************************************
001970*    1000-INITIALIZE -- TAKE THE FEED MODE OFF THE PARM, OPEN THAT
001980*                       FEED'S FILES, PRIME THE READ
001990******************************************************************
002000 1000-INITIALIZE.
002010     IF PARM-LEN > ZERO
002020         IF PARM-TEXT(1:5) EQUAL TO "MODE="
002030             AND (PARM-TEXT(6:4) EQUAL TO "PAIR"
002040                 OR PARM-TEXT(6:4) EQUAL TO "SMPL"
002050                 OR PARM-TEXT(6:4) EQUAL TO "CAND")
002060             MOVE PARM-TEXT(6:4) TO WS-MODE
002070         ELSE
002080             DISPLAY "HAMCOMP PARM NOT RECOGNIZED: " PARM-TEXT
002090             MOVE 8 TO RETURN-CODE
002100             STOP RUN
002110         END-IF
002120     END-IF
002130     OPEN INPUT CMP-FILE
002140     OPEN OUTPUT COMP-REJ
002150     EVALUATE TRUE
002160         WHEN MODE-IS-PAIR
002170             OPEN INPUT PAIR-IN
002180             OPEN OUTPUT PAIR-OUT
002190         WHEN MODE-IS-SMPL
002200             OPEN INPUT SAMPLE-IN
002210             OPEN OUTPUT SAMPLE-OUT
002220         WHEN MODE-IS-CAND
002230             OPEN INPUT FIXED-IN
002240             OPEN OUTPUT FIXED-OUT
002250     END-EVALUATE
002260     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002270 1000-EXIT.
002280     EXIT.

002290******************************************************************
002300*    2000-SCREEN-RECORD -- SCREEN EVERY STRAND ON THE RECORD
002310*                          AGAINST ITS LIMITS; A RECORD WITH ANY
002320*                          STRAND HELD IS KEPT OFF THE SCREENED
002330*                          FEED
002340******************************************************************
002350 2000-SCREEN-RECORD.
002360     ADD 1 TO WS-RECORDS-READ
002370     MOVE "N" TO WS-REC-HELD-SW
002380     EVALUATE TRUE
002390         WHEN MODE-IS-PAIR
002400             MOVE PAIR-ID TO WS-REC-ID
002410             MOVE SPACE TO WS-REC-STRAIN-ID
002420             MOVE "*DEFAULT" TO WS-CMP-STRAIN-ID
002430             PERFORM 2900-LOOKUP-LIMITS THRU 2900-EXIT
002440             MOVE "1" TO WS-REC-SIDE
002450             MOVE PAIR-DNA-1 TO WS-STRAND
002460             PERFORM 3000-SCREEN-STRAND THRU 3000-EXIT
002470             MOVE "2" TO WS-REC-SIDE
002480             MOVE PAIR-DNA-2 TO WS-STRAND
002490             PERFORM 3000-SCREEN-STRAND THRU 3000-EXIT
002500         WHEN MODE-IS-SMPL
002510             MOVE IDPAIR-ID TO WS-REC-ID
002520             MOVE IDPAIR-STRAIN-ID TO WS-REC-STRAIN-ID
002530             MOVE IDPAIR-STRAIN-ID TO WS-CMP-STRAIN-ID
002540             PERFORM 2900-LOOKUP-LIMITS THRU 2900-EXIT
002550             MOVE SPACE TO WS-REC-SIDE
002560             MOVE IDPAIR-QUERY-DNA TO WS-STRAND
002570             PERFORM 3000-SCREEN-STRAND THRU 3000-EXIT
002580         WHEN MODE-IS-CAND
002590             MOVE CAND-ID TO WS-REC-ID
002600             MOVE SPACE TO WS-REC-STRAIN-ID
002610             MOVE "*DEFAULT" TO WS-CMP-STRAIN-ID
002620             PERFORM 2900-LOOKUP-LIMITS THRU 2900-EXIT
002630             MOVE SPACE TO WS-REC-SIDE
002640             MOVE CAND-DNA TO WS-STRAND
002650             PERFORM 3000-SCREEN-STRAND THRU 3000-EXIT
002660     END-EVALUATE
002670     IF RECORD-HELD
002680         ADD 1 TO WS-RECORDS-HELD
002690     ELSE
002700         PERFORM 2500-WRITE-SCREENED THRU 2500-EXIT
002710     END-IF
002720     PERFORM 2100-READ-FEED THRU 2100-EXIT.
002730 2000-EXIT.
002740     EXIT.

002750******************************************************************
002760*    2100-READ-FEED -- NEXT RECORD OFF THE MODE'S FEED, SET
002770*                      SWITCH AT END
002780******************************************************************
002790 2100-READ-FEED.
002800     EVALUATE TRUE
002810         WHEN MODE-IS-PAIR
002820             READ PAIR-IN
002830                 AT END
002840                     SET END-OF-FEED TO TRUE
002850             END-READ
002860         WHEN MODE-IS-SMPL
002870             READ SAMPLE-IN
002880                 AT END
002890                     SET END-OF-FEED TO TRUE
002900             END-READ
002910         WHEN MODE-IS-CAND
002920             READ FIXED-IN
002930                 AT END
002940                     SET END-OF-FEED TO TRUE
002950             END-READ
002960     END-EVALUATE.
002970 2100-EXIT.
002980     EXIT.

002990******************************************************************
003000*    2500-WRITE-SCREENED -- THE RECORD, UNCHANGED, ONTO THE
003010*                           SCREENED FEED
003020******************************************************************
003030 2500-WRITE-SCREENED.
003040     ADD 1 TO WS-RECORDS-PASSED
003050     EVALUATE TRUE
003060         WHEN MODE-IS-PAIR
003070             WRITE PAIR-OUT-RECORD FROM PAIR-RECORD
003080         WHEN MODE-IS-SMPL
003090             WRITE SAMPLE-OUT-RECORD FROM IDPAIR-RECORD
003100         WHEN MODE-IS-CAND
003110             WRITE FIXED-OUT-RECORD FROM CAND-RECORD
003120     END-EVALUATE.
003130 2500-EXIT.
003140     EXIT.

003150******************************************************************
003160*    2900-LOOKUP-LIMITS -- THE LIMITS ROW FOR WS-CMP-STRAIN-ID,
003170*                          FALLING BACK TO '*DEFAULT' THE SAME WAY
003180*                          HAMTOLLK DOES FOR TOLFILE.  NEITHER ON
003190*                          FILE LEAVES LIMITS-ON-FILE OFF.
003200******************************************************************
003210 2900-LOOKUP-LIMITS.
003220     MOVE "N" TO WS-CMP-FOUND-SW
003230     MOVE WS-CMP-STRAIN-ID TO CMP-STRAIN-ID
003240     READ CMP-FILE
003250         INVALID KEY
003260             CONTINUE
003270         NOT INVALID KEY
003280             MOVE "Y" TO WS-CMP-FOUND-SW
003290     END-READ
003300     IF NOT LIMITS-ON-FILE
003310         MOVE "*DEFAULT" TO CMP-STRAIN-ID
003320         READ CMP-FILE
003330             INVALID KEY
003340                 CONTINUE
003350             NOT INVALID KEY
003360                 MOVE "Y" TO WS-CMP-FOUND-SW
003370         END-READ
003380     END-IF
003390     IF LIMITS-ON-FILE
003400         MOVE CMP-MIN-GC-PCT TO WS-MIN-GC-PCT
003410         MOVE CMP-MAX-GC-PCT TO WS-MAX-GC-PCT
003420         MOVE CMP-MAX-AMBIG-PCT TO WS-MAX-AMBIG-PCT
003430         MOVE CMP-MAX-HOMOPOLYMER TO WS-MAX-HOMOPOLYMER
003440     END-IF.
003450 2900-EXIT.
003460     EXIT.

003470******************************************************************
003480*    3000-SCREEN-STRAND -- COMPOSITION OF THE STRAND IN WS-STRAND
003490*                          AGAINST THE LIMITS IN FORCE.  THE FIRST
003500*                          LIMIT BROKEN HOLDS THE RECORD AND GOES
003510*                          ON THE REJECT LISTING.  AN EMPTY STRAND
003520*                          IS LEFT FOR THE COMPARISON'S OWN
003530*                          LENGTH CHECK TO REJECT.
003540******************************************************************
003550 3000-SCREEN-STRAND.
003560     ADD 1 TO WS-STRANDS-READ
003570     IF NOT LIMITS-ON-FILE
003580         ADD 1 TO WS-STRANDS-UNSCREENED
003590         GO TO 3000-EXIT
003600     END-IF
003610     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-STRAND TRAILING))
003620         TO WS-STRAND-LEN
003630     IF WS-STRAND(1:1) EQUAL TO SPACE
003640         ADD 1 TO WS-STRANDS-UNSCREENED
003650         GO TO 3000-EXIT
003660     END-IF
003670     MOVE ZERO TO WS-CNT-A
003680     MOVE ZERO TO WS-CNT-C
003690     MOVE ZERO TO WS-CNT-G
003700     MOVE ZERO TO WS-CNT-T
003710     INSPECT WS-STRAND(1:WS-STRAND-LEN)
003720         TALLYING WS-CNT-A FOR ALL "A"
003730                  WS-CNT-C FOR ALL "C"
003740                  WS-CNT-G FOR ALL "G"
003750                  WS-CNT-T FOR ALL "T"
003760     COMPUTE WS-ACGT-COUNT = WS-CNT-A + WS-CNT-C + WS-CNT-G
003770         + WS-CNT-T
003780     COMPUTE WS-AMBIG-COUNT = WS-STRAND-LEN - WS-ACGT-COUNT
003790     COMPUTE WS-AMBIG-PCT ROUNDED =
003800         (WS-AMBIG-COUNT * 100) / WS-STRAND-LEN
003810     IF WS-ACGT-COUNT > ZERO
003820         COMPUTE WS-GC-PCT ROUNDED =
003830             ((WS-CNT-G + WS-CNT-C) * 100) / WS-ACGT-COUNT
003840     ELSE
003850         MOVE ZERO TO WS-GC-PCT
003860     END-IF
003870     MOVE 1 TO WS-RUN-LEN
003880     MOVE 1 TO WS-LONGEST-RUN
003890     PERFORM 3100-MEASURE-RUN THRU 3100-EXIT
003900         VARYING WS-POS FROM 2 BY 1
003910         UNTIL WS-POS > WS-STRAND-LEN
003920     MOVE SPACE TO REJ-RECORD
003930     EVALUATE TRUE
003940         WHEN WS-AMBIG-PCT > WS-MAX-AMBIG-PCT
003950             ADD 1 TO WS-HELD-AMBIG
003960             MOVE "AMBIGUOUS BASES PCT" TO REJ-REASON
003970             MOVE WS-AMBIG-PCT TO REJ-VALUE
003980             MOVE WS-MAX-AMBIG-PCT TO REJ-LIMIT
003990         WHEN WS-LONGEST-RUN > WS-MAX-HOMOPOLYMER
004000             ADD 1 TO WS-HELD-HOMOPOLYMER
004010             MOVE "HOMOPOLYMER RUN" TO REJ-REASON
004020             MOVE WS-LONGEST-RUN TO REJ-VALUE
004030             MOVE WS-MAX-HOMOPOLYMER TO REJ-LIMIT
004040         WHEN WS-GC-PCT < WS-MIN-GC-PCT
004050             ADD 1 TO WS-HELD-GC-LOW
004060             MOVE "GC PCT UNDER MINIMUM" TO REJ-REASON
004070             MOVE WS-GC-PCT TO REJ-VALUE
004080             MOVE WS-MIN-GC-PCT TO REJ-LIMIT
004090         WHEN WS-GC-PCT > WS-MAX-GC-PCT
004100             ADD 1 TO WS-HELD-GC-HIGH
004110             MOVE "GC PCT OVER MAXIMUM" TO REJ-REASON
004120             MOVE WS-GC-PCT TO REJ-VALUE
004130             MOVE WS-MAX-GC-PCT TO REJ-LIMIT
004140         WHEN OTHER
004150             GO TO 3000-EXIT
004160     END-EVALUATE
004170     ADD 1 TO WS-STRANDS-HELD
004180     MOVE "Y" TO WS-REC-HELD-SW
004190     MOVE WS-REC-ID TO REJ-ID
004200     MOVE WS-REC-STRAIN-ID TO REJ-STRAIN-ID
004210     MOVE WS-REC-SIDE TO REJ-SIDE
004220     WRITE REJ-RECORD.
004230 3000-EXIT.
004240     EXIT.

004250******************************************************************
004260*    3100-MEASURE-RUN -- EXTEND OR RESTART THE CURRENT RUN OF ONE
004270*                        BASE AT WS-POS, KEEPING THE LONGEST
004280******************************************************************
004290 3100-MEASURE-RUN.
004300     IF WS-STRAND(WS-POS:1) EQUAL TO WS-STRAND(WS-POS - 1:1)
004310         ADD 1 TO WS-RUN-LEN
004320         IF WS-RUN-LEN > WS-LONGEST-RUN
004330             MOVE WS-RUN-LEN TO WS-LONGEST-RUN
004340         END-IF
004350     ELSE
004360         MOVE 1 TO WS-RUN-LEN
004370     END-IF.
004380 3100-EXIT.
004390     EXIT.

004400******************************************************************
004410*    8000-TERMINATE -- WRITE THE SUMMARY LINES, CLOSE FILES AND
004420*                      DISPLAY THE RUN TOTALS
004430******************************************************************
004440 8000-TERMINATE.
004450     MOVE SPACE TO REJ-LINE
004460     WRITE REJ-LINE
004470     MOVE WS-MODE TO WS-RS-MODE
004480     MOVE WS-RECORDS-READ TO WS-RS-READ
004490     MOVE WS-RECORDS-PASSED TO WS-RS-PASSED
004500     MOVE WS-RECORDS-HELD TO WS-RS-HELD
004510     WRITE REJ-LINE FROM WS-RUN-SUMMARY
004520     MOVE WS-STRANDS-HELD TO WS-HS-HELD
004530     MOVE WS-HELD-AMBIG TO WS-HS-AMBIG
004540     MOVE WS-HELD-HOMOPOLYMER TO WS-HS-HOMOPOLYMER
004550     MOVE WS-HELD-GC-LOW TO WS-HS-GC-LOW
004560     MOVE WS-HELD-GC-HIGH TO WS-HS-GC-HIGH
004570     WRITE REJ-LINE FROM WS-REASON-SUMMARY
004580     CLOSE CMP-FILE
004590     CLOSE COMP-REJ
004600     EVALUATE TRUE
004610         WHEN MODE-IS-PAIR
004620             CLOSE PAIR-IN
004630             CLOSE PAIR-OUT
004640         WHEN MODE-IS-SMPL
004650             CLOSE SAMPLE-IN
004660             CLOSE SAMPLE-OUT
004670         WHEN MODE-IS-CAND
004680             CLOSE FIXED-IN
004690             CLOSE FIXED-OUT
004700     END-EVALUATE
004710     DISPLAY "HAMCOMP RECORDS READ      : " WS-RECORDS-READ
004720     DISPLAY "HAMCOMP RECORDS PASSED    : " WS-RECORDS-PASSED
004730     DISPLAY "HAMCOMP RECORDS HELD      : " WS-RECORDS-HELD
004740     DISPLAY "HAMCOMP STRANDS HELD      : " WS-STRANDS-HELD
004750     DISPLAY "HAMCOMP  AMBIGUOUS        : " WS-HELD-AMBIG
004760     DISPLAY "HAMCOMP  HOMOPOLYMER      : " WS-HELD-HOMOPOLYMER
004770     DISPLAY "HAMCOMP  GC UNDER MINIMUM : " WS-HELD-GC-LOW
004780     DISPLAY "HAMCOMP  GC OVER MAXIMUM  : " WS-HELD-GC-HIGH
004790     DISPLAY "HAMCOMP STRANDS UNSCREENED: " WS-STRANDS-UNSCREENED
004800     IF WS-RECORDS-HELD > ZERO
004810         MOVE 4 TO RETURN-CODE
004820     END-IF.
004830 8000-EXIT.
004840     EXIT.
