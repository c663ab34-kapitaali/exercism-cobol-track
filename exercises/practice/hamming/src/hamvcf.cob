000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMVCF.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-10.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-10  SQS  INITIAL VERSION.  VCF EXPORT OF A NIGHT'S
000110*                     MISMATCH CALLS FOR THE BIOINFORMATICS GROUP,
000120*                     WHO UNTIL NOW GOT THE RAW MMDETAIL EXTRACT
000130*                     (SEE HAMMMDT) AND HAD TO WORK OUT FOR
000140*                     THEMSELVES WHICH STRAIN EACH PAIR ID MEANT.
000150*                     READS THE MMDETAIL WRITTEN BY HAMBYID OR
000160*                     HAMSTRN (PARM 'SRC=HAMBYID' OR
000170*                     'SRC=HAMSTRN') TOGETHER WITH THE FEED THAT
000180*                     RUN READ (FEEDIN, HAMIDPR LAYOUT), WHICH
000190*                     NAMES EACH QUERY'S STRAIN, AND THE
000200*                     SAMPLE-RESULT HISTORY (SMPLHIST, SEE
000210*                     HAMSRH), WHICH HOLDS THE REFHIST VERSION
000220*                     THAT RUN COMPARED AGAINST.  EVERY QUERY THE
000230*                     RUN COMPARED CLEANLY BECOMES ONE SAMPLE
000240*                     COLUMN OF THE VCF (VCFOUT); EACH STRAIN IT
000250*                     TOUCHED BECOMES A CONTIG, WITH THE REFHIST
000260*                     VERSION AND ITS LENGTH (SEE HAMHIST) ON THE
000270*                     ##CONTIG LINE; EACH DISTINCT STRAIN/
000280*                     POSITION/SUBSTITUTION BECOMES ONE DATA LINE
000290*                     WITH THE REFERENCE BASE AS REF, THE QUERY
000300*                     BASE AS ALT, GT 1 FOR THE QUERIES CARRYING
000310*                     IT, 0 FOR THE STRAIN'S OTHER QUERIES AND .
000320*                     FOR QUERIES ON OTHER STRAINS.  DETAIL FOR A
000330*                     PAIR THAT CANNOT BE RESOLVED - NOT ON THE
000340*                     FEED, NO STRAIN ON ITS FEED RECORD, NO
000350*                     RESULT ON SMPLHIST FOR THE RUN, OR BEYOND
000360*                     THE 500-COLUMN LIMIT - IS LEFT OUT OF THE
000370*                     VCF AND LISTED ONCE ON THE VCFCTL CONTROL
000380*                     LISTING WITH THE REASON.  'DATE=YYYYMMDD'
000390*                     NAMES THE RUN DATE (DEFAULT TODAY).  RETURN
000400*                     CODE 4 WHEN ANY PAIR IS UNRESOLVED.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 REPOSITORY.        FUNCTION ALL INTRINSIC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT MM-DETAIL ASSIGN TO "MMDETAIL"
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT FEED-IN ASSIGN TO "FEEDIN"
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT SMPL-HIST ASSIGN TO "SMPLHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS SMPL-HIST-KEY.
000570     SELECT REF-HIST ASSIGN TO "REFHIST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS REF-HIST-KEY.
000610     SELECT VCF-OUT ASSIGN TO "VCFOUT"
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT VCF-CTL ASSIGN TO "VCFCTL"
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MM-DETAIL
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY HAMMMDT.

000720 FD  FEED-IN
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY HAMIDPR.

000760 FD  SMPL-HIST
000770     LABEL RECORDS ARE STANDARD.
000780 COPY HAMSRH.

000790 FD  REF-HIST
000800     LABEL RECORDS ARE STANDARD.
000810 COPY HAMHIST.

000820 FD  VCF-OUT
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  VCF-RECORD                 PIC X(6000).

000860 FD  VCF-CTL
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  CTL-RECORD                 PIC X(80).

000900 SD  SORT-WORK.
000910 01  SORT-RECORD.
000920     05  SORT-STRAIN-ID         PIC X(10).
000930     05  SORT-POSITION          PIC 9(04).
000940     05  SORT-REF-BASE          PIC X(01).
000950     05  SORT-ALT-BASE          PIC X(01).
000960     05  SORT-COL               PIC 9(04).
000970     05  SORT-VERSION           PIC 9(04).

000980 WORKING-STORAGE SECTION.
000990 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001000     88  END-OF-DETAIL                    VALUE "Y".
001010 77  WS-FEED-EOF-SW             PIC X(01) VALUE "N".
001020     88  END-OF-FEED                      VALUE "Y".
001030 77  WS-SORT-EOF-SW             PIC X(01) VALUE "N".
001040     88  END-OF-CALLS                     VALUE "Y".
001050 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.
001060 77  WS-SOURCE-PGM              PIC X(08) VALUE SPACE.
001070 77  WS-TAB                     PIC X(01) VALUE X"09".
001080 77  WS-PARM-WORK               PIC X(30) VALUE SPACE.
001090 77  WS-TOKEN-SUB               PIC 9(01) COMP VALUE ZERO.
001100 77  WS-COLS-USED               PIC 9(04) COMP VALUE ZERO.
001110 77  WS-COL-SUB                 PIC 9(04) COMP VALUE ZERO.
001120 77  WS-COL-HIT-SUB             PIC 9(04) COMP VALUE ZERO.
001130 77  WS-CONTIGS-USED            PIC 9(04) COMP VALUE ZERO.
001140 77  WS-CONTIG-SUB              PIC 9(04) COMP VALUE ZERO.
001150 77  WS-CONTIG-HIT-SUB          PIC 9(04) COMP VALUE ZERO.
001160 77  WS-VCF-PTR                 PIC 9(05) COMP VALUE ZERO.
001170 77  WS-NUM-IN                  PIC 9(05) VALUE ZERO.
001180 77  WS-NUM-EDIT                PIC ZZZZ9.
001190 77  WS-NUM-LEAD                PIC 9(02) COMP VALUE ZERO.
001200 77  WS-LAST-PAIR-ID            PIC X(10) VALUE LOW-VALUE.
001210 77  WS-PAIR-COL                PIC 9(04) COMP VALUE ZERO.
001220 77  WS-UNRESOLVED-REASON       PIC X(40) VALUE SPACE.
001230 77  WS-GRP-STRAIN-ID           PIC X(10) VALUE SPACE.
001240 77  WS-GRP-POSITION            PIC 9(04) VALUE ZERO.
001250 77  WS-GRP-REF-BASE            PIC X(01) VALUE SPACE.
001260 77  WS-GRP-ALT-BASE            PIC X(01) VALUE SPACE.
001270 77  WS-GRP-VERSION             PIC 9(04) VALUE ZERO.
001280 77  WS-GRP-ALT-COUNT           PIC 9(04) VALUE ZERO.
001290 77  WS-FEED-READ               PIC 9(07) VALUE ZERO.
001300 77  WS-FEED-OVER-LIMIT         PIC 9(07) VALUE ZERO.
001310 77  WS-DETAIL-READ             PIC 9(07) VALUE ZERO.
001320 77  WS-DETAIL-EXPORTED         PIC 9(07) VALUE ZERO.
001330 77  WS-DETAIL-UNRESOLVED       PIC 9(07) VALUE ZERO.
001340 77  WS-PAIRS-UNRESOLVED        PIC 9(07) VALUE ZERO.
001350 77  WS-VCF-DATA-LINES          PIC 9(07) VALUE ZERO.
001360 01  WS-VCF-LINE                PIC X(6000) VALUE SPACE.
001370 01  WS-COL-TABLE.
001380     05  WS-COL-ENTRY OCCURS 500 TIMES.
001390         10  WS-COL-PAIR-ID     PIC X(10).
001400         10  WS-COL-STRAIN-ID   PIC X(10).
001410         10  WS-COL-VERSION     PIC 9(04).
001420         10  WS-COL-STATUS      PIC X(01).
001430             88  COL-RESOLVED             VALUE "R".
001440             88  COL-NO-STRAIN            VALUE "S".
001450             88  COL-NO-RESULT            VALUE "H".
001460         10  WS-COL-HIT         PIC X(01).
001470 01  WS-CONTIG-TABLE.
001480     05  WS-CONTIG-ENTRY OCCURS 100 TIMES.
001490         10  WS-CONTIG-STRAIN-ID PIC X(10).
001500         10  WS-CONTIG-VERSION  PIC 9(04).
001510 01  WS-CTL-HEADING.
001520     05  FILLER                 PIC X(30)
001530         VALUE "VCF EXPORT CONTROL LISTING  - ".
001540     05  WS-CH-SOURCE           PIC X(08).
001550     05  FILLER                 PIC X(10) VALUE "  RUN DATE".
001560     05  FILLER                 PIC X(01) VALUE SPACE.
001570     05  WS-CH-RUN-DATE         PIC X(08).
001580     05  FILLER                 PIC X(23) VALUE SPACE.
001590 01  WS-CTL-DETAIL.
001600     05  WS-CD-PAIR-ID          PIC X(10).
001610     05  FILLER                 PIC X(02) VALUE SPACE.
001620     05  WS-CD-STRAIN-ID        PIC X(10).
001630     05  FILLER                 PIC X(02) VALUE SPACE.
001640     05  WS-CD-REASON           PIC X(40).
001650     05  FILLER                 PIC X(16) VALUE SPACE.
001660 01  WS-CTL-TOTAL.
001670     05  WS-CT-LABEL            PIC X(30).
001680     05  WS-CT-COUNT            PIC ZZZZZZ9.
001690     05  FILLER                 PIC X(43) VALUE SPACE.
001700 01  WS-PARM-TOKENS.
001710     05  WS-PARM-TOKEN          PIC X(13) OCCURS 2 TIMES.

001720 LINKAGE SECTION.
001730 01  PARM-AREA.
001740     05  PARM-LEN               PIC S9(4) COMP.
001750     05  PARM-TEXT              PIC X(30).

001760 PROCEDURE DIVISION USING PARM-AREA.
001770******************************************************************
001780*    0000-MAINLINE
001790******************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001820     SORT SORT-WORK
001830         ASCENDING KEY SORT-STRAIN-ID
001840                       SORT-POSITION
001850                       SORT-REF-BASE
001860                       SORT-ALT-BASE
001870                       SORT-COL
001880         INPUT PROCEDURE IS 3000-RESOLVE-DETAIL
001890         OUTPUT PROCEDURE IS 4000-WRITE-CALLS
001900     PERFORM 8000-TERMINATE THRU 8000-EXIT
001910     STOP RUN.

001920******************************************************************
001930*    1000-INITIALIZE -- PARSE THE PARM, OPEN FILES, BUILD THE
001940*                       SAMPLE COLUMNS FROM THE FEED AND WRITE
001950*                       THE VCF HEADER
001960******************************************************************
001970 1000-INITIALIZE.
001980     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
001990     IF PARM-LEN > ZERO
002000         MOVE PARM-TEXT TO WS-PARM-WORK
002010         PERFORM 1200-PARSE-PARM THRU 1200-EXIT
002020     END-IF
002030     IF WS-SOURCE-PGM EQUAL TO SPACE
002040         DISPLAY "HAMVCF NEEDS PARM 'SRC=HAMBYID' OR "
002050             "'SRC=HAMSTRN'"
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     OPEN INPUT FEED-IN
002100     OPEN INPUT SMPL-HIST
002110     OPEN INPUT REF-HIST
002120     OPEN OUTPUT VCF-OUT
002130     OPEN OUTPUT VCF-CTL
002140     MOVE WS-SOURCE-PGM TO WS-CH-SOURCE
002150     MOVE WS-RUN-DATE TO WS-CH-RUN-DATE
002160     WRITE CTL-RECORD FROM WS-CTL-HEADING
002170     MOVE SPACE TO CTL-RECORD
002180     WRITE CTL-RECORD
002190     PERFORM 1300-READ-FEED THRU 1300-EXIT
002200     PERFORM 1400-LOAD-COLUMN THRU 1400-EXIT
002210         UNTIL END-OF-FEED
002220     CLOSE FEED-IN
002230     PERFORM 1600-WRITE-HEADER THRU 1600-EXIT.
002240 1000-EXIT.
002250     EXIT.

002260******************************************************************
002270*    1200-PARSE-PARM -- UP TO TWO COMMA-SEPARATED TOKENS:
002280*                      'SRC=HAMBYID' OR 'SRC=HAMSTRN' (REQUIRED -
002290*                      THE JOB THAT WROTE THE MMDETAIL) AND
002300*                      'DATE=YYYYMMDD' (THE RUN DATE).  AN
002310*                      UNRECOGNIZED TOKEN STOPS THE RUN.
002320******************************************************************
002330 1200-PARSE-PARM.
002340     MOVE SPACE TO WS-PARM-TOKENS
002350     UNSTRING WS-PARM-WORK DELIMITED BY ","
002360         INTO WS-PARM-TOKEN(1)
002370              WS-PARM-TOKEN(2)
002380     END-UNSTRING
002390     PERFORM 1250-PARSE-PARM-TOKEN THRU 1250-EXIT
002400         VARYING WS-TOKEN-SUB FROM 1 BY 1
002410         UNTIL WS-TOKEN-SUB > 2.
002420 1200-EXIT.
002430     EXIT.

002440******************************************************************
002450*    1250-PARSE-PARM-TOKEN -- APPLY ONE PARM TOKEN
002460******************************************************************
002470 1250-PARSE-PARM-TOKEN.
002480     EVALUATE TRUE
002490         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO SPACE
002500             CONTINUE
002510         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO "SRC=HAMBYID"
002520             MOVE "HAMBYID" TO WS-SOURCE-PGM
002530         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO "SRC=HAMSTRN"
002540             MOVE "HAMSTRN" TO WS-SOURCE-PGM
002550         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) EQUAL TO "DATE="
002560             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) IS NUMERIC
002570             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) TO WS-RUN-DATE
002580         WHEN OTHER
002590             DISPLAY "HAMVCF PARM NOT RECOGNIZED: "
002600                 WS-PARM-TOKEN(WS-TOKEN-SUB)
002610             MOVE 8 TO RETURN-CODE
002620             STOP RUN
002630     END-EVALUATE.
002640 1250-EXIT.
002650     EXIT.

002660******************************************************************
002670*    1300-READ-FEED -- NEXT FEED RECORD, SET SWITCH AT END
002680******************************************************************
002690 1300-READ-FEED.
002700     READ FEED-IN
002710         AT END
002720             SET END-OF-FEED TO TRUE
002730     END-READ.
002740 1300-EXIT.
002750     EXIT.

002760******************************************************************
002770*    1400-LOAD-COLUMN -- ONE FEED RECORD INTO THE SAMPLE TABLE.  A
002780*                        QUERY WITH A STRAIN AND A RESULT ON
002790*                        SMPLHIST FOR THIS RUN IS RESOLVED AND
002800*                        TAKES A VCF COLUMN; ITS STRAIN TAKES A
002810*                        CONTIG IF IT HAS NONE YET.  THE OTHERS
002820*                        ARE KEPT SO THEIR DETAIL CAN BE LISTED
002830*                        WITH THE RIGHT REASON.
002840******************************************************************
002850 1400-LOAD-COLUMN.
002860     ADD 1 TO WS-FEED-READ
002870     IF WS-COLS-USED NOT < 500
002880         ADD 1 TO WS-FEED-OVER-LIMIT
002890         GO TO 1400-READ-NEXT
002900     END-IF
002910     ADD 1 TO WS-COLS-USED
002920     MOVE IDPAIR-ID TO WS-COL-PAIR-ID(WS-COLS-USED)
002930     MOVE IDPAIR-STRAIN-ID TO WS-COL-STRAIN-ID(WS-COLS-USED)
002940     MOVE ZERO TO WS-COL-VERSION(WS-COLS-USED)
002950     MOVE "N" TO WS-COL-HIT(WS-COLS-USED)
002960     IF IDPAIR-STRAIN-ID EQUAL TO SPACE
002970         OR IDPAIR-STRAIN-ID EQUAL TO "UNKNOWN"
002980         MOVE "S" TO WS-COL-STATUS(WS-COLS-USED)
002990         GO TO 1400-READ-NEXT
003000     END-IF
003010     MOVE IDPAIR-STRAIN-ID TO SRH-STRAIN-ID
003020     MOVE WS-RUN-DATE TO SRH-RUN-DATE
003030     MOVE IDPAIR-ID TO SRH-SAMPLE-ID
003040     MOVE WS-SOURCE-PGM TO SRH-PROGRAM
003050     READ SMPL-HIST
003060         INVALID KEY
003070             MOVE "H" TO WS-COL-STATUS(WS-COLS-USED)
003080             GO TO 1400-READ-NEXT
003090     END-READ
003100     MOVE "R" TO WS-COL-STATUS(WS-COLS-USED)
003110     MOVE SRH-VERSION TO WS-COL-VERSION(WS-COLS-USED)
003120     MOVE ZERO TO WS-CONTIG-HIT-SUB
003130     PERFORM 1450-FIND-CONTIG THRU 1450-EXIT
003140         VARYING WS-CONTIG-SUB FROM 1 BY 1
003150         UNTIL WS-CONTIG-SUB > WS-CONTIGS-USED
003160     IF WS-CONTIG-HIT-SUB EQUAL TO ZERO
003170         AND WS-CONTIGS-USED < 100
003180         ADD 1 TO WS-CONTIGS-USED
003190         MOVE IDPAIR-STRAIN-ID
003200             TO WS-CONTIG-STRAIN-ID(WS-CONTIGS-USED)
003210         MOVE SRH-VERSION TO WS-CONTIG-VERSION(WS-CONTIGS-USED)
003220     END-IF.
003230 1400-READ-NEXT.
003240     PERFORM 1300-READ-FEED THRU 1300-EXIT.
003250 1400-EXIT.
003260     EXIT.

003270******************************************************************
003280*    1450-FIND-CONTIG -- IS THE FEED RECORD'S STRAIN ALREADY A
003290*                        CONTIG
003300******************************************************************
003310 1450-FIND-CONTIG.
003320     IF WS-CONTIG-STRAIN-ID(WS-CONTIG-SUB)
003330         EQUAL TO IDPAIR-STRAIN-ID
003340         MOVE WS-CONTIG-SUB TO WS-CONTIG-HIT-SUB
003350         MOVE WS-CONTIGS-USED TO WS-CONTIG-SUB
003360     END-IF.
003370 1450-EXIT.
003380     EXIT.

003390******************************************************************
003400*    1600-WRITE-HEADER -- THE VCF META-INFORMATION LINES, ONE
003410*                         ##CONTIG LINE PER STRAIN AND THE #CHROM
003420*                         LINE NAMING EVERY RESOLVED QUERY AS A
003430*                         SAMPLE COLUMN
003440******************************************************************
003450 1600-WRITE-HEADER.
003460     MOVE "##fileformat=VCFv4.2" TO VCF-RECORD
003470     WRITE VCF-RECORD
003480     MOVE SPACE TO VCF-RECORD
003490     STRING "##fileDate=" WS-RUN-DATE
003500         DELIMITED BY SIZE INTO VCF-RECORD
003510     WRITE VCF-RECORD
003520     MOVE SPACE TO VCF-RECORD
003530     STRING "##source=HAMVCF/" WS-SOURCE-PGM
003540         DELIMITED BY SPACE INTO VCF-RECORD
003550     WRITE VCF-RECORD
003560     MOVE "##reference=SEQQC.REFERENCE.STRAIN.HISTORY"
003570         TO VCF-RECORD
003580     WRITE VCF-RECORD
003590     PERFORM 1650-WRITE-CONTIG THRU 1650-EXIT
003600         VARYING WS-CONTIG-SUB FROM 1 BY 1
003610         UNTIL WS-CONTIG-SUB > WS-CONTIGS-USED
003620     MOVE SPACE TO VCF-RECORD
003630     STRING "##INFO=<ID=REFV,Number=1,Type=Integer,"
003640            "Description=""REFHIST reference version"">"
003650         DELIMITED BY SIZE INTO VCF-RECORD
003660     WRITE VCF-RECORD
003670     MOVE SPACE TO VCF-RECORD
003680     STRING "##INFO=<ID=AC,Number=A,Type=Integer,"
003690            "Description=""Queries carrying the ALT base"">"
003700         DELIMITED BY SIZE INTO VCF-RECORD
003710     WRITE VCF-RECORD
003720     MOVE SPACE TO VCF-RECORD
003730     STRING "##FORMAT=<ID=GT,Number=1,Type=String,"
003740            "Description=""Genotype"">"
003750         DELIMITED BY SIZE INTO VCF-RECORD
003760     WRITE VCF-RECORD
003770     MOVE SPACE TO WS-VCF-LINE
003780     MOVE 1 TO WS-VCF-PTR
003790     STRING "#CHROM" WS-TAB "POS" WS-TAB "ID" WS-TAB "REF" WS-TAB
003800            "ALT" WS-TAB "QUAL" WS-TAB "FILTER" WS-TAB "INFO"
003810            WS-TAB "FORMAT"
003820         DELIMITED BY SIZE INTO WS-VCF-LINE
003830         WITH POINTER WS-VCF-PTR
003840     PERFORM 1680-APPEND-SAMPLE-NAME THRU 1680-EXIT
003850         VARYING WS-COL-SUB FROM 1 BY 1
003860         UNTIL WS-COL-SUB > WS-COLS-USED
003870     WRITE VCF-RECORD FROM WS-VCF-LINE.
003880 1600-EXIT.
003890     EXIT.

003900******************************************************************
003910*    1650-WRITE-CONTIG -- ONE ##CONTIG LINE: THE STRAIN, THE
003920*                         LENGTH OF ITS REFHIST VERSION (LEFT
003930*                         OFF IF THE VERSION IS NOT ON REFHIST)
003940*                         AND THE VERSION ITSELF
003950******************************************************************
003960 1650-WRITE-CONTIG.
003970     MOVE SPACE TO WS-VCF-LINE
003980     MOVE 1 TO WS-VCF-PTR
003990     STRING "##contig=<ID=" DELIMITED BY SIZE
004000            WS-CONTIG-STRAIN-ID(WS-CONTIG-SUB) DELIMITED BY SPACE
004010         INTO WS-VCF-LINE
004020         WITH POINTER WS-VCF-PTR
004030     MOVE WS-CONTIG-STRAIN-ID(WS-CONTIG-SUB) TO HIST-STRAIN-ID
004040     MOVE WS-CONTIG-VERSION(WS-CONTIG-SUB) TO HIST-VERSION
004050     READ REF-HIST
004060         INVALID KEY
004070             MOVE ZERO TO WS-NUM-IN
004080         NOT INVALID KEY
004090             MOVE FUNCTION LENGTH(
004100                 FUNCTION TRIM(HIST-DNA TRAILING)) TO WS-NUM-IN
004110     END-READ
004120     IF WS-NUM-IN > ZERO
004130         STRING ",length=" DELIMITED BY SIZE
004140             INTO WS-VCF-LINE
004150             WITH POINTER WS-VCF-PTR
004160         PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
004170     END-IF
004180     STRING ",assembly=REFHIST-V" DELIMITED BY SIZE
004190         INTO WS-VCF-LINE
004200         WITH POINTER WS-VCF-PTR
004210     MOVE WS-CONTIG-VERSION(WS-CONTIG-SUB) TO WS-NUM-IN
004220     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
004230     STRING ">" DELIMITED BY SIZE
004240         INTO WS-VCF-LINE
004250         WITH POINTER WS-VCF-PTR
004260     WRITE VCF-RECORD FROM WS-VCF-LINE.
004270 1650-EXIT.
004280     EXIT.

004290******************************************************************
004300*    1680-APPEND-SAMPLE-NAME -- A RESOLVED QUERY'S ID AS THE NEXT
004310*                               SAMPLE COLUMN HEADING
004320******************************************************************
004330 1680-APPEND-SAMPLE-NAME.
004340     IF COL-RESOLVED(WS-COL-SUB)
004350         STRING WS-TAB DELIMITED BY SIZE
004360                WS-COL-PAIR-ID(WS-COL-SUB) DELIMITED BY SPACE
004370             INTO WS-VCF-LINE
004380             WITH POINTER WS-VCF-PTR
004390     END-IF.
004400 1680-EXIT.
004410     EXIT.

004420******************************************************************
004430*    3000-RESOLVE-DETAIL -- INPUT PROCEDURE.  EVERY MMDETAIL
004440*                           RECORD WHOSE PAIR RESOLVED TO A COLUMN
004450*                           GOES TO THE SORT; THE REST ARE COUNTED
004460*                           AND THEIR PAIR LISTED ONCE.
004470******************************************************************
004480 3000-RESOLVE-DETAIL.
004490     OPEN INPUT MM-DETAIL
004500     PERFORM 3100-READ-DETAIL THRU 3100-EXIT
004510     PERFORM 3200-RESOLVE-ONE THRU 3200-EXIT
004520         UNTIL END-OF-DETAIL
004530     CLOSE MM-DETAIL.
004540 3000-EXIT.
004550     EXIT.

004560******************************************************************
004570*    3100-READ-DETAIL -- NEXT DETAIL RECORD, SET SWITCH AT END
004580******************************************************************
004590 3100-READ-DETAIL.
004600     READ MM-DETAIL
004610         AT END
004620             SET END-OF-DETAIL TO TRUE
004630     END-READ.
004640 3100-EXIT.
004650     EXIT.

004660******************************************************************
004670*    3200-RESOLVE-ONE -- FIND THE DETAIL RECORD'S PAIR IN THE
004680*                        SAMPLE TABLE (ONCE PER PAIR - THE EXTRACT
004690*                        ARRIVES PAIR BY PAIR) AND RELEASE IT OR
004700*                        COUNT IT UNRESOLVED
004710******************************************************************
004720 3200-RESOLVE-ONE.
004730     ADD 1 TO WS-DETAIL-READ
004740     IF MMD-PAIR-ID NOT EQUAL TO WS-LAST-PAIR-ID
004750         MOVE MMD-PAIR-ID TO WS-LAST-PAIR-ID
004760         PERFORM 3300-RESOLVE-PAIR THRU 3300-EXIT
004770     END-IF
004780     IF WS-PAIR-COL EQUAL TO ZERO
004790         ADD 1 TO WS-DETAIL-UNRESOLVED
004800     ELSE
004810         ADD 1 TO WS-DETAIL-EXPORTED
004820         MOVE WS-COL-STRAIN-ID(WS-PAIR-COL) TO SORT-STRAIN-ID
004830         MOVE MMD-POSITION TO SORT-POSITION
004840         MOVE MMD-BASE-1 TO SORT-REF-BASE
004850         MOVE MMD-BASE-2 TO SORT-ALT-BASE
004860         MOVE WS-PAIR-COL TO SORT-COL
004870         MOVE WS-COL-VERSION(WS-PAIR-COL) TO SORT-VERSION
004880         RELEASE SORT-RECORD
004890     END-IF
004900     PERFORM 3100-READ-DETAIL THRU 3100-EXIT.
004910 3200-EXIT.
004920     EXIT.

004930******************************************************************
004940*    3300-RESOLVE-PAIR -- LOOK THE PAIR UP IN THE SAMPLE TABLE.
004950*                         A PAIR THAT DID NOT RESOLVE GOES ON THE
004960*                         CONTROL LISTING WITH THE REASON.
004970******************************************************************
004980 3300-RESOLVE-PAIR.
004990     MOVE ZERO TO WS-PAIR-COL
005000     MOVE ZERO TO WS-COL-HIT-SUB
005010     PERFORM 3350-FIND-PAIR THRU 3350-EXIT
005020         VARYING WS-COL-SUB FROM 1 BY 1
005030         UNTIL WS-COL-SUB > WS-COLS-USED
005040     MOVE SPACE TO WS-CD-STRAIN-ID
005050     EVALUATE TRUE
005060         WHEN WS-COL-HIT-SUB EQUAL TO ZERO
005070             AND WS-FEED-OVER-LIMIT > ZERO
005080             MOVE "NOT ON FEED OR BEYOND 500-COLUMN LIMIT"
005090                 TO WS-UNRESOLVED-REASON
005100         WHEN WS-COL-HIT-SUB EQUAL TO ZERO
005110             MOVE "PAIR ID NOT ON FEED" TO WS-UNRESOLVED-REASON
005120         WHEN COL-NO-STRAIN(WS-COL-HIT-SUB)
005130             MOVE "NO STRAIN ID ON FEED RECORD"
005140                 TO WS-UNRESOLVED-REASON
005150         WHEN COL-NO-RESULT(WS-COL-HIT-SUB)
005160             MOVE WS-COL-STRAIN-ID(WS-COL-HIT-SUB)
005170                 TO WS-CD-STRAIN-ID
005180             MOVE "NO RESULT ON SMPLHIST FOR THIS RUN"
005190                 TO WS-UNRESOLVED-REASON
005200         WHEN OTHER
005210             MOVE WS-COL-HIT-SUB TO WS-PAIR-COL
005220             GO TO 3300-EXIT
005230     END-EVALUATE
005240     ADD 1 TO WS-PAIRS-UNRESOLVED
005250     MOVE MMD-PAIR-ID TO WS-CD-PAIR-ID
005260     MOVE WS-UNRESOLVED-REASON TO WS-CD-REASON
005270     WRITE CTL-RECORD FROM WS-CTL-DETAIL.
005280 3300-EXIT.
005290     EXIT.

005300******************************************************************
005310*    3350-FIND-PAIR -- DOES THIS TABLE SLOT HOLD THE PAIR
005320******************************************************************
005330 3350-FIND-PAIR.
005340     IF WS-COL-PAIR-ID(WS-COL-SUB) EQUAL TO MMD-PAIR-ID
005350         MOVE WS-COL-SUB TO WS-COL-HIT-SUB
005360         MOVE WS-COLS-USED TO WS-COL-SUB
005370     END-IF.
005380 3350-EXIT.
005390     EXIT.

005400******************************************************************
005410*    4000-WRITE-CALLS -- OUTPUT PROCEDURE.  THE SORTED CALLS COME
005420*                        BACK GROUPED BY STRAIN, POSITION AND
005430*                        SUBSTITUTION; EACH GROUP IS ONE VCF DATA
005440*                        LINE.
005450******************************************************************
005460 4000-WRITE-CALLS.
005470     PERFORM 4100-RETURN-CALL THRU 4100-EXIT
005480     PERFORM 4200-WRITE-ONE-CALL THRU 4200-EXIT
005490         UNTIL END-OF-CALLS.
005500 4000-EXIT.
005510     EXIT.

005520******************************************************************
005530*    4100-RETURN-CALL -- NEXT SORTED CALL, SET SWITCH AT END
005540******************************************************************
005550 4100-RETURN-CALL.
005560     RETURN SORT-WORK
005570         AT END
005580             SET END-OF-CALLS TO TRUE
005590     END-RETURN.
005600 4100-EXIT.
005610     EXIT.

005620******************************************************************
005630*    4200-WRITE-ONE-CALL -- MARK EVERY QUERY IN THE GROUP, THEN
005640*                           BUILD AND WRITE THE DATA LINE
005650******************************************************************
005660 4200-WRITE-ONE-CALL.
005670     MOVE SORT-STRAIN-ID TO WS-GRP-STRAIN-ID
005680     MOVE SORT-POSITION TO WS-GRP-POSITION
005690     MOVE SORT-REF-BASE TO WS-GRP-REF-BASE
005700     MOVE SORT-ALT-BASE TO WS-GRP-ALT-BASE
005710     MOVE SORT-VERSION TO WS-GRP-VERSION
005720     MOVE ZERO TO WS-GRP-ALT-COUNT
005730     PERFORM 4300-MARK-QUERY THRU 4300-EXIT
005740         UNTIL END-OF-CALLS
005750         OR SORT-STRAIN-ID NOT EQUAL TO WS-GRP-STRAIN-ID
005760         OR SORT-POSITION NOT EQUAL TO WS-GRP-POSITION
005770         OR SORT-REF-BASE NOT EQUAL TO WS-GRP-REF-BASE
005780         OR SORT-ALT-BASE NOT EQUAL TO WS-GRP-ALT-BASE
005790     MOVE SPACE TO WS-VCF-LINE
005800     MOVE 1 TO WS-VCF-PTR
005810     STRING WS-GRP-STRAIN-ID DELIMITED BY SPACE
005820            WS-TAB DELIMITED BY SIZE
005830         INTO WS-VCF-LINE
005840         WITH POINTER WS-VCF-PTR
005850     MOVE WS-GRP-POSITION TO WS-NUM-IN
005860     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
005870     STRING WS-TAB "." WS-TAB WS-GRP-REF-BASE WS-TAB
005880            WS-GRP-ALT-BASE WS-TAB "." WS-TAB "PASS" WS-TAB
005890            "REFV="
005900         DELIMITED BY SIZE INTO WS-VCF-LINE
005910         WITH POINTER WS-VCF-PTR
005920     MOVE WS-GRP-VERSION TO WS-NUM-IN
005930     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
005940     STRING ";AC=" DELIMITED BY SIZE
005950         INTO WS-VCF-LINE
005960         WITH POINTER WS-VCF-PTR
005970     MOVE WS-GRP-ALT-COUNT TO WS-NUM-IN
005980     PERFORM 4900-APPEND-NUMBER THRU 4900-EXIT
005990     STRING WS-TAB "GT" DELIMITED BY SIZE
006000         INTO WS-VCF-LINE
006010         WITH POINTER WS-VCF-PTR
006020     PERFORM 4400-APPEND-GENOTYPE THRU 4400-EXIT
006030         VARYING WS-COL-SUB FROM 1 BY 1
006040         UNTIL WS-COL-SUB > WS-COLS-USED
006050     WRITE VCF-RECORD FROM WS-VCF-LINE
006060     ADD 1 TO WS-VCF-DATA-LINES.
006070 4200-EXIT.
006080     EXIT.

006090******************************************************************
006100*    4300-MARK-QUERY -- THE CURRENT CALL'S QUERY CARRIES THE ALT
006110*                       BASE; TAKE THE NEXT CALL
006120******************************************************************
006130 4300-MARK-QUERY.
006140     IF WS-COL-HIT(SORT-COL) NOT EQUAL TO "Y"
006150         MOVE "Y" TO WS-COL-HIT(SORT-COL)
006160         ADD 1 TO WS-GRP-ALT-COUNT
006170     END-IF
006180     PERFORM 4100-RETURN-CALL THRU 4100-EXIT.
006190 4300-EXIT.
006200     EXIT.

006210******************************************************************
006220*    4400-APPEND-GENOTYPE -- ONE SAMPLE COLUMN OF THE DATA LINE:
006230*                            1 = CARRIES THE ALT BASE, 0 =
006240*                            SAME STRAIN BUT REFERENCE BASE, . =
006250*                            COMPARED AGAINST ANOTHER STRAIN.  THE
006260*                            MARK IS CLEARED FOR THE NEXT GROUP.
006270******************************************************************
006280 4400-APPEND-GENOTYPE.
006290     IF NOT COL-RESOLVED(WS-COL-SUB)
006300         GO TO 4400-EXIT
006310     END-IF
006320     EVALUATE TRUE
006330         WHEN WS-COL-HIT(WS-COL-SUB) EQUAL TO "Y"
006340             STRING WS-TAB "1" DELIMITED BY SIZE
006350                 INTO WS-VCF-LINE
006360                 WITH POINTER WS-VCF-PTR
006370             MOVE "N" TO WS-COL-HIT(WS-COL-SUB)
006380         WHEN WS-COL-STRAIN-ID(WS-COL-SUB)
006390             EQUAL TO WS-GRP-STRAIN-ID
006400             STRING WS-TAB "0" DELIMITED BY SIZE
006410                 INTO WS-VCF-LINE
006420                 WITH POINTER WS-VCF-PTR
006430         WHEN OTHER
006440             STRING WS-TAB "." DELIMITED BY SIZE
006450                 INTO WS-VCF-LINE
006460                 WITH POINTER WS-VCF-PTR
006470     END-EVALUATE.
006480 4400-EXIT.
006490     EXIT.

006500******************************************************************
006510*    4900-APPEND-NUMBER -- WS-NUM-IN, WITHOUT LEADING ZEROS OR
006520*                          SPACES, ONTO THE LINE BEING BUILT
006530******************************************************************
006540 4900-APPEND-NUMBER.
006550     MOVE WS-NUM-IN TO WS-NUM-EDIT
006560     MOVE ZERO TO WS-NUM-LEAD
006570     INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACE
006580     STRING WS-NUM-EDIT(WS-NUM-LEAD + 1:) DELIMITED BY SIZE
006590         INTO WS-VCF-LINE
006600         WITH POINTER WS-VCF-PTR.
006610 4900-EXIT.
006620     EXIT.

006630******************************************************************
006640*    8000-TERMINATE -- CONTROL TOTALS, CLOSE FILES AND DISPLAY
006650*                      THE RUN TOTALS
006660******************************************************************
006670 8000-TERMINATE.
006680     MOVE SPACE TO CTL-RECORD
006690     WRITE CTL-RECORD
006700     MOVE "FEED RECORDS READ" TO WS-CT-LABEL
006710     MOVE WS-FEED-READ TO WS-CT-COUNT
006720     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006730     MOVE "FEED RECORDS OVER COLUMN LIMIT" TO WS-CT-LABEL
006740     MOVE WS-FEED-OVER-LIMIT TO WS-CT-COUNT
006750     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006760     MOVE "DETAIL RECORDS READ" TO WS-CT-LABEL
006770     MOVE WS-DETAIL-READ TO WS-CT-COUNT
006780     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006790     MOVE "DETAIL RECORDS EXPORTED" TO WS-CT-LABEL
006800     MOVE WS-DETAIL-EXPORTED TO WS-CT-COUNT
006810     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006820     MOVE "DETAIL RECORDS UNRESOLVED" TO WS-CT-LABEL
006830     MOVE WS-DETAIL-UNRESOLVED TO WS-CT-COUNT
006840     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006850     MOVE "PAIRS UNRESOLVED" TO WS-CT-LABEL
006860     MOVE WS-PAIRS-UNRESOLVED TO WS-CT-COUNT
006870     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006880     MOVE "VCF DATA LINES WRITTEN" TO WS-CT-LABEL
006890     MOVE WS-VCF-DATA-LINES TO WS-CT-COUNT
006900     WRITE CTL-RECORD FROM WS-CTL-TOTAL
006910     CLOSE SMPL-HIST
006920     CLOSE REF-HIST
006930     CLOSE VCF-OUT
006940     CLOSE VCF-CTL
006950     DISPLAY "HAMVCF FEED RECORDS READ    : " WS-FEED-READ
006960     DISPLAY "HAMVCF DETAIL RECORDS READ  : " WS-DETAIL-READ
006970     DISPLAY "HAMVCF DETAIL EXPORTED      : " WS-DETAIL-EXPORTED
006980     DISPLAY "HAMVCF DETAIL UNRESOLVED    : " WS-DETAIL-UNRESOLVED
006990     DISPLAY "HAMVCF PAIRS UNRESOLVED     : " WS-PAIRS-UNRESOLVED
007000     DISPLAY "HAMVCF VCF DATA LINES       : " WS-VCF-DATA-LINES
007010     IF WS-PAIRS-UNRESOLVED > ZERO
007020         MOVE 4 TO RETURN-CODE
007030     END-IF.
007040 8000-EXIT.
007050     EXIT.
