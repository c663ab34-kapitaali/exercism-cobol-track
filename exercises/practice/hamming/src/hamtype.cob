000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMTYPE.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-05  SQS  INITIAL VERSION.  NIGHTLY STRAIN-TYPING RUN
000110*                     FOR SAMPLES THE LAB SENDS WITHOUT A STRAIN
000120*                     ID.  HAMSTRN AND HAMBYID BOTH LOOK THE
000130*                     REFERENCE UP BY IDPAIR-STRAIN-ID, SO A
000140*                     SAMPLE ARRIVING WITH THAT FIELD BLANK OR
000150*                     'UNKNOWN' COULD ONLY EVER LAND ON THE ERROR
000160*                     LISTING.  THIS DRIVER READS THE SAMPLE FEED
000170*                     (SMPLIN, SEE HAMIDPR - IDPAIRIN IS THE SAME
000180*                     SHAPE AND CAN BE RUN THROUGH IT THE SAME
000190*                     WAY), COMPARES EACH UNLABELLED SAMPLE WITH
000200*                     THE SHARED HAMMING LOGIC (HAMPROC) AGAINST
000210*                     EVERY STRAIN ON THE REFERENCE MASTER
000220*                     (REFMAST, SEE HAMREF), AND CALLS THE CLOSEST
000230*                     STRAIN.  THE TYPING REPORT (TYPERPT) SHOWS
000240*                     THE CALL, THE RUNNER-UP AND THE MARGIN
000250*                     BETWEEN THEM; A MARGIN UNDER THE THRESHOLD
000260*                     (PARM='MARGIN=NNN', DEFAULT 005 MISMATCHES)
000270*                     IS CALLED AMBIGUOUS.  THE TYPED FEED
000280*                     (TYPEDOUT, SAME HAMIDPR LAYOUT) CARRIES
000290*                     EVERY LABELLED SAMPLE AS DELIVERED PLUS
000300*                     EVERY CONFIDENTLY TYPED SAMPLE WITH ITS
000310*                     STRAIN ID FILLED IN, SO HAMSTRN RUNS
000320*                     STRAIGHT OFF IT THE SAME NIGHT.  AMBIGUOUS
000330*                     CALLS AND SAMPLES NO STRAIN COULD BE
000340*                     COMPARED WITH ARE HELD OUT OF THE FEED -
000350*                     THE FIRST STAY ON THE TYPING REPORT FOR THE
000360*                     DESK, THE SECOND GO TO THE TYPEERR LISTING
000370*                     WITH THE REASON.  POSTS START/COMPLETE TO
000380*                     THE RUN-CONTROL FILE LIKE THE OTHER NIGHTLY
000390*                     DRIVERS, SO A RERUN CANNOT CLOBBER A FEED
000400*                     HAMSTRN HAS ALREADY TAKEN.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 REPOSITORY.        FUNCTION ALL INTRINSIC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT REF-MASTER ASSIGN TO "REFMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS REF-STRAIN-ID.
000530     SELECT SAMPLE-IN ASSIGN TO "SMPLIN"
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT TYPED-OUT ASSIGN TO "TYPEDOUT"
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT TYPE-RPT ASSIGN TO "TYPERPT"
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT TYPE-ERR ASSIGN TO "TYPEERR"
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT RUN-CTL ASSIGN TO "RUNCTL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS RUN-CTL-KEY
000650         FILE STATUS IS WS-RUN-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  REF-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700 COPY HAMREF.

000710 FD  SAMPLE-IN
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY HAMIDPR.

000750 FD  TYPED-OUT
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  TYPED-RECORD               PIC X(520).

000790 FD  TYPE-RPT
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  TYPE-RPT-RECORD.
000830     05  TYPE-RPT-SAMPLE-ID     PIC X(10).
000840     05  FILLER                 PIC X(02).
000850     05  TYPE-RPT-BEST-ID       PIC X(10).
000860     05  FILLER                 PIC X(02).
000870     05  TYPE-RPT-BEST-DIST     PIC ZZZZ9.
000880     05  FILLER                 PIC X(02).
000890     05  TYPE-RPT-NEXT-ID       PIC X(10).
000900     05  FILLER                 PIC X(02).
000910     05  TYPE-RPT-NEXT-DIST     PIC ZZZZ9.
000920     05  FILLER                 PIC X(02).
000930     05  TYPE-RPT-MARGIN        PIC ZZZZ9.
000940     05  FILLER                 PIC X(02).
000950     05  TYPE-RPT-CALL          PIC X(09).
000960     05  FILLER                 PIC X(14).

000970 FD  TYPE-ERR
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  TYPE-ERR-RECORD.
001010     05  TYPE-ERR-SAMPLE-ID     PIC X(10).
001020     05  FILLER                 PIC X(02).
001030     05  TYPE-ERR-STRAIN-ID     PIC X(10).
001040     05  FILLER                 PIC X(02).
001050     05  TYPE-ERR-REASON        PIC X(40).
001060     05  FILLER                 PIC X(14).

001070 FD  RUN-CTL
001080     LABEL RECORDS ARE STANDARD.
001090 COPY RUNCTL.

001100 WORKING-STORAGE SECTION.
001110 COPY HAMWS.
001120 COPY RUNWS.
001130 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001140     88  END-OF-SAMPLES                   VALUE "Y".
001150 77  WS-REF-EOF-SW              PIC X(01) VALUE "N".
001160     88  END-OF-REFMAST                   VALUE "Y".
001170 77  WS-MARGIN-THRESHOLD        PIC 9(03) VALUE 5.
001180 77  WS-BEST-ID                 PIC X(10) VALUE SPACE.
001190 77  WS-BEST-DIST               PIC 9(04) COMP VALUE ZERO.
001200 77  WS-NEXT-ID                 PIC X(10) VALUE SPACE.
001210 77  WS-NEXT-DIST               PIC 9(04) COMP VALUE ZERO.
001220 77  WS-MARGIN                  PIC 9(04) COMP VALUE ZERO.
001230 77  WS-STRAINS-COMPARED        PIC 9(05) COMP VALUE ZERO.
001240 77  WS-CALL-TEXT               PIC X(09) VALUE SPACE.
001250 77  WS-FIRST-ERROR             PIC X(40) VALUE SPACE.
001260 77  WS-SAMPLES-READ            PIC 9(07) VALUE ZERO.
001270 77  WS-SAMPLES-LABELLED        PIC 9(07) VALUE ZERO.
001280 77  WS-SAMPLES-TYPED           PIC 9(07) VALUE ZERO.
001290 77  WS-SAMPLES-AMBIGUOUS       PIC 9(07) VALUE ZERO.
001300 77  WS-SAMPLES-ERROR           PIC 9(07) VALUE ZERO.
001310 77  WS-SAMPLES-WRITTEN         PIC 9(07) VALUE ZERO.

001320 LINKAGE SECTION.
001330 01  PARM-AREA.
001340     05  PARM-LEN               PIC S9(4) COMP.
001350     05  PARM-TEXT              PIC X(10).

001360 PROCEDURE DIVISION USING PARM-AREA.
001370******************************************************************
001380*    0000-MAINLINE
001390******************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001420     PERFORM 2000-PROCESS-SAMPLE THRU 2000-EXIT
001430         UNTIL END-OF-SAMPLES
001440     PERFORM 8000-TERMINATE THRU 8000-EXIT
001450     STOP RUN.

001460******************************************************************
001470*    1000-INITIALIZE -- TAKE THE OPTIONAL MARGIN PARM, POST THE
001480*                       RUN START, OPEN FILES, PRIME THE READ
001490******************************************************************
001500 1000-INITIALIZE.
001510     IF PARM-LEN > ZERO
001520         IF PARM-TEXT(1:7) EQUAL TO "MARGIN="
001530             AND PARM-TEXT(8:3) IS NUMERIC
001540             MOVE PARM-TEXT(8:3) TO WS-MARGIN-THRESHOLD
001550         ELSE
001560             DISPLAY "HAMTYPE PARM NOT RECOGNIZED: " PARM-TEXT
001570             MOVE 8 TO RETURN-CODE
001580             STOP RUN
001590         END-IF
001600     END-IF
001610     PERFORM 9550-OPEN-RUN-CTL THRU 9550-EXIT
001620     MOVE "HAMTYPE" TO WS-RUN-PROGRAM
001630     PERFORM 9500-POST-START THRU 9500-EXIT
001640     IF RUN-ALREADY-COMPLETE
001650         DISPLAY "HAMTYPE ALREADY COMPLETE FOR "
001660             WS-RUN-CTL-DATE " - RERUN SUPPRESSED"
001670         MOVE 8 TO RETURN-CODE
001680         CLOSE RUN-CTL
001690         STOP RUN
001700     END-IF
001710     OPEN INPUT REF-MASTER
001720     OPEN INPUT SAMPLE-IN
001730     OPEN OUTPUT TYPED-OUT
001740     OPEN OUTPUT TYPE-RPT
001750     OPEN OUTPUT TYPE-ERR
001760     PERFORM 2100-READ-SAMPLE THRU 2100-EXIT.
001770 1000-EXIT.
001780     EXIT.

001790******************************************************************
001800*    2000-PROCESS-SAMPLE -- A LABELLED SAMPLE PASSES STRAIGHT
001810*                           THROUGH TO THE TYPED FEED; AN
001820*                           UNLABELLED ONE IS TYPED AGAINST THE
001830*                           WHOLE REFERENCE MASTER
001840******************************************************************
001850 2000-PROCESS-SAMPLE.
001860     ADD 1 TO WS-SAMPLES-READ
001870     IF IDPAIR-STRAIN-ID NOT EQUAL TO SPACE
001880         AND IDPAIR-STRAIN-ID NOT EQUAL TO "UNKNOWN"
001890         ADD 1 TO WS-SAMPLES-LABELLED
001900         PERFORM 2500-WRITE-TYPED THRU 2500-EXIT
001910         GO TO 2000-NEXT
001920     END-IF
001930     PERFORM 2200-TYPE-SAMPLE THRU 2200-EXIT
001940     IF WS-STRAINS-COMPARED EQUAL TO ZERO
001950         ADD 1 TO WS-SAMPLES-ERROR
001960         PERFORM 2400-WRITE-ERROR THRU 2400-EXIT
001970         GO TO 2000-NEXT
001980     END-IF
001990     IF WS-STRAINS-COMPARED > 1
002000         AND WS-MARGIN < WS-MARGIN-THRESHOLD
002010         ADD 1 TO WS-SAMPLES-AMBIGUOUS
002020         MOVE "AMBIGUOUS" TO WS-CALL-TEXT
002030         PERFORM 2300-WRITE-REPORT THRU 2300-EXIT
002040         GO TO 2000-NEXT
002050     END-IF
002060     ADD 1 TO WS-SAMPLES-TYPED
002070     MOVE "TYPED" TO WS-CALL-TEXT
002080     PERFORM 2300-WRITE-REPORT THRU 2300-EXIT
002090     MOVE WS-BEST-ID TO IDPAIR-STRAIN-ID
002100     PERFORM 2500-WRITE-TYPED THRU 2500-EXIT.
002110 2000-NEXT.
002120     PERFORM 2100-READ-SAMPLE THRU 2100-EXIT.
002130 2000-EXIT.
002140     EXIT.

002150******************************************************************
002160*    2100-READ-SAMPLE -- NEXT SAMPLE RECORD, SET SWITCH AT END
002170******************************************************************
002180 2100-READ-SAMPLE.
002190     READ SAMPLE-IN
002200         AT END
002210             SET END-OF-SAMPLES TO TRUE
002220     END-READ.
002230 2100-EXIT.
002240     EXIT.

002250******************************************************************
002260*    2200-TYPE-SAMPLE -- WALK THE REFERENCE MASTER IN KEY ORDER
002270*                        AND COMPARE THE SAMPLE WITH EVERY STRAIN,
002280*                        KEEPING THE CLOSEST AND THE RUNNER-UP.  A
002290*                        STRAIN THE SAMPLE CANNOT BE COMPARED WITH
002300*                        (UNEQUAL LENGTH, BAD BASES) IS PASSED
002310*                        OVER; THE FIRST SUCH REASON IS KEPT FOR
002320*                        THE ERROR LISTING IN CASE NO STRAIN AT
002330*                        ALL COULD BE COMPARED.
002340******************************************************************
002350 2200-TYPE-SAMPLE.
002360     MOVE SPACE TO WS-BEST-ID
002370     MOVE SPACE TO WS-NEXT-ID
002380     MOVE ZERO TO WS-BEST-DIST
002390     MOVE ZERO TO WS-NEXT-DIST
002400     MOVE ZERO TO WS-MARGIN
002410     MOVE ZERO TO WS-STRAINS-COMPARED
002420     MOVE SPACE TO WS-FIRST-ERROR
002430     MOVE "N" TO WS-REF-EOF-SW
002440     MOVE LOW-VALUES TO REF-STRAIN-ID
002450     START REF-MASTER
002460         KEY IS NOT LESS THAN REF-STRAIN-ID
002470         INVALID KEY
002480             SET END-OF-REFMAST TO TRUE
002490     END-START
002500     PERFORM 2250-COMPARE-STRAIN THRU 2250-EXIT
002510         UNTIL END-OF-REFMAST
002520     IF WS-STRAINS-COMPARED > 1
002530         COMPUTE WS-MARGIN = WS-NEXT-DIST - WS-BEST-DIST
002540     END-IF.
002550 2200-EXIT.
002560     EXIT.

002570******************************************************************
002580*    2250-COMPARE-STRAIN -- NEXT STRAIN OFF THE MASTER AGAINST THE
002590*                           SAMPLE, RANKED INTO BEST/RUNNER-UP
002600******************************************************************
002610 2250-COMPARE-STRAIN.
002620     READ REF-MASTER NEXT RECORD
002630         AT END
002640             SET END-OF-REFMAST TO TRUE
002650             GO TO 2250-EXIT
002660     END-READ
002670     MOVE SPACE TO WS-ERROR
002680     MOVE REF-MASTER-DNA TO WS-DNA-1
002690     MOVE IDPAIR-QUERY-DNA TO WS-DNA-2
002700     PERFORM HAMMING THRU HAMMING-EXIT
002710     IF WS-ERROR NOT EQUAL TO SPACE
002720         IF WS-FIRST-ERROR EQUAL TO SPACE
002730             MOVE WS-ERROR TO WS-FIRST-ERROR
002740         END-IF
002750         GO TO 2250-EXIT
002760     END-IF
002770     ADD 1 TO WS-STRAINS-COMPARED
002780     EVALUATE TRUE
002790         WHEN WS-STRAINS-COMPARED EQUAL TO 1
002800             MOVE REF-STRAIN-ID TO WS-BEST-ID
002810             MOVE WS-HAMMING TO WS-BEST-DIST
002820         WHEN WS-HAMMING < WS-BEST-DIST
002830             MOVE WS-BEST-ID TO WS-NEXT-ID
002840             MOVE WS-BEST-DIST TO WS-NEXT-DIST
002850             MOVE REF-STRAIN-ID TO WS-BEST-ID
002860             MOVE WS-HAMMING TO WS-BEST-DIST
002870         WHEN WS-STRAINS-COMPARED EQUAL TO 2
002880             MOVE REF-STRAIN-ID TO WS-NEXT-ID
002890             MOVE WS-HAMMING TO WS-NEXT-DIST
002900         WHEN WS-HAMMING < WS-NEXT-DIST
002910             MOVE REF-STRAIN-ID TO WS-NEXT-ID
002920             MOVE WS-HAMMING TO WS-NEXT-DIST
002930         WHEN OTHER
002940             CONTINUE
002950     END-EVALUATE.
002960 2250-EXIT.
002970     EXIT.

002980******************************************************************
002990*    2300-WRITE-REPORT -- ONE TYPING-REPORT LINE FOR THE SAMPLE
003000*                         JUST TYPED, WITH THE CALL TEXT IN
003010*                         WS-CALL-TEXT.  A STRAIN ALONE ON THE
003020*                         MASTER HAS NO RUNNER-UP, SO THOSE
003030*                         COLUMNS STAY BLANK.
003040******************************************************************
003050 2300-WRITE-REPORT.
003060     MOVE SPACE TO TYPE-RPT-RECORD
003070     MOVE IDPAIR-ID TO TYPE-RPT-SAMPLE-ID
003080     MOVE WS-BEST-ID TO TYPE-RPT-BEST-ID
003090     MOVE WS-BEST-DIST TO TYPE-RPT-BEST-DIST
003100     IF WS-STRAINS-COMPARED > 1
003110         MOVE WS-NEXT-ID TO TYPE-RPT-NEXT-ID
003120         MOVE WS-NEXT-DIST TO TYPE-RPT-NEXT-DIST
003130         MOVE WS-MARGIN TO TYPE-RPT-MARGIN
003140     ELSE
003150         MOVE SPACE TO TYPE-RPT-NEXT-ID
003160         MOVE ZERO TO TYPE-RPT-NEXT-DIST
003170         MOVE ZERO TO TYPE-RPT-MARGIN
003180     END-IF
003190     MOVE WS-CALL-TEXT TO TYPE-RPT-CALL
003200     WRITE TYPE-RPT-RECORD.
003210 2300-EXIT.
003220     EXIT.

003230******************************************************************
003240*    2400-WRITE-ERROR -- ONE ERROR-LISTING LINE FOR A SAMPLE NO
003250*                        STRAIN COULD BE COMPARED WITH
003260******************************************************************
003270 2400-WRITE-ERROR.
003280     MOVE SPACE TO TYPE-ERR-RECORD
003290     MOVE IDPAIR-ID TO TYPE-ERR-SAMPLE-ID
003300     MOVE IDPAIR-STRAIN-ID TO TYPE-ERR-STRAIN-ID
003310     IF WS-FIRST-ERROR EQUAL TO SPACE
003320         MOVE "No strains on reference master" TO TYPE-ERR-REASON
003330     ELSE
003340         MOVE WS-FIRST-ERROR TO TYPE-ERR-REASON
003350     END-IF
003360     WRITE TYPE-ERR-RECORD.
003370 2400-EXIT.
003380     EXIT.

003390******************************************************************
003400*    2500-WRITE-TYPED -- THE CURRENT SAMPLE RECORD, STRAIN ID IN
003410*                        PLACE, ONTO THE READY-TO-RUN FEED
003420******************************************************************
003430 2500-WRITE-TYPED.
003440     WRITE TYPED-RECORD FROM IDPAIR-RECORD
003450     ADD 1 TO WS-SAMPLES-WRITTEN.
003460 2500-EXIT.
003470     EXIT.

003480******************************************************************
003490*    8000-TERMINATE -- POST THE RUN COMPLETE, CLOSE FILES AND
003500*                      DISPLAY THE RUN TOTALS
003510******************************************************************
003520 8000-TERMINATE.
003530     MOVE WS-SAMPLES-READ TO WS-RUN-RECORDS
003540     PERFORM 9600-POST-COMPLETE THRU 9600-EXIT
003550     CLOSE RUN-CTL
003560     CLOSE REF-MASTER
003570     CLOSE SAMPLE-IN
003580     CLOSE TYPED-OUT
003590     CLOSE TYPE-RPT
003600     CLOSE TYPE-ERR
003610     DISPLAY "HAMTYPE SAMPLES READ     : " WS-SAMPLES-READ
003620     DISPLAY "HAMTYPE ALREADY LABELLED : " WS-SAMPLES-LABELLED
003630     DISPLAY "HAMTYPE TYPED            : " WS-SAMPLES-TYPED
003640     DISPLAY "HAMTYPE AMBIGUOUS        : " WS-SAMPLES-AMBIGUOUS
003650     DISPLAY "HAMTYPE NOT COMPARABLE   : " WS-SAMPLES-ERROR
003660     DISPLAY "HAMTYPE WRITTEN TO FEED  : " WS-SAMPLES-WRITTEN.
003670 8000-EXIT.
003680     EXIT.

003690******************************************************************
003700*    SHARED HAMMING COMPARISON LOGIC (SEE HAMPROC COPYBOOK)
003710******************************************************************
003720 COPY HAMPROC.

003730******************************************************************
003740*    SHARED RUN-CONTROL POSTING LOGIC (SEE RUNPROC COPYBOOK)
003750******************************************************************
003760 COPY RUNPROC.
