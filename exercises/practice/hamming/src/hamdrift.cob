000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMDRIFT.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-06.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-06  SQS  INITIAL VERSION.  MONTHLY PER-STRAIN DRIFT
000110*                     REPORT OVER THE SAMPLE-RESULT HISTORY FILE
000120*                     (SMPLHIST, SEE HAMSRH) THAT HAMSTRN AND
000130*                     HAMBYID POST EVERY CLEAN RESULT TO.  FOR
000140*                     EACH STRAIN WITH RESULTS IN THE MONTH
000150*                     (PARM='MONTH=YYYYMM', DEFAULT THE MONTH
000160*                     BEFORE THE RUN DATE) IT PRINTS THE STRAIN'S
000170*                     TOLERANCE ROW (SEE HAMTOLLK) AND ONE LINE
000180*                     PER WEEK OF THE MONTH (DAYS 1-7, 8-14,
000190*                     15-21, 22-28, 29-END) WITH THE SAMPLE COUNT,
000200*                     AVERAGE AND MAXIMUM DISTANCE AND AVERAGE
000210*                     PERCENT MISMATCH.  A STRAIN WHOSE WEEKLY
000220*                     AVERAGE DISTANCE HAS RISEN WEEK ON WEEK
000230*                     ACROSS AT LEAST THREE WEEKS WITH RESULTS,
000240*                     AND WHOSE LATEST WEEK HAS REACHED THE
000250*                     WARNING SHARE OF ITS TOLERANCE LIMIT
000260*                     (PARM TOKEN 'WARN=NNN' PERCENT, DEFAULT
000270*                     075) WITHOUT YET GOING OVER IT, IS
000280*                     FLAGGED AS RISING TOWARD THE LIMIT -
000290*                     THE POINT OF THE REPORT IS TO
000300*                     SEE THE BREACH COMING.  A STRAIN WHOSE
000310*                     LATEST WEEKLY AVERAGE IS ALREADY OVER THE
000320*                     LIMIT IS FLAGGED AS SUCH.  RETURN CODE 4
000330*                     WHEN ANY STRAIN IS FLAGGED.
000331*    2026-10-15  SQS  PARM AREA WIDENED TO 30 BYTES - THE
000332*                     COMBINED 'MONTH=YYYYMM,WARN=NNN' IS 21 AND
000333*                     LOST THE LAST DIGIT OF WARN.  A PARM LONGER
000334*                     THAN THE AREA NOW STOPS THE RUN INSTEAD OF
000335*                     BEING CUT SHORT.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 REPOSITORY.        FUNCTION ALL INTRINSIC.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SMPL-HIST ASSIGN TO "SMPLHIST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SMPL-HIST-KEY.
000460     SELECT TOL-FILE ASSIGN TO "TOLFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS TOL-STRAIN-ID.
000500     SELECT DRIFT-RPT ASSIGN TO "DRIFTRPT"
000510         ORGANIZATION IS SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SMPL-HIST
000550     LABEL RECORDS ARE STANDARD.
000560 COPY HAMSRH.

000570 FD  TOL-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY HAMTOL.

000600 FD  DRIFT-RPT
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  DRIFT-LINE                 PIC X(80).

000640 WORKING-STORAGE SECTION.
000650 COPY HAMTOLWS.
000660 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000670     88  END-OF-HISTORY                   VALUE "Y".
000680 77  WS-GRP-OPEN-SW             PIC X(01) VALUE "N".
000690     88  GROUP-IN-PROGRESS                VALUE "Y".
000700 77  WS-RISING-SW               PIC X(01) VALUE "N".
000710     88  TREND-IS-RISING                  VALUE "Y".
000720 77  WS-GRP-STRAIN-ID           PIC X(10) VALUE SPACE.
000730 77  WS-GRP-SAMPLES             PIC 9(07) COMP VALUE ZERO.
000740 77  WS-WARN-PCT                PIC 9(03) VALUE 75.
000750 77  WS-DAY-OF-MONTH            PIC 9(02) VALUE ZERO.
000760 77  WS-WEEK-SUB                PIC 9(01) COMP VALUE ZERO.
000770 77  WS-DATA-WEEKS              PIC 9(01) COMP VALUE ZERO.
000780 77  WS-LAST-WEEK-SUB           PIC 9(01) COMP VALUE ZERO.
000790 77  WS-PRIOR-AVG               PIC 9(05)V99 VALUE ZERO.
000800 77  WS-WARN-DIST               PIC 9(07)V99 VALUE ZERO.
000810 77  WS-WARN-PCT-LIMIT          PIC 9(05)V99 VALUE ZERO.
000820 77  WS-RECORDS-READ            PIC 9(07) VALUE ZERO.
000830 77  WS-RECORDS-IN-MONTH        PIC 9(07) VALUE ZERO.
000840 77  WS-STRAINS-REPORTED        PIC 9(05) VALUE ZERO.
000850 77  WS-STRAINS-FLAGGED         PIC 9(05) VALUE ZERO.
000860 77  WS-PARM-WORK               PIC X(30) VALUE SPACE.
000870 77  WS-TOKEN-SUB               PIC 9(01) COMP VALUE ZERO.
000880 01  WS-PARM-TOKENS.
000890     05  WS-PARM-TOKEN          PIC X(12) OCCURS 2 TIMES.
000900 01  WS-REPORT-MONTH.
000910     05  WS-RPT-YEAR            PIC 9(04).
000920     05  WS-RPT-MONTH           PIC 9(02).
000930 01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
000940                                PIC X(06).
000950 01  WS-WEEK-TABLE.
000960     05  WS-WEEK OCCURS 5 TIMES.
000970         10  WS-WK-COUNT        PIC 9(05) COMP.
000980         10  WS-WK-SUM-DIST     PIC 9(09) COMP.
000990         10  WS-WK-MAX-DIST     PIC 9(05) COMP.
001000         10  WS-WK-SUM-PCT      PIC 9(07)V99.
001010         10  WS-WK-AVG-DIST     PIC 9(05)V99.
001020         10  WS-WK-AVG-PCT      PIC 9(03)V99.
001030 01  WS-STRAIN-LINE.
001040     05  FILLER                 PIC X(07) VALUE "STRAIN ".
001050     05  WS-SL-STRAIN-ID        PIC X(10).
001060     05  FILLER                 PIC X(02) VALUE SPACE.
001070     05  WS-SL-TOL-TEXT         PIC X(61).
001080 01  WS-TOL-TEXT.
001090     05  FILLER                 PIC X(15) VALUE "TOLERANCE DIST ".
001100     05  WS-TT-MAX-DIST         PIC ZZZZ9.
001110     05  FILLER                 PIC X(06) VALUE "  PCT ".
001120     05  WS-TT-MAX-PCT          PIC ZZ9.99.
001130     05  FILLER                 PIC X(29) VALUE SPACE.
001140 01  WS-WEEK-LINE.
001150     05  FILLER                 PIC X(07) VALUE "  WEEK ".
001160     05  WS-WL-WEEK             PIC 9(01).
001170     05  FILLER                 PIC X(10) VALUE "  SAMPLES ".
001180     05  WS-WL-COUNT            PIC ZZZZ9.
001190     05  FILLER                 PIC X(11) VALUE "  AVG DIST ".
001200     05  WS-WL-AVG-DIST         PIC ZZZZ9.99.
001210     05  FILLER                 PIC X(11) VALUE "  MAX DIST ".
001220     05  WS-WL-MAX-DIST         PIC ZZZZ9.
001230     05  FILLER                 PIC X(10) VALUE "  AVG PCT ".
001240     05  WS-WL-AVG-PCT          PIC ZZ9.99.
001250     05  FILLER                 PIC X(06) VALUE SPACE.
001260 01  WS-FLAG-LINE.
001270     05  FILLER                 PIC X(07) VALUE SPACE.
001280     05  WS-FL-TEXT             PIC X(73).

001290 LINKAGE SECTION.
001300 01  PARM-AREA.
001310     05  PARM-LEN               PIC S9(4) COMP.
001320     05  PARM-TEXT              PIC X(30).

001330 PROCEDURE DIVISION USING PARM-AREA.
001340******************************************************************
001350*    0000-MAINLINE
001360******************************************************************
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001390     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
001400         UNTIL END-OF-HISTORY
001410     PERFORM 3000-REPORT-STRAIN THRU 3000-EXIT
001420     PERFORM 8000-TERMINATE THRU 8000-EXIT
001430     STOP RUN.

001440******************************************************************
001450*    1000-INITIALIZE -- DEFAULT THE REPORT MONTH TO LAST MONTH,
001460*                       APPLY THE PARM, OPEN FILES, POSITION AT
001470*                       THE START OF THE HISTORY
001480******************************************************************
001490 1000-INITIALIZE.
001500     MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH-X
001510     IF WS-RPT-MONTH EQUAL TO 1
001520         MOVE 12 TO WS-RPT-MONTH
001530         SUBTRACT 1 FROM WS-RPT-YEAR
001540     ELSE
001550         SUBTRACT 1 FROM WS-RPT-MONTH
001560     END-IF
001570     IF PARM-LEN > LENGTH OF WS-PARM-WORK
001571         DISPLAY "HAMDRIFT PARM LONGER THAN 30 BYTES: "
001572             PARM-TEXT
001573         MOVE 8 TO RETURN-CODE
001574         STOP RUN
001575     END-IF
001576     IF PARM-LEN > ZERO
001580         MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
001590         PERFORM 1200-PARSE-PARM THRU 1200-EXIT
001600     END-IF
001610     OPEN INPUT SMPL-HIST
001620     OPEN INPUT TOL-FILE
001630     OPEN OUTPUT DRIFT-RPT
001640     MOVE SPACE TO DRIFT-LINE
001650     STRING "STRAIN DRIFT REPORT FOR MONTH " DELIMITED BY SIZE
001660         WS-REPORT-MONTH-X DELIMITED BY SIZE
001670         INTO DRIFT-LINE
001680     END-STRING
001690     WRITE DRIFT-LINE
001700     MOVE LOW-VALUES TO SMPL-HIST-KEY
001710     START SMPL-HIST
001720         KEY IS NOT LESS THAN SMPL-HIST-KEY
001730         INVALID KEY
001740             SET END-OF-HISTORY TO TRUE
001750     END-START.
001760 1000-EXIT.
001770     EXIT.

001780******************************************************************
001790*    1200-PARSE-PARM -- THE PARM IS UP TO TWO COMMA-SEPARATED
001800*                      TOKENS: 'MONTH=YYYYMM' (THE MONTH TO
001810*                      REPORT) AND 'WARN=NNN' (THE SHARE OF THE
001820*                      TOLERANCE LIMIT, AS A PERCENT, AT WHICH A
001830*                      RISING STRAIN IS FLAGGED).  AN
001840*                      UNRECOGNIZED TOKEN STOPS THE RUN.
001850******************************************************************
001860 1200-PARSE-PARM.
001870     MOVE SPACE TO WS-PARM-TOKENS
001880     UNSTRING WS-PARM-WORK DELIMITED BY ","
001890         INTO WS-PARM-TOKEN(1)
001900              WS-PARM-TOKEN(2)
001910     END-UNSTRING
001920     PERFORM 1250-PARSE-PARM-TOKEN THRU 1250-EXIT
001930         VARYING WS-TOKEN-SUB FROM 1 BY 1
001940         UNTIL WS-TOKEN-SUB > 2.
001950 1200-EXIT.
001960     EXIT.

001970******************************************************************
001980*    1250-PARSE-PARM-TOKEN -- APPLY ONE PARM TOKEN
001990******************************************************************
002000 1250-PARSE-PARM-TOKEN.
002010     EVALUATE TRUE
002020         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO SPACE
002030             CONTINUE
002040         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:6)
002050             EQUAL TO "MONTH="
002060             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(7:6) IS NUMERIC
002070             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(7:6)
002080                 TO WS-REPORT-MONTH-X
002090         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5)
002100             EQUAL TO "WARN="
002110             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3) IS NUMERIC
002120             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:3)
002130                 TO WS-WARN-PCT
002140         WHEN OTHER
002150             DISPLAY "HAMDRIFT PARM NOT RECOGNIZED: "
002160                 WS-PARM-TOKEN(WS-TOKEN-SUB)
002170             MOVE 8 TO RETURN-CODE
002180             STOP RUN
002190     END-EVALUATE.
002200 1250-EXIT.
002210     EXIT.

002220******************************************************************
002230*    2000-SCAN-HISTORY -- WALK SMPLHIST IN KEY ORDER.  A STRAIN
002240*                         CHANGE CLOSES OUT THE STRAIN IN
002250*                         PROGRESS; A RESULT FROM THE REPORT MONTH
002260*                         IS ROLLED INTO ITS WEEK.
002270******************************************************************
002280 2000-SCAN-HISTORY.
002290     READ SMPL-HIST NEXT RECORD
002300         AT END
002310             SET END-OF-HISTORY TO TRUE
002320             GO TO 2000-EXIT
002330     END-READ
002340     ADD 1 TO WS-RECORDS-READ
002350     IF GROUP-IN-PROGRESS
002360         AND SRH-STRAIN-ID NOT EQUAL TO WS-GRP-STRAIN-ID
002370         PERFORM 3000-REPORT-STRAIN THRU 3000-EXIT
002380     END-IF
002390     IF NOT GROUP-IN-PROGRESS
002400         MOVE "Y" TO WS-GRP-OPEN-SW
002410         MOVE SRH-STRAIN-ID TO WS-GRP-STRAIN-ID
002420         MOVE ZERO TO WS-GRP-SAMPLES
002430         INITIALIZE WS-WEEK-TABLE
002440     END-IF
002450     IF SRH-RUN-DATE(1:6) NOT EQUAL TO WS-REPORT-MONTH-X
002460         GO TO 2000-EXIT
002470     END-IF
002480     ADD 1 TO WS-RECORDS-IN-MONTH
002490     ADD 1 TO WS-GRP-SAMPLES
002500     MOVE SRH-RUN-DATE(7:2) TO WS-DAY-OF-MONTH
002510     COMPUTE WS-WEEK-SUB = ((WS-DAY-OF-MONTH - 1) / 7) + 1
002520     IF WS-WEEK-SUB > 5
002530         MOVE 5 TO WS-WEEK-SUB
002540     END-IF
002550     ADD 1 TO WS-WK-COUNT(WS-WEEK-SUB)
002560     ADD SRH-DISTANCE TO WS-WK-SUM-DIST(WS-WEEK-SUB)
002570     ADD SRH-PCT-MISMATCH TO WS-WK-SUM-PCT(WS-WEEK-SUB)
002580     IF SRH-DISTANCE > WS-WK-MAX-DIST(WS-WEEK-SUB)
002590         MOVE SRH-DISTANCE TO WS-WK-MAX-DIST(WS-WEEK-SUB)
002600     END-IF.
002610 2000-EXIT.
002620     EXIT.

002630******************************************************************
002640*    3000-REPORT-STRAIN -- CLOSE OUT ONE STRAIN: WEEKLY AVERAGES,
002650*                          THE TREND TEST, AND THE STRAIN'S BLOCK
002660*                          OF REPORT LINES.  A STRAIN WITH NOTHING
002670*                          IN THE REPORT MONTH PRINTS NOTHING.
002680******************************************************************
002690 3000-REPORT-STRAIN.
002700     IF NOT GROUP-IN-PROGRESS
002710         GO TO 3000-EXIT
002720     END-IF
002730     MOVE "N" TO WS-GRP-OPEN-SW
002740     IF WS-GRP-SAMPLES EQUAL TO ZERO
002750         GO TO 3000-EXIT
002760     END-IF
002770     ADD 1 TO WS-STRAINS-REPORTED
002780     MOVE WS-GRP-STRAIN-ID TO WS-TOL-STRAIN-ID
002790     PERFORM 9270-LOOKUP-TOLERANCE THRU 9270-EXIT
002800     MOVE SPACE TO DRIFT-LINE
002810     WRITE DRIFT-LINE
002820     MOVE WS-GRP-STRAIN-ID TO WS-SL-STRAIN-ID
002830     IF TOLERANCE-ON-FILE
002840         MOVE WS-TOL-MAX-DISTANCE TO WS-TT-MAX-DIST
002850         MOVE WS-TOL-MAX-PCT TO WS-TT-MAX-PCT
002860         MOVE WS-TOL-TEXT TO WS-SL-TOL-TEXT
002870     ELSE
002880         MOVE "NO TOLERANCE ROW ON FILE" TO WS-SL-TOL-TEXT
002890     END-IF
002900     WRITE DRIFT-LINE FROM WS-STRAIN-LINE
002910     MOVE ZERO TO WS-DATA-WEEKS
002920     MOVE ZERO TO WS-LAST-WEEK-SUB
002930     MOVE ZERO TO WS-PRIOR-AVG
002940     MOVE "Y" TO WS-RISING-SW
002950     PERFORM 3100-REPORT-WEEK THRU 3100-EXIT
002960         VARYING WS-WEEK-SUB FROM 1 BY 1
002970         UNTIL WS-WEEK-SUB > 5
002980     IF WS-DATA-WEEKS < 3
002990         MOVE "N" TO WS-RISING-SW
003000     END-IF
003010     PERFORM 3200-FLAG-STRAIN THRU 3200-EXIT.
003020 3000-EXIT.
003030     EXIT.

003040******************************************************************
003050*    3100-REPORT-WEEK -- ONE WEEK'S LINE.  A WEEK WITH RESULTS
003060*                        WHOSE AVERAGE IS NOT ABOVE THE PREVIOUS
003070*                        WEEK WITH RESULTS BREAKS THE RISING
003080*                        TREND; AN EMPTY WEEK NEITHER MAKES NOR
003090*                        BREAKS IT.
003100******************************************************************
003110 3100-REPORT-WEEK.
003120     MOVE ZERO TO WS-WK-AVG-DIST(WS-WEEK-SUB)
003130     MOVE ZERO TO WS-WK-AVG-PCT(WS-WEEK-SUB)
003140     IF WS-WK-COUNT(WS-WEEK-SUB) > ZERO
003150         COMPUTE WS-WK-AVG-DIST(WS-WEEK-SUB) ROUNDED =
003160             WS-WK-SUM-DIST(WS-WEEK-SUB)
003170             / WS-WK-COUNT(WS-WEEK-SUB)
003180         COMPUTE WS-WK-AVG-PCT(WS-WEEK-SUB) ROUNDED =
003190             WS-WK-SUM-PCT(WS-WEEK-SUB)
003200             / WS-WK-COUNT(WS-WEEK-SUB)
003210         ADD 1 TO WS-DATA-WEEKS
003220         IF WS-DATA-WEEKS > 1
003230             AND WS-WK-AVG-DIST(WS-WEEK-SUB) NOT > WS-PRIOR-AVG
003240             MOVE "N" TO WS-RISING-SW
003250         END-IF
003260         MOVE WS-WK-AVG-DIST(WS-WEEK-SUB) TO WS-PRIOR-AVG
003270         MOVE WS-WEEK-SUB TO WS-LAST-WEEK-SUB
003280     END-IF
003290     MOVE WS-WEEK-SUB TO WS-WL-WEEK
003300     MOVE WS-WK-COUNT(WS-WEEK-SUB) TO WS-WL-COUNT
003310     MOVE WS-WK-AVG-DIST(WS-WEEK-SUB) TO WS-WL-AVG-DIST
003320     MOVE WS-WK-MAX-DIST(WS-WEEK-SUB) TO WS-WL-MAX-DIST
003330     MOVE WS-WK-AVG-PCT(WS-WEEK-SUB) TO WS-WL-AVG-PCT
003340     WRITE DRIFT-LINE FROM WS-WEEK-LINE.
003350 3100-EXIT.
003360     EXIT.

003370******************************************************************
003380*    3200-FLAG-STRAIN -- COMPARE THE LATEST WEEK WITH RESULTS
003390*                        AGAINST THE TOLERANCE ROW: ALREADY OVER
003400*                        THE LIMIT, OR RISING AND INSIDE THE
003410*                        WARNING SHARE OF IT.  NO TOLERANCE ROW,
003420*                        NOTHING TO MEASURE AGAINST.
003430******************************************************************
003440 3200-FLAG-STRAIN.
003450     IF NOT TOLERANCE-ON-FILE
003460         GO TO 3200-EXIT
003470     END-IF
003480     MOVE WS-LAST-WEEK-SUB TO WS-WEEK-SUB
003490     IF WS-WK-AVG-DIST(WS-WEEK-SUB) > WS-TOL-MAX-DISTANCE
003500         OR WS-WK-AVG-PCT(WS-WEEK-SUB) > WS-TOL-MAX-PCT
003510         MOVE "** LATEST WEEKLY AVERAGE ALREADY OVER TOLERANCE"
003520             TO WS-FL-TEXT
003530         WRITE DRIFT-LINE FROM WS-FLAG-LINE
003540         ADD 1 TO WS-STRAINS-FLAGGED
003550         GO TO 3200-EXIT
003560     END-IF
003570     IF NOT TREND-IS-RISING
003580         GO TO 3200-EXIT
003590     END-IF
003600     COMPUTE WS-WARN-DIST =
003610         (WS-TOL-MAX-DISTANCE * WS-WARN-PCT) / 100
003620     COMPUTE WS-WARN-PCT-LIMIT =
003630         (WS-TOL-MAX-PCT * WS-WARN-PCT) / 100
003640     IF WS-WK-AVG-DIST(WS-WEEK-SUB) NOT < WS-WARN-DIST
003650         OR WS-WK-AVG-PCT(WS-WEEK-SUB) NOT < WS-WARN-PCT-LIMIT
003660         MOVE "** RISING TOWARD TOLERANCE LIMIT" TO WS-FL-TEXT
003670         WRITE DRIFT-LINE FROM WS-FLAG-LINE
003680         ADD 1 TO WS-STRAINS-FLAGGED
003690     END-IF.
003700 3200-EXIT.
003710     EXIT.

003720******************************************************************
003730*    8000-TERMINATE -- CLOSE FILES, SET THE RETURN CODE AND
003740*                      DISPLAY THE RUN TOTALS
003750******************************************************************
003760 8000-TERMINATE.
003770     CLOSE SMPL-HIST
003780     CLOSE TOL-FILE
003790     CLOSE DRIFT-RPT
003800     IF WS-STRAINS-FLAGGED > ZERO
003810         MOVE 4 TO RETURN-CODE
003820     END-IF
003830     DISPLAY "HAMDRIFT HISTORY RECORDS READ: " WS-RECORDS-READ
003840     DISPLAY "HAMDRIFT RESULTS IN MONTH    : " WS-RECORDS-IN-MONTH
003850     DISPLAY "HAMDRIFT STRAINS REPORTED    : " WS-STRAINS-REPORTED
003860     DISPLAY "HAMDRIFT STRAINS FLAGGED     : " WS-STRAINS-FLAGGED.
003870 8000-EXIT.
003880     EXIT.

003890******************************************************************
003900*    SHARED TOLERANCE LOOKUP (SEE HAMTOLLK COPYBOOK)
003910******************************************************************
003920 COPY HAMTOLLK.
