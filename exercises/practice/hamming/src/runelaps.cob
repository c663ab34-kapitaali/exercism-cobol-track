000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNELAPS.
000030 AUTHOR.        DAILY-CONTROL-DESK.
000040 INSTALLATION.  SEQUENCING QC / DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-12.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-12  DCD  INITIAL VERSION.  DAILY BATCH WINDOW REPORT.
000110*                     RUNSTAT SAYS WHETHER EACH JOB RAN; THIS SAYS
000120*                     HOW LONG IT TOOK AND WHETHER THAT IS GETTING
000130*                     WORSE, SO A JOB CREEPING FROM FORTY MINUTES
000140*                     TO TWO HOURS IS SEEN BEFORE IT RUNS INTO THE
000150*                     MORNING.  FOR A GIVEN DATE (TODAY, OR PARM
000160*                     'DATE=YYYYMMDD'), WALKS THE EXPECTED-JOBS
000170*                     CALENDAR (RUNCAL) AS RUNSTAT DOES AND, FOR
000180*                     EVERY JOB DUE THAT DAY THAT POSTED COMPLETE
000190*                     ON RUNCTL, SAVES ITS ELAPSED TIME AND RECORD
000200*                     COUNT TO THE ELAPSED-TIME HISTORY (RUNELH,
000210*                     SEE THE RUNELH COPYBOOK) AND PRINTS ONE
000220*                     ELAPRPT LINE: START, END, ELAPSED, THE
000230*                     AVERAGE OF THE JOB'S HISTORY OVER THE 30
000240*                     DAYS BEFORE, THE PERCENTAGE TONIGHT RAN OVER
000250*                     OR UNDER THAT AVERAGE, ITS SLA TARGET AND
000260*                     LATEST END TIME (RUNSLA, LOADED BY
000270*                     RUNSLALD), AND RECORDS PER MINUTE FROM
000280*                     RUN-RECORDS.  A JOB OVER ITS TARGET MINUTES,
000290*                     ENDING AFTER ITS LATEST END TIME, OR RUNNING
000300*                     MORE THAN PCT= PERCENT (DEFAULT 25) SLOWER
000310*                     THAN ITS AVERAGE IS FLAGGED.  A DUE JOB WITH
000320*                     NO COMPLETE RUN IS LISTED AND FLAGGED AS IN
000330*                     RUNSTAT.  RERUNNING A DATE REWRITES ITS
000340*                     HISTORY ROWS.  RC 4 WHEN ANYTHING IS
000350*                     FLAGGED.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 REPOSITORY.        FUNCTION ALL INTRINSIC.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CAL-FILE ASSIGN TO "RUNCAL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CAL-PROGRAM.
000480     SELECT RUN-CTL ASSIGN TO "RUNCTL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS RUN-CTL-KEY.
000520     SELECT SLA-FILE ASSIGN TO "RUNSLA"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS SLA-PROGRAM.
000560     SELECT ELH-FILE ASSIGN TO "RUNELH"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ELH-KEY
000600         FILE STATUS IS WS-ELH-STATUS.
000610     SELECT ELAP-RPT ASSIGN TO "ELAPRPT"
000620         ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CAL-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY RUNCAL.

000680 FD  RUN-CTL
000690     LABEL RECORDS ARE STANDARD.
000700 COPY RUNCTL.

000710 FD  SLA-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY RUNSLA.

000740 FD  ELH-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY RUNELH.

000770 FD  ELAP-RPT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  ELAP-RECORD.
000810     05  ELAP-PROGRAM           PIC X(15).
000820     05  FILLER                 PIC X(02).
000830     05  ELAP-START             PIC X(08).
000840     05  FILLER                 PIC X(02).
000850     05  ELAP-END               PIC X(08).
000860     05  FILLER                 PIC X(02).
000870     05  ELAP-ELAPSED           PIC X(08).
000880     05  FILLER                 PIC X(02).
000890     05  ELAP-AVERAGE           PIC X(08).
000900     05  FILLER                 PIC X(01).
000910     05  ELAP-NIGHTS            PIC Z9.
000920     05  FILLER                 PIC X(02).
000930     05  ELAP-PCT-VS-AVG        PIC +ZZZ9.
000940     05  FILLER                 PIC X(02).
000950     05  ELAP-TARGET-MINS       PIC ZZZ9.
000960     05  FILLER                 PIC X(02).
000970     05  ELAP-LATEST-END        PIC X(07).
000980     05  FILLER                 PIC X(02).
000990     05  ELAP-RECORDS           PIC ZZZZZZZZ9.
001000     05  FILLER                 PIC X(02).
001010     05  ELAP-RECS-PER-MIN      PIC ZZZZZZ9.99.
001020     05  FILLER                 PIC X(02).
001030     05  ELAP-FLAG              PIC X(27).

001040 WORKING-STORAGE SECTION.
001050 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001060     88  END-OF-CALENDAR                  VALUE "Y".
001070 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001080     88  END-OF-JOB-HISTORY               VALUE "Y".
001090 77  WS-RUN-FOUND-SW            PIC X(01) VALUE "N".
001100     88  RUN-REC-ON-FILE                  VALUE "Y".
001110 77  WS-SLA-FOUND-SW            PIC X(01) VALUE "N".
001120     88  SLA-REC-ON-FILE                  VALUE "Y".
001130 77  WS-JOB-FLAGGED-SW          PIC X(01) VALUE "N".
001140     88  JOB-IS-FLAGGED                   VALUE "Y".
001150 77  WS-ELH-STATUS              PIC X(02) VALUE SPACE.
001160 77  WS-BOARD-DATE              PIC X(08) VALUE SPACE.
001170 77  WS-BOARD-DATE-NUM          PIC 9(08) VALUE ZERO.
001180 77  WS-DATE-INT                PIC 9(09) COMP VALUE ZERO.
001190 77  WS-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
001200 77  WS-WINDOW-DATE-NUM         PIC 9(08) VALUE ZERO.
001210 77  WS-ALLOWED-DATE-NUM        PIC 9(08) VALUE ZERO.
001220 77  WS-ALLOWED-END             PIC X(12) VALUE SPACE.
001230 77  WS-SLOW-PCT                PIC 9(03) VALUE 25.
001240 77  WS-PARM-WORK               PIC X(30) VALUE SPACE.
001250 77  WS-TOKEN-SUB               PIC 9(02) COMP VALUE ZERO.
001260 77  WS-FLAG-PTR                PIC 9(03) COMP VALUE ZERO.
001270 77  WS-JOBS-DUE                PIC 9(05) VALUE ZERO.
001280 77  WS-JOBS-FLAGGED            PIC 9(05) VALUE ZERO.
001290 77  WS-HIST-POSTED             PIC 9(05) VALUE ZERO.
001300 77  WS-START-INT               PIC 9(09) COMP VALUE ZERO.
001310 77  WS-END-INT                 PIC 9(09) COMP VALUE ZERO.
001320 77  WS-START-SECS              PIC S9(09) COMP VALUE ZERO.
001330 77  WS-END-SECS                PIC S9(09) COMP VALUE ZERO.
001340 77  WS-ELAPSED-SECS            PIC S9(09) COMP VALUE ZERO.
001350 77  WS-TS-DATE-NUM             PIC 9(08) VALUE ZERO.
001360 77  WS-HIST-NIGHTS             PIC 9(03) COMP VALUE ZERO.
001370 77  WS-HIST-TOTAL-SECS         PIC 9(11) COMP VALUE ZERO.
001380 77  WS-AVG-SECS                PIC S9(09) COMP VALUE ZERO.
001390 77  WS-PCT-VS-AVG              PIC S9(05) VALUE ZERO.
001400 77  WS-DISP-SECS               PIC S9(09) COMP VALUE ZERO.
001410 01  WS-PARM-TOKENS.
001420     05  WS-PARM-TOKEN          PIC X(13) OCCURS 2 TIMES.
001430 01  WS-TIME-DISP.
001440     05  WS-TD-HH               PIC X(02).
001450     05  FILLER                 PIC X(01) VALUE ":".
001460     05  WS-TD-MM               PIC X(02).
001470     05  FILLER                 PIC X(01) VALUE ":".
001480     05  WS-TD-SS               PIC X(02).
001490 01  WS-ELAPSED-DISP.
001500     05  WS-EL-HH               PIC 99.
001510     05  FILLER                 PIC X(01) VALUE ":".
001520     05  WS-EL-MM               PIC 99.
001530     05  FILLER                 PIC X(01) VALUE ":".
001540     05  WS-EL-SS               PIC 99.
001550 01  WS-END-DISP.
001560     05  WS-ED-HH               PIC 99.
001570     05  FILLER                 PIC X(01) VALUE ":".
001580     05  WS-ED-MM               PIC 99.
001590     05  WS-ED-DAY              PIC X(02).
001600 01  WS-RPT-HEADING-1.
001610     05  FILLER                 PIC X(27)
001620                         VALUE "RUNELAPS  BATCH WINDOW FOR ".
001630     05  WS-RH-DATE             PIC X(08).
001640     05  FILLER                 PIC X(18)
001650                                VALUE "   SLOW THRESHOLD ".
001660     05  WS-RH-PCT              PIC ZZ9.
001670     05  FILLER                 PIC X(01) VALUE "%".
001680     05  FILLER                 PIC X(75) VALUE SPACE.
001690 01  WS-RPT-HEADING-2.
001700     05  FILLER                 PIC X(17) VALUE "PROGRAM".
001710     05  FILLER                 PIC X(10) VALUE "START".
001720     05  FILLER                 PIC X(10) VALUE "END".
001730     05  FILLER                 PIC X(10) VALUE "ELAPSED".
001740     05  FILLER                 PIC X(11) VALUE "30D AVG  N".
001750     05  FILLER                 PIC X(08) VALUE "   PCT".
001760     05  FILLER                 PIC X(05) VALUE "  TGT".
001770     05  FILLER                 PIC X(09) VALUE "  LATEST".
001780     05  FILLER                 PIC X(11) VALUE "    RECORDS".
001790     05  FILLER                 PIC X(12) VALUE "    REC/MIN".
001800     05  FILLER                 PIC X(29) VALUE "  FLAG".

001810 LINKAGE SECTION.
001820 01  PARM-AREA.
001830     05  PARM-LEN               PIC S9(4) COMP.
001840     05  PARM-TEXT              PIC X(30).

001850 PROCEDURE DIVISION USING PARM-AREA.
001860******************************************************************
001870*    0000-MAINLINE
001880******************************************************************
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     PERFORM 2000-REPORT-ONE-JOB THRU 2000-EXIT
001920         UNTIL END-OF-CALENDAR
001930     PERFORM 8000-TERMINATE THRU 8000-EXIT
001940     STOP RUN.

001950******************************************************************
001960*    1000-INITIALIZE -- TAKE THE DATE AND SLOW THRESHOLD OFF THE
001970*                       PARM, WORK OUT THE DAY OF THE WEEK THE WAY
001980*                       RUNSTAT DOES, OPEN FILES (CREATING THE
001990*                       HISTORY ON ITS FIRST EVER RUN), POSITION
002000*                       THE CALENDAR, WRITE THE HEADINGS
002010******************************************************************
002020 1000-INITIALIZE.
002030     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BOARD-DATE
002040     IF PARM-LEN > ZERO
002050         MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
002060         PERFORM 1200-PARSE-PARM THRU 1200-EXIT
002070     END-IF
002080     COMPUTE WS-BOARD-DATE-NUM = FUNCTION NUMVAL(WS-BOARD-DATE)
002090     COMPUTE WS-DATE-INT =
002100         FUNCTION INTEGER-OF-DATE(WS-BOARD-DATE-NUM)
002110     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
002120     IF WS-DAY-OF-WEEK EQUAL TO ZERO
002130         MOVE 7 TO WS-DAY-OF-WEEK
002140     END-IF
002150     COMPUTE WS-WINDOW-DATE-NUM =
002160         FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 30)
002170     OPEN INPUT CAL-FILE
002180     OPEN INPUT RUN-CTL
002190     OPEN INPUT SLA-FILE
002200     OPEN I-O ELH-FILE
002210     IF WS-ELH-STATUS NOT = "00"
002220         OPEN OUTPUT ELH-FILE
002230         CLOSE ELH-FILE
002240         OPEN I-O ELH-FILE
002250     END-IF
002260     OPEN OUTPUT ELAP-RPT
002270     MOVE WS-BOARD-DATE TO WS-RH-DATE
002280     MOVE WS-SLOW-PCT TO WS-RH-PCT
002290     WRITE ELAP-RECORD FROM WS-RPT-HEADING-1
002300     MOVE SPACE TO ELAP-RECORD
002310     WRITE ELAP-RECORD
002320     WRITE ELAP-RECORD FROM WS-RPT-HEADING-2
002330     MOVE LOW-VALUES TO CAL-PROGRAM
002340     START CAL-FILE
002350         KEY IS NOT LESS THAN CAL-PROGRAM
002360         INVALID KEY
002370             SET END-OF-CALENDAR TO TRUE
002380     END-START.
002390 1000-EXIT.
002400     EXIT.

002410******************************************************************
002420*    1200-PARSE-PARM -- UP TO TWO COMMA-SEPARATED TOKENS:
002430*                      'DATE=YYYYMMDD' (THE RUN DATE TO REPORT)
002440*                      AND 'PCT=NNN' (HOW MUCH SLOWER THAN ITS
002450*                      30-DAY AVERAGE A JOB MAY RUN BEFORE IT IS
002460*                      FLAGGED).  AN UNRECOGNIZED TOKEN STOPS THE
002470*                      RUN RATHER THAN QUIETLY REPORTING TODAY.
002480******************************************************************
002490 1200-PARSE-PARM.
002500     MOVE SPACE TO WS-PARM-TOKENS
002510     UNSTRING WS-PARM-WORK DELIMITED BY ","
002520         INTO WS-PARM-TOKEN(1)
002530              WS-PARM-TOKEN(2)
002540     END-UNSTRING
002550     PERFORM 1250-PARSE-PARM-TOKEN THRU 1250-EXIT
002560         VARYING WS-TOKEN-SUB FROM 1 BY 1
002570         UNTIL WS-TOKEN-SUB > 2.
002580 1200-EXIT.
002590     EXIT.

002600******************************************************************
002610*    1250-PARSE-PARM-TOKEN -- APPLY ONE PARM TOKEN
002620******************************************************************
002630 1250-PARSE-PARM-TOKEN.
002640     EVALUATE TRUE
002650         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO SPACE
002660             CONTINUE
002670         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) EQUAL TO "DATE="
002680             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) IS NUMERIC
002690             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8)
002700                 TO WS-BOARD-DATE
002710         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:4) EQUAL TO "PCT="
002720             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(5:3) IS NUMERIC
002730             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(5:3) TO WS-SLOW-PCT
002740         WHEN OTHER
002750             DISPLAY "RUNELAPS PARM NOT RECOGNIZED: "
002760                 WS-PARM-TOKEN(WS-TOKEN-SUB)
002770             MOVE 8 TO RETURN-CODE
002780             STOP RUN
002790     END-EVALUATE.
002800 1250-EXIT.
002810     EXIT.

002820******************************************************************
002830*    2000-REPORT-ONE-JOB -- ONE CALENDAR ROW: SKIPPED WHEN NOT DUE
002840*                           ON THE DATE'S DAY OF THE WEEK.  A DUE
002850*                           JOB WITHOUT A COMPLETE RUN IS FLAGGED;
002860*                           A COMPLETE ONE IS TIMED, SAVED TO THE
002870*                           HISTORY AND MEASURED AGAINST ITS
002880*                           AVERAGE AND ITS SLA.
002890******************************************************************
002900 2000-REPORT-ONE-JOB.
002910     READ CAL-FILE NEXT RECORD
002920         AT END
002930             SET END-OF-CALENDAR TO TRUE
002940             GO TO 2000-EXIT
002950     END-READ
002960     IF NOT CAL-DUE-THIS-DAY(WS-DAY-OF-WEEK)
002970         GO TO 2000-EXIT
002980     END-IF
002990     ADD 1 TO WS-JOBS-DUE
003000     MOVE SPACE TO ELAP-RECORD
003010     MOVE CAL-PROGRAM TO ELAP-PROGRAM
003020     MOVE "N" TO WS-JOB-FLAGGED-SW
003030     MOVE 1 TO WS-FLAG-PTR
003040     PERFORM 2700-READ-SLA THRU 2700-EXIT
003050     MOVE "N" TO WS-RUN-FOUND-SW
003060     MOVE WS-BOARD-DATE TO RUN-DATE
003070     MOVE CAL-PROGRAM TO RUN-PROGRAM
003080     READ RUN-CTL
003090         INVALID KEY
003100             CONTINUE
003110         NOT INVALID KEY
003120             MOVE "Y" TO WS-RUN-FOUND-SW
003130     END-READ
003140     EVALUATE TRUE
003150         WHEN NOT RUN-REC-ON-FILE
003160             MOVE "Y" TO WS-JOB-FLAGGED-SW
003170             MOVE "** NEVER STARTED **" TO ELAP-FLAG
003180         WHEN RUN-IS-STARTED
003190             MOVE "Y" TO WS-JOB-FLAGGED-SW
003200             PERFORM 2200-FORMAT-START THRU 2200-EXIT
003210             MOVE "** NOT COMPLETE **" TO ELAP-FLAG
003220         WHEN OTHER
003230             PERFORM 2200-FORMAT-START THRU 2200-EXIT
003240             PERFORM 2300-FORMAT-END THRU 2300-EXIT
003250             PERFORM 2400-COMPUTE-ELAPSED THRU 2400-EXIT
003260             PERFORM 2500-POST-HISTORY THRU 2500-EXIT
003270             PERFORM 2600-AVERAGE-HISTORY THRU 2600-EXIT
003280             PERFORM 2800-CHECK-LIMITS THRU 2800-EXIT
003290     END-EVALUATE
003300     IF JOB-IS-FLAGGED
003310         ADD 1 TO WS-JOBS-FLAGGED
003320     END-IF
003330     WRITE ELAP-RECORD.
003340 2000-EXIT.
003350     EXIT.

003360******************************************************************
003370*    2200-FORMAT-START -- HH:MM:SS OFF THE START TIMESTAMP
003380******************************************************************
003390 2200-FORMAT-START.
003400     MOVE RUN-START-TS(9:2) TO WS-TD-HH
003410     MOVE RUN-START-TS(11:2) TO WS-TD-MM
003420     MOVE RUN-START-TS(13:2) TO WS-TD-SS
003430     MOVE WS-TIME-DISP TO ELAP-START.
003440 2200-EXIT.
003450     EXIT.

003460******************************************************************
003470*    2300-FORMAT-END -- HH:MM:SS OFF THE END TIMESTAMP
003480******************************************************************
003490 2300-FORMAT-END.
003500     MOVE RUN-END-TS(9:2) TO WS-TD-HH
003510     MOVE RUN-END-TS(11:2) TO WS-TD-MM
003520     MOVE RUN-END-TS(13:2) TO WS-TD-SS
003530     MOVE WS-TIME-DISP TO ELAP-END.
003540 2300-EXIT.
003550     EXIT.

003560******************************************************************
003570*    2400-COMPUTE-ELAPSED -- END MINUS START IN SECONDS, AS
003580*                            RUNSTAT WORKS IT OUT.  BOTH
003590*                            TIMESTAMPS CARRY THEIR OWN DATE, SO
003600*                            A RUN THAT CROSSED MIDNIGHT STILL
003610*                            COMES OUT RIGHT.
003620******************************************************************
003630 2400-COMPUTE-ELAPSED.
003640     COMPUTE WS-TS-DATE-NUM =
003650         FUNCTION NUMVAL(RUN-START-TS(1:8))
003660     COMPUTE WS-START-INT =
003670         FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
003680     COMPUTE WS-START-SECS =
003690         FUNCTION NUMVAL(RUN-START-TS(9:2)) * 3600
003700         + FUNCTION NUMVAL(RUN-START-TS(11:2)) * 60
003710         + FUNCTION NUMVAL(RUN-START-TS(13:2))
003720     COMPUTE WS-TS-DATE-NUM =
003730         FUNCTION NUMVAL(RUN-END-TS(1:8))
003740     COMPUTE WS-END-INT =
003750         FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
003760     COMPUTE WS-END-SECS =
003770         FUNCTION NUMVAL(RUN-END-TS(9:2)) * 3600
003780         + FUNCTION NUMVAL(RUN-END-TS(11:2)) * 60
003790         + FUNCTION NUMVAL(RUN-END-TS(13:2))
003800     COMPUTE WS-ELAPSED-SECS =
003810         (WS-END-INT - WS-START-INT) * 86400
003820         + WS-END-SECS - WS-START-SECS
003830     IF WS-ELAPSED-SECS < ZERO
003840         MOVE ZERO TO WS-ELAPSED-SECS
003850     END-IF
003860     MOVE WS-ELAPSED-SECS TO WS-DISP-SECS
003870     PERFORM 2450-FORMAT-SECS THRU 2450-EXIT
003880     MOVE WS-ELAPSED-DISP TO ELAP-ELAPSED
003890     MOVE RUN-RECORDS TO ELAP-RECORDS
003900     IF WS-ELAPSED-SECS > ZERO
003910         COMPUTE ELAP-RECS-PER-MIN ROUNDED =
003920             RUN-RECORDS * 60 / WS-ELAPSED-SECS
003930     ELSE
003940         MOVE ZERO TO ELAP-RECS-PER-MIN
003950     END-IF.
003960 2400-EXIT.
003970     EXIT.

003980******************************************************************
003990*    2450-FORMAT-SECS -- A SECONDS FIGURE AS HH:MM:SS
004000******************************************************************
004010 2450-FORMAT-SECS.
004020     COMPUTE WS-EL-HH = WS-DISP-SECS / 3600
004030     COMPUTE WS-EL-MM =
004040         FUNCTION MOD(WS-DISP-SECS, 3600) / 60
004050     COMPUTE WS-EL-SS = FUNCTION MOD(WS-DISP-SECS, 60).
004060 2450-EXIT.
004070     EXIT.

004080******************************************************************
004090*    2500-POST-HISTORY -- SAVE TONIGHT'S RUN TO THE ELAPSED-TIME
004100*                         HISTORY, REPLACING THE ROW LEFT BY AN
004110*                         EARLIER REPORT FOR THE SAME DATE
004120******************************************************************
004130 2500-POST-HISTORY.
004140     MOVE CAL-PROGRAM TO ELH-PROGRAM
004150     MOVE WS-BOARD-DATE TO ELH-RUN-DATE
004160     MOVE RUN-START-TS TO ELH-START-TS
004170     MOVE RUN-END-TS TO ELH-END-TS
004180     MOVE WS-ELAPSED-SECS TO ELH-ELAPSED-SECS
004190     MOVE RUN-RECORDS TO ELH-RECORDS
004200     WRITE ELH-RECORD
004210         INVALID KEY
004220             REWRITE ELH-RECORD
004230                 INVALID KEY
004240                     DISPLAY "RUNELAPS HISTORY REWRITE FAILED: "
004250                         CAL-PROGRAM
004260             END-REWRITE
004270     END-WRITE
004280     ADD 1 TO WS-HIST-POSTED.
004290 2500-EXIT.
004300     EXIT.

004310******************************************************************
004320*    2600-AVERAGE-HISTORY -- AVERAGE ELAPSED TIME OVER THE JOB'S
004330*                            HISTORY ROWS FOR THE 30 DAYS BEFORE
004340*                            THE REPORT DATE (TONIGHT EXCLUDED),
004350*                            AND TONIGHT'S PERCENTAGE OVER OR
004360*                            UNDER IT
004370******************************************************************
004380 2600-AVERAGE-HISTORY.
004390     MOVE ZERO TO WS-HIST-NIGHTS
004400     MOVE ZERO TO WS-HIST-TOTAL-SECS
004410     MOVE ZERO TO WS-AVG-SECS
004420     MOVE "N" TO WS-HIST-EOF-SW
004430     MOVE CAL-PROGRAM TO ELH-PROGRAM
004440     MOVE WS-WINDOW-DATE-NUM TO ELH-RUN-DATE
004450     START ELH-FILE
004460         KEY IS NOT LESS THAN ELH-KEY
004470         INVALID KEY
004480             SET END-OF-JOB-HISTORY TO TRUE
004490     END-START
004500     PERFORM 2650-ADD-HISTORY-NIGHT THRU 2650-EXIT
004510         UNTIL END-OF-JOB-HISTORY
004520     MOVE WS-HIST-NIGHTS TO ELAP-NIGHTS
004530     IF WS-HIST-NIGHTS EQUAL TO ZERO
004540         MOVE "--:--:--" TO ELAP-AVERAGE
004550         GO TO 2600-EXIT
004560     END-IF
004570     COMPUTE WS-AVG-SECS ROUNDED =
004580         WS-HIST-TOTAL-SECS / WS-HIST-NIGHTS
004590     MOVE WS-AVG-SECS TO WS-DISP-SECS
004600     PERFORM 2450-FORMAT-SECS THRU 2450-EXIT
004610     MOVE WS-ELAPSED-DISP TO ELAP-AVERAGE
004620     IF WS-AVG-SECS > ZERO
004630         COMPUTE WS-PCT-VS-AVG ROUNDED =
004640             (WS-ELAPSED-SECS - WS-AVG-SECS) * 100 / WS-AVG-SECS
004650         MOVE WS-PCT-VS-AVG TO ELAP-PCT-VS-AVG
004660     END-IF.
004670 2600-EXIT.
004680     EXIT.

004690******************************************************************
004700*    2650-ADD-HISTORY-NIGHT -- NEXT HISTORY ROW; ANOTHER PROGRAM'S
004710*                              ROW OR TONIGHT'S OWN ENDS THE PASS
004720******************************************************************
004730 2650-ADD-HISTORY-NIGHT.
004740     READ ELH-FILE NEXT RECORD
004750         AT END
004760             SET END-OF-JOB-HISTORY TO TRUE
004770             GO TO 2650-EXIT
004780     END-READ
004790     IF ELH-PROGRAM NOT EQUAL TO CAL-PROGRAM
004800         OR ELH-RUN-DATE NOT LESS THAN WS-BOARD-DATE
004810         SET END-OF-JOB-HISTORY TO TRUE
004820         GO TO 2650-EXIT
004830     END-IF
004840     ADD 1 TO WS-HIST-NIGHTS
004850     ADD ELH-ELAPSED-SECS TO WS-HIST-TOTAL-SECS.
004860 2650-EXIT.
004870     EXIT.

004880******************************************************************
004890*    2700-READ-SLA -- THE JOB'S SLA LIMITS, SHOWN ON EVERY LINE.
004900*                     A JOB WITH NO ROW ON RUNSLA IS SHOWN WITH
004910*                     BLANK LIMITS AND CAN ONLY BE FLAGGED AS
004920*                     SLOW.
004930******************************************************************
004940 2700-READ-SLA.
004950     MOVE "N" TO WS-SLA-FOUND-SW
004960     MOVE CAL-PROGRAM TO SLA-PROGRAM
004970     READ SLA-FILE
004980         INVALID KEY
004990             GO TO 2700-EXIT
005000     END-READ
005010     MOVE "Y" TO WS-SLA-FOUND-SW
005020     MOVE SLA-TARGET-MINS TO ELAP-TARGET-MINS
005030     MOVE SLA-END-HH TO WS-ED-HH
005040     MOVE SLA-END-MM TO WS-ED-MM
005050     IF SLA-END-DAY-OFFSET > ZERO
005060         MOVE "+1" TO WS-ED-DAY
005070     ELSE
005080         MOVE SPACE TO WS-ED-DAY
005090     END-IF
005100     MOVE WS-END-DISP TO ELAP-LATEST-END.
005110 2700-EXIT.
005120     EXIT.

005130******************************************************************
005140*    2800-CHECK-LIMITS -- FLAG A RUN OVER ITS TARGET MINUTES,
005150*                         ONE THAT ENDED AFTER ITS LATEST END TIME
005160*                         (THE RUN DATE PLUS THE DAY OFFSET, AT
005170*                         HH:MM), AND ONE MORE THAN THE SLOW
005180*                         THRESHOLD OVER ITS 30-DAY AVERAGE
005190******************************************************************
005200 2800-CHECK-LIMITS.
005210     IF SLA-REC-ON-FILE
005220         IF WS-ELAPSED-SECS > SLA-TARGET-MINS * 60
005230             MOVE "Y" TO WS-JOB-FLAGGED-SW
005240             STRING "*OVER TARGET* " DELIMITED BY SIZE
005250                 INTO ELAP-FLAG WITH POINTER WS-FLAG-PTR
005260         END-IF
005270         COMPUTE WS-ALLOWED-DATE-NUM =
005280             FUNCTION DATE-OF-INTEGER(WS-DATE-INT
005290                 + SLA-END-DAY-OFFSET)
005300         MOVE WS-ALLOWED-DATE-NUM TO WS-ALLOWED-END(1:8)
005310         MOVE SLA-LATEST-END TO WS-ALLOWED-END(9:4)
005320         IF RUN-END-TS(1:12) > WS-ALLOWED-END
005330             MOVE "Y" TO WS-JOB-FLAGGED-SW
005340             STRING "*LATE END* " DELIMITED BY SIZE
005350                 INTO ELAP-FLAG WITH POINTER WS-FLAG-PTR
005360         END-IF
005370     END-IF
005380     IF WS-AVG-SECS > ZERO
005390         AND WS-ELAPSED-SECS * 100 >
005400             WS-AVG-SECS * (100 + WS-SLOW-PCT)
005410         MOVE "Y" TO WS-JOB-FLAGGED-SW
005420         STRING "*SLOW*" DELIMITED BY SIZE
005430             INTO ELAP-FLAG WITH POINTER WS-FLAG-PTR
005440     END-IF.
005450 2800-EXIT.
005460     EXIT.

005470******************************************************************
005480*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS
005490******************************************************************
005500 8000-TERMINATE.
005510     CLOSE CAL-FILE
005520     CLOSE RUN-CTL
005530     CLOSE SLA-FILE
005540     CLOSE ELH-FILE
005550     CLOSE ELAP-RPT
005560     DISPLAY "RUNELAPS DATE           : " WS-BOARD-DATE
005570     DISPLAY "RUNELAPS JOBS DUE       : " WS-JOBS-DUE
005580     DISPLAY "RUNELAPS HISTORY POSTED : " WS-HIST-POSTED
005590     DISPLAY "RUNELAPS JOBS FLAGGED   : " WS-JOBS-FLAGGED
005600     IF WS-JOBS-FLAGGED > ZERO
005610         MOVE 4 TO RETURN-CODE
005620     END-IF.
005630 8000-EXIT.
005640     EXIT.
