000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNBKOUT.
000030 AUTHOR.        DAILY-CONTROL-DESK.
000040 INSTALLATION.  SEQUENCING QC / DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-11.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-11  DCD  INITIAL VERSION.  BACKS OUT ONE NIGHT'S RUN
000110*                     OF ONE BATCH PROGRAM AFTER IT HAS BEEN FOUND
000120*                     BAD (WRONG FEED, WRONG REFERENCE, ABEND PART
000130*                     WAY), SO IT CAN BE RERUN CLEAN INSTEAD OF
000140*                     BEING PATCHED UP BY HAND ACROSS FOUR FILES.
000150*                     PARM 'DATE=YYYYMMDD,PGM=NAME', BOTH
000160*                     REQUIRED.  FIRST, EVERY AUDITLOG ENTRY THAT
000170*                     PROGRAM WROTE ON THAT DATE IS MARKED BACKED
000180*                     OUT (SEE AUD-BACKOUT-FLAG IN AUDLOG) - KEPT,
000190*                     NOT DELETED, BECAUSE THE AUDITORS STILL NEED
000200*                     TO SEE WHAT WAS RETURNED.  SECOND, THOSE
000210*                     ENTRIES' RUNS, ERRORS AND RESULTS ARE TAKEN
000220*                     BACK OUT OF THE DATE'S DAYSTAT RECORD FOR
000230*                     THE PROGRAM'S SHOP, IF DAILYRCN HAS POSTED
000240*                     IT.  THIRD, FOR HAMBATCH OR HAMEXCLD, THE
000250*                     DATE'S BREACHES ARE DELETED FROM EXCMAST
000260*                     (HAMRTORD WITHDRAWS ANY RETEST ORDER LEFT
000270*                     POINTING AT ONE ON ITS NEXT RUN).  FOURTH,
000280*                     FOR HAMBATCH OR HAMRTMAT, THE RETEST MATCH
000290*                     HAMRTMAT MADE FROM THE NIGHT'S RESULTS IS
000300*                     UNDONE: EVERY EARLIER BREACH IT CLOSED OR
000310*                     ESCALATED ON THE DATE (STATUS C OR E WITH
000320*                     THE DATE AS DISPOSITION DATE) GOES BACK TO
000330*                     RETEST (T) WITH NO DISPOSITION DATE, AND
000340*                     EVERY RTWOMAST WORK ORDER IT PASSED OR
000350*                     FAILED ON THE DATE IS REOPENED WITH ITS
000360*                     RESULT CLEARED, SO THE RERUN MATCHES THEM
000370*                     AGAIN.  LAST, THE PROGRAM'S RUNCTL RECORD
000380*                     FOR THE DATE IS DELETED - FOR HAMBATCH,
000390*                     HAMEXCLD'S AND HAMRTMAT'S TOO, AND ANY
000400*                     HAMSPLIT AND HAMBATCH-1 TO HAMBATCH-9
000410*                     RECORDS A SPLIT-STREAM NIGHT POSTED - SO THE
000420*                     RERUN IS NOT REFUSED AS ALREADY COMPLETE AND
000430*                     DAILYRCN WAITS FOR IT.  EVERY CHANGE IS
000440*                     LISTED ON BKOUTRPT, ONE SECTION PER FILE.
000450*                     RUNNING IT TWICE FOR THE SAME DATE AND
000460*                     PROGRAM IS HARMLESS - ENTRIES ALREADY MARKED
000470*                     ARE NOT COUNTED AGAIN.  RC 4 IF NOTHING AT
000480*                     ALL WAS FOUND TO BACK OUT.
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 REPOSITORY.        FUNCTION ALL INTRINSIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT DAY-STAT ASSIGN TO "DAYSTAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DAY-STAT-KEY
000630         FILE STATUS IS WS-DAYSTAT-STATUS.
000640     SELECT EXC-MASTER ASSIGN TO "EXCMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS EXC-MASTER-KEY
000680         FILE STATUS IS WS-EXCMAST-STATUS.
000690     SELECT RUN-CTL ASSIGN TO "RUNCTL"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS RUN-CTL-KEY
000730         FILE STATUS IS WS-RUNCTL-STATUS.
000740     SELECT RETEST-MASTER ASSIGN TO "RTWOMAST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS RETEST-ORDER-KEY
000780         FILE STATUS IS WS-RTWO-STATUS.
000790     SELECT BKOUT-RPT ASSIGN TO "BKOUTRPT"
000800         ORGANIZATION IS SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  AUDIT-LOG
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY AUDLOG.

000870 FD  DAY-STAT
000880     LABEL RECORDS ARE STANDARD.
000890 COPY DAYSTAT.

000900 FD  EXC-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920 COPY HAMEXC.

000930 FD  RETEST-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950 COPY HAMRTWO.

000960 FD  RUN-CTL
000970     LABEL RECORDS ARE STANDARD.
000980 COPY RUNCTL.

000990 FD  BKOUT-RPT
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  RPT-RECORD                 PIC X(80).

001030 WORKING-STORAGE SECTION.
001040 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001050     88  END-OF-AUDIT                     VALUE "Y".
001060 77  WS-EXC-EOF-SW              PIC X(01) VALUE "N".
001070     88  END-OF-EXC-DATE                  VALUE "Y".
001080 77  WS-EXC-SCAN-EOF-SW         PIC X(01) VALUE "N".
001090     88  END-OF-EXCMAST                   VALUE "Y".
001100 77  WS-RTWO-EOF-SW             PIC X(01) VALUE "N".
001110     88  END-OF-RTWOMAST                  VALUE "Y".
001120 77  WS-EXC-APPLIES-SW          PIC X(01) VALUE "N".
001130     88  EXCMAST-APPLIES                  VALUE "Y".
001140 77  WS-RETEST-APPLIES-SW       PIC X(01) VALUE "N".
001150     88  RETEST-MATCH-APPLIES             VALUE "Y".
001160 77  WS-STAT-FOUND-SW           PIC X(01) VALUE "N".
001170     88  STAT-REC-ON-FILE                 VALUE "Y".
001180 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACE.
001190 77  WS-DAYSTAT-STATUS          PIC X(02) VALUE SPACE.
001200 77  WS-EXCMAST-STATUS          PIC X(02) VALUE SPACE.
001210 77  WS-RTWO-STATUS             PIC X(02) VALUE SPACE.
001220 77  WS-BKOUT-DATE              PIC X(08) VALUE SPACE.
001230 77  WS-BKOUT-PGM               PIC X(15) VALUE SPACE.
001240 77  WS-STAT-SHOP               PIC X(15) VALUE SPACE.
001250 77  WS-RESET-PGM               PIC X(15) VALUE SPACE.
001260 77  WS-RESET-QUIET-SW          PIC X(01) VALUE "N".
001270     88  RESET-QUIET                      VALUE "Y".
001280 77  WS-STREAM-NO               PIC 9(02) COMP VALUE ZERO.
001290 01  WS-STREAM-RUN-NAME.
001300     05  FILLER                 PIC X(09) VALUE "HAMBATCH-".
001310     05  WS-STREAM-RUN-SUFFIX   PIC 9(01).
001320     05  FILLER                 PIC X(05) VALUE SPACE.
001330 77  WS-PARM-WORK               PIC X(40) VALUE SPACE.
001340 77  WS-TOKEN-SUB               PIC 9(02) COMP VALUE ZERO.
001350 77  WS-NUMERIC-RESULT          PIC 9(09) VALUE ZERO.
001360 77  WS-AUD-READ                PIC 9(09) VALUE ZERO.
001370 77  WS-AUD-BACKED-OUT          PIC 9(07) VALUE ZERO.
001380 77  WS-AUD-ERRORS              PIC 9(07) VALUE ZERO.
001390 77  WS-AUD-ALREADY-OUT         PIC 9(07) VALUE ZERO.
001400 77  WS-AUD-RESULT-TOTAL        PIC 9(11) VALUE ZERO.
001410 77  WS-OLD-CLEAN               PIC 9(07) VALUE ZERO.
001420 77  WS-NEW-CLEAN               PIC 9(07) VALUE ZERO.
001430 77  WS-OLD-TOTAL               PIC 9(11)V99 VALUE ZERO.
001440 77  WS-NEW-TOTAL               PIC 9(11)V99 VALUE ZERO.
001450 77  WS-STAT-ADJUSTED           PIC 9(07) VALUE ZERO.
001460 77  WS-EXC-DELETED             PIC 9(07) VALUE ZERO.
001470 77  WS-EXC-REOPENED            PIC 9(07) VALUE ZERO.
001480 77  WS-RTWO-REOPENED           PIC 9(07) VALUE ZERO.
001490 77  WS-RUNCTL-RESET            PIC 9(07) VALUE ZERO.
001500 01  WS-PARM-TOKENS.
001510     05  WS-PARM-TOKEN          PIC X(20) OCCURS 2 TIMES.
001520 01  WS-RPT-HEADING.
001530     05  FILLER                 PIC X(21)
001540                                VALUE "RUNBKOUT  BACKOUT OF ".
001550     05  WS-RH-PROGRAM          PIC X(15).
001560     05  FILLER                 PIC X(09) VALUE " RUN FOR ".
001570     05  WS-RH-DATE             PIC X(08).
001580     05  FILLER                 PIC X(27) VALUE SPACE.
001590 01  WS-SECTION-LINE.
001600     05  FILLER                 PIC X(04) VALUE "--- ".
001610     05  WS-SL-TITLE            PIC X(40).
001620     05  FILLER                 PIC X(36) VALUE SPACE.
001630 01  WS-COUNT-LINE.
001640     05  FILLER                 PIC X(02) VALUE SPACE.
001650     05  WS-CL-LABEL            PIC X(40).
001660     05  WS-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001670     05  FILLER                 PIC X(27) VALUE SPACE.
001680 01  WS-STAT-LINE.
001690     05  FILLER                 PIC X(02) VALUE SPACE.
001700     05  WS-ST-LABEL            PIC X(08).
001710     05  WS-ST-SHOP             PIC X(15).
001720     05  FILLER                 PIC X(06) VALUE " RUNS ".
001730     05  WS-ST-RUNS             PIC ZZZZZZ9.
001740     05  FILLER                 PIC X(08) VALUE " ERRORS ".
001750     05  WS-ST-ERRORS           PIC ZZZZZZ9.
001760     05  FILLER                 PIC X(05) VALUE " AVG ".
001770     05  WS-ST-AVG              PIC ZZZ9.99.
001780     05  FILLER                 PIC X(15) VALUE SPACE.
001790 01  WS-EXC-LINE.
001800     05  FILLER                 PIC X(02) VALUE SPACE.
001810     05  WS-EL-PAIR-ID          PIC X(10).
001820     05  FILLER                 PIC X(06) VALUE "  DIST".
001830     05  WS-EL-DISTANCE         PIC ZZZZ9.
001840     05  FILLER                 PIC X(05) VALUE "  PCT".
001850     05  WS-EL-PCT              PIC ZZ9.99.
001860     05  FILLER                 PIC X(13) VALUE "  STATUS WAS ".
001870     05  WS-EL-STATUS           PIC X(01).
001880     05  FILLER                 PIC X(07) VALUE "  DISP ".
001890     05  WS-EL-DISP-DATE        PIC X(08).
001900     05  FILLER                 PIC X(17) VALUE SPACE.
001910 01  WS-REOPEN-LINE.
001920     05  FILLER                 PIC X(02) VALUE SPACE.
001930     05  WS-OL-EXC-DATE         PIC X(08).
001940     05  FILLER                 PIC X(01) VALUE SPACE.
001950     05  WS-OL-PAIR-ID          PIC X(10).
001960     05  FILLER                 PIC X(13) VALUE "  STATUS WAS ".
001970     05  WS-OL-STATUS           PIC X(01).
001980     05  FILLER                 PIC X(06) VALUE "  DIST".
001990     05  WS-OL-DISTANCE         PIC ZZZZ9.
002000     05  FILLER                 PIC X(05) VALUE "  PCT".
002010     05  WS-OL-PCT              PIC ZZ9.99.
002020     05  FILLER                 PIC X(23) VALUE SPACE.
002030 01  WS-RUNCTL-LINE.
002040     05  FILLER                 PIC X(02) VALUE SPACE.
002050     05  WS-RL-PROGRAM          PIC X(15).
002060     05  FILLER                 PIC X(08) VALUE " STATUS ".
002070     05  WS-RL-STATUS           PIC X(01).
002080     05  FILLER                 PIC X(07) VALUE " START ".
002090     05  WS-RL-START-TS         PIC X(21).
002100     05  FILLER                 PIC X(06) VALUE " RECS ".
002110     05  WS-RL-RECORDS          PIC ZZZZZZZZ9.
002120     05  FILLER                 PIC X(11) VALUE SPACE.
002130 01  WS-NOTE-LINE.
002140     05  FILLER                 PIC X(02) VALUE SPACE.
002150     05  WS-NL-TEXT             PIC X(78).

002160 LINKAGE SECTION.
002170 01  PARM-AREA.
002180     05  PARM-LEN               PIC S9(4) COMP.
002190     05  PARM-TEXT              PIC X(40).

002200 PROCEDURE DIVISION USING PARM-AREA.
002210******************************************************************
002220*    0000-MAINLINE
002230******************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002260     PERFORM 2000-BACKOUT-AUDIT THRU 2000-EXIT
002270     PERFORM 3000-BACKOUT-DAY-STAT THRU 3000-EXIT
002280     PERFORM 4000-BACKOUT-EXCMAST THRU 4000-EXIT
002290     PERFORM 4500-REOPEN-BREACHES THRU 4500-EXIT
002300     PERFORM 4700-REOPEN-ORDERS THRU 4700-EXIT
002310     PERFORM 5000-RESET-RUN-CTL THRU 5000-EXIT
002320     PERFORM 8000-TERMINATE THRU 8000-EXIT
002330     STOP RUN.

002340******************************************************************
002350*    1000-INITIALIZE -- PARSE THE PARM, WORK OUT WHICH FILES THE
002360*                       PROGRAM BEING BACKED OUT TOUCHES, OPEN
002370*                       THE REPORT
002380******************************************************************
002390 1000-INITIALIZE.
002400     IF PARM-LEN > ZERO
002410         MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WORK
002420         PERFORM 1200-PARSE-PARM THRU 1200-EXIT
002430     END-IF
002440     IF WS-BKOUT-DATE EQUAL TO SPACE
002450         OR WS-BKOUT-PGM EQUAL TO SPACE
002460         DISPLAY "RUNBKOUT NEEDS PARM 'DATE=YYYYMMDD,PGM=NAME'"
002470         MOVE 8 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     EVALUATE WS-BKOUT-PGM
002510         WHEN "HAMMING"
002520         WHEN "HAMBATCH"
002530         WHEN "HAMRANK"
002540         WHEN "HAMBYID"
002550         WHEN "HAMMATRX"
002560         WHEN "HAMSTRN"
002570             MOVE "HAMMING" TO WS-STAT-SHOP
002580         WHEN "SCRABBLE-SCORE"
002590         WHEN "SCRGAME"
002600         WHEN "SCRBATCH"
002610         WHEN "SCRPLACE"
002620             MOVE "SCRABBLE-SCORE" TO WS-STAT-SHOP
002630         WHEN OTHER
002640             MOVE SPACE TO WS-STAT-SHOP
002650     END-EVALUATE
002660     IF WS-BKOUT-PGM EQUAL TO "HAMBATCH"
002670         OR WS-BKOUT-PGM EQUAL TO "HAMEXCLD"
002680         MOVE "Y" TO WS-EXC-APPLIES-SW
002690     END-IF
002700     IF WS-BKOUT-PGM EQUAL TO "HAMBATCH"
002710         OR WS-BKOUT-PGM EQUAL TO "HAMRTMAT"
002720         MOVE "Y" TO WS-RETEST-APPLIES-SW
002730     END-IF
002740     OPEN OUTPUT BKOUT-RPT
002750     MOVE WS-BKOUT-PGM TO WS-RH-PROGRAM
002760     MOVE WS-BKOUT-DATE TO WS-RH-DATE
002770     WRITE RPT-RECORD FROM WS-RPT-HEADING
002780     MOVE SPACE TO RPT-RECORD
002790     WRITE RPT-RECORD.
002800 1000-EXIT.
002810     EXIT.

002820******************************************************************
002830*    1200-PARSE-PARM -- TWO COMMA-SEPARATED TOKENS, BOTH
002840*                      REQUIRED: 'DATE=YYYYMMDD' (THE RUN DATE TO
002850*                      BACK OUT) AND 'PGM=NAME' (THE PROGRAM AS IT
002860*                      APPEARS ON RUNCTL AND AUDITLOG).  AN
002870*                      UNRECOGNIZED TOKEN STOPS THE RUN.
002880******************************************************************
002890 1200-PARSE-PARM.
002900     MOVE SPACE TO WS-PARM-TOKENS
002910     UNSTRING WS-PARM-WORK DELIMITED BY ","
002920         INTO WS-PARM-TOKEN(1)
002930              WS-PARM-TOKEN(2)
002940     END-UNSTRING
002950     PERFORM 1250-PARSE-PARM-TOKEN THRU 1250-EXIT
002960         VARYING WS-TOKEN-SUB FROM 1 BY 1
002970         UNTIL WS-TOKEN-SUB > 2.
002980 1200-EXIT.
002990     EXIT.

003000******************************************************************
003010*    1250-PARSE-PARM-TOKEN -- APPLY ONE PARM TOKEN
003020******************************************************************
003030 1250-PARSE-PARM-TOKEN.
003040     EVALUATE TRUE
003050         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB) EQUAL TO SPACE
003060             CONTINUE
003070         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:5) EQUAL TO "DATE="
003080             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8) IS NUMERIC
003090             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(6:8)
003100                 TO WS-BKOUT-DATE
003110         WHEN WS-PARM-TOKEN(WS-TOKEN-SUB)(1:4) EQUAL TO "PGM="
003120             AND WS-PARM-TOKEN(WS-TOKEN-SUB)(5:1)
003130                 NOT EQUAL TO SPACE
003140             MOVE WS-PARM-TOKEN(WS-TOKEN-SUB)(5:15)
003150                 TO WS-BKOUT-PGM
003160         WHEN OTHER
003170             DISPLAY "RUNBKOUT PARM NOT RECOGNIZED: "
003180                 WS-PARM-TOKEN(WS-TOKEN-SUB)
003190             MOVE 8 TO RETURN-CODE
003200             STOP RUN
003210     END-EVALUATE.
003220 1250-EXIT.
003230     EXIT.

003240******************************************************************
003250*    2000-BACKOUT-AUDIT -- PASS THE WHOLE AUDITLOG, MARKING THE
003260*                          PROGRAM'S ENTRIES FOR THE DATE AS
003270*                          BACKED OUT AND TALLYING THEM FOR THE
003280*                          DAYSTAT ADJUSTMENT
003290******************************************************************
003300 2000-BACKOUT-AUDIT.
003310     OPEN I-O AUDIT-LOG
003320     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
003330     PERFORM 2200-MARK-ENTRY THRU 2200-EXIT
003340         UNTIL END-OF-AUDIT
003350     CLOSE AUDIT-LOG
003360     MOVE "AUDITLOG - ENTRIES MARKED BACKED OUT" TO WS-SL-TITLE
003370     WRITE RPT-RECORD FROM WS-SECTION-LINE
003380     MOVE "ENTRIES READ" TO WS-CL-LABEL
003390     MOVE WS-AUD-READ TO WS-CL-COUNT
003400     WRITE RPT-RECORD FROM WS-COUNT-LINE
003410     MOVE "ENTRIES MARKED BACKED OUT" TO WS-CL-LABEL
003420     MOVE WS-AUD-BACKED-OUT TO WS-CL-COUNT
003430     WRITE RPT-RECORD FROM WS-COUNT-LINE
003440     MOVE "  OF WHICH ERROR RUNS" TO WS-CL-LABEL
003450     MOVE WS-AUD-ERRORS TO WS-CL-COUNT
003460     WRITE RPT-RECORD FROM WS-COUNT-LINE
003470     MOVE "ALREADY BACKED OUT BY AN EARLIER RUN" TO WS-CL-LABEL
003480     MOVE WS-AUD-ALREADY-OUT TO WS-CL-COUNT
003490     WRITE RPT-RECORD FROM WS-COUNT-LINE
003500     MOVE SPACE TO RPT-RECORD
003510     WRITE RPT-RECORD.
003520 2000-EXIT.
003530     EXIT.

003540******************************************************************
003550*    2100-READ-AUDIT -- NEXT AUDIT RECORD, SET SWITCH AT END
003560******************************************************************
003570 2100-READ-AUDIT.
003580     READ AUDIT-LOG
003590         AT END
003600             SET END-OF-AUDIT TO TRUE
003610         NOT AT END
003620             ADD 1 TO WS-AUD-READ
003630     END-READ.
003640 2100-EXIT.
003650     EXIT.

003660******************************************************************
003670*    2200-MARK-ENTRY -- AN ENTRY STAMPED WITH THE BACKOUT DATE BY
003680*                       THE PROGRAM BEING BACKED OUT IS FLAGGED
003690*                       AND REWRITTEN IN PLACE.  ONE ALREADY
003700*                       FLAGGED IS COUNTED BUT LEFT ALONE, SO A
003710*                       SECOND BACKOUT DOES NOT TAKE ITS FIGURES
003720*                       OUT OF DAYSTAT TWICE.
003730******************************************************************
003740 2200-MARK-ENTRY.
003750     IF AUD-TIMESTAMP(1:8) NOT EQUAL TO WS-BKOUT-DATE
003760         OR AUD-PROGRAM-NAME NOT EQUAL TO WS-BKOUT-PGM
003770         GO TO 2200-READ-NEXT
003780     END-IF
003790     IF AUD-BACKED-OUT
003800         ADD 1 TO WS-AUD-ALREADY-OUT
003810         GO TO 2200-READ-NEXT
003820     END-IF
003830     ADD 1 TO WS-AUD-BACKED-OUT
003840     IF AUD-ERROR NOT EQUAL TO SPACE
003850         ADD 1 TO WS-AUD-ERRORS
003860     ELSE
003870         COMPUTE WS-NUMERIC-RESULT =
003880             FUNCTION NUMVAL(AUD-RESULT)
003890         ADD WS-NUMERIC-RESULT TO WS-AUD-RESULT-TOTAL
003900     END-IF
003910     SET AUD-BACKED-OUT TO TRUE
003920     REWRITE AUDIT-RECORD.
003930 2200-READ-NEXT.
003940     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003950 2200-EXIT.
003960     EXIT.

003970******************************************************************
003980*    3000-BACKOUT-DAY-STAT -- TAKE THE MARKED ENTRIES' RUNS,
003990*                             ERRORS AND RESULTS BACK OUT OF THE
004000*                             SHOP'S DAYSTAT RECORD FOR THE DATE.
004010*                             THE AVERAGE IS REWORKED FROM THE
004020*                             CLEAN-RUN TOTAL IT WAS BUILT FROM.
004030*                             NO RECORD YET MEANS DAILYRCN HAS NOT
004040*                             RECONCILED THE DATE, AND WHEN IT
004050*                             DOES IT SKIPS THE MARKED ENTRIES.
004060******************************************************************
004070 3000-BACKOUT-DAY-STAT.
004080     MOVE "DAYSTAT - DAILY FIGURES ADJUSTED" TO WS-SL-TITLE
004090     WRITE RPT-RECORD FROM WS-SECTION-LINE
004100     IF WS-STAT-SHOP EQUAL TO SPACE
004110         MOVE "PROGRAM DOES NOT ROLL UP TO DAYSTAT"
004120             TO WS-NL-TEXT
004130         WRITE RPT-RECORD FROM WS-NOTE-LINE
004140         GO TO 3000-SKIP
004150     END-IF
004160     IF WS-AUD-BACKED-OUT EQUAL TO ZERO
004170         MOVE "NO ENTRIES MARKED - NOTHING TO TAKE OUT"
004180             TO WS-NL-TEXT
004190         WRITE RPT-RECORD FROM WS-NOTE-LINE
004200         GO TO 3000-SKIP
004210     END-IF
004220     OPEN I-O DAY-STAT
004230     IF WS-DAYSTAT-STATUS NOT = "00"
004240         MOVE "DAYSTAT NOT AVAILABLE - NOTHING POSTED YET"
004250             TO WS-NL-TEXT
004260         WRITE RPT-RECORD FROM WS-NOTE-LINE
004270         GO TO 3000-SKIP
004280     END-IF
004290     MOVE "N" TO WS-STAT-FOUND-SW
004300     MOVE WS-BKOUT-DATE TO STAT-DATE
004310     MOVE WS-STAT-SHOP TO STAT-SHOP
004320     READ DAY-STAT
004330         INVALID KEY
004340             CONTINUE
004350         NOT INVALID KEY
004360             MOVE "Y" TO WS-STAT-FOUND-SW
004370     END-READ
004380     IF NOT STAT-REC-ON-FILE
004390         MOVE "DATE NOT YET RECONCILED BY DAILYRCN"
004400             TO WS-NL-TEXT
004410         WRITE RPT-RECORD FROM WS-NOTE-LINE
004420         CLOSE DAY-STAT
004430         GO TO 3000-SKIP
004440     END-IF
004450     MOVE "BEFORE  " TO WS-ST-LABEL
004460     PERFORM 3100-WRITE-STAT-LINE THRU 3100-EXIT
004470     MOVE ZERO TO WS-OLD-CLEAN
004480     IF STAT-RUNS > STAT-ERRORS
004490         COMPUTE WS-OLD-CLEAN = STAT-RUNS - STAT-ERRORS
004500     END-IF
004510     COMPUTE WS-OLD-TOTAL = STAT-AVG-RESULT * WS-OLD-CLEAN
004520     IF STAT-RUNS > WS-AUD-BACKED-OUT
004530         SUBTRACT WS-AUD-BACKED-OUT FROM STAT-RUNS
004540     ELSE
004550         MOVE ZERO TO STAT-RUNS
004560     END-IF
004570     IF STAT-ERRORS > WS-AUD-ERRORS
004580         SUBTRACT WS-AUD-ERRORS FROM STAT-ERRORS
004590     ELSE
004600         MOVE ZERO TO STAT-ERRORS
004610     END-IF
004620     MOVE ZERO TO WS-NEW-CLEAN
004630     IF STAT-RUNS > STAT-ERRORS
004640         COMPUTE WS-NEW-CLEAN = STAT-RUNS - STAT-ERRORS
004650     END-IF
004660     MOVE ZERO TO WS-NEW-TOTAL
004670     IF WS-OLD-TOTAL > WS-AUD-RESULT-TOTAL
004680         COMPUTE WS-NEW-TOTAL = WS-OLD-TOTAL - WS-AUD-RESULT-TOTAL
004690     END-IF
004700     MOVE ZERO TO STAT-AVG-RESULT
004710     IF WS-NEW-CLEAN > ZERO
004720         COMPUTE STAT-AVG-RESULT ROUNDED =
004730             WS-NEW-TOTAL / WS-NEW-CLEAN
004740     END-IF
004750     REWRITE DAY-STAT-RECORD
004760         INVALID KEY
004770             DISPLAY "RUNBKOUT DAY-STAT REWRITE FAILED"
004780             MOVE 8 TO RETURN-CODE
004790     END-REWRITE
004800     ADD 1 TO WS-STAT-ADJUSTED
004810     MOVE "AFTER   " TO WS-ST-LABEL
004820     PERFORM 3100-WRITE-STAT-LINE THRU 3100-EXIT
004830     CLOSE DAY-STAT.
004840 3000-SKIP.
004850     MOVE SPACE TO RPT-RECORD
004860     WRITE RPT-RECORD.
004870 3000-EXIT.
004880     EXIT.

004890******************************************************************
004900*    3100-WRITE-STAT-LINE -- ONE DAYSTAT RECORD AS IT STANDS
004910******************************************************************
004920 3100-WRITE-STAT-LINE.
004930     MOVE STAT-SHOP TO WS-ST-SHOP
004940     MOVE STAT-RUNS TO WS-ST-RUNS
004950     MOVE STAT-ERRORS TO WS-ST-ERRORS
004960     MOVE STAT-AVG-RESULT TO WS-ST-AVG
004970     WRITE RPT-RECORD FROM WS-STAT-LINE.
004980 3100-EXIT.
004990     EXIT.

005000******************************************************************
005010*    4000-BACKOUT-EXCMAST -- A BAD HAMBATCH (OR HAMEXCLD) RUN
005020*                            LOADED THE DATE'S BREACHES; THEY ARE
005030*                            ALL DELETED SO THE RERUN'S HAMEXCLD
005040*                            LOADS THEM AFRESH.  EACH ONE IS
005050*                            LISTED WITH THE STATUS IT HAD, SO A
005060*                            DISPOSITION ALREADY RECORDED AGAINST
005070*                            IT CAN BE RE-KEYED IF IT STILL HOLDS.
005080******************************************************************
005090 4000-BACKOUT-EXCMAST.
005100     MOVE "EXCMAST - BREACHES DELETED" TO WS-SL-TITLE
005110     WRITE RPT-RECORD FROM WS-SECTION-LINE
005120     IF NOT EXCMAST-APPLIES
005130         MOVE "PROGRAM DOES NOT LOAD EXCMAST - NOTHING TO DO"
005140             TO WS-NL-TEXT
005150         WRITE RPT-RECORD FROM WS-NOTE-LINE
005160         GO TO 4000-SKIP
005170     END-IF
005180     OPEN I-O EXC-MASTER
005190     IF WS-EXCMAST-STATUS NOT = "00"
005200         MOVE "EXCMAST NOT AVAILABLE - NOTHING LOADED YET"
005210             TO WS-NL-TEXT
005220         WRITE RPT-RECORD FROM WS-NOTE-LINE
005230         GO TO 4000-SKIP
005240     END-IF
005250     MOVE WS-BKOUT-DATE TO EXCM-DATE
005260     MOVE LOW-VALUES TO EXCM-PAIR-ID
005270     START EXC-MASTER KEY IS NOT LESS THAN EXC-MASTER-KEY
005280         INVALID KEY
005290             SET END-OF-EXC-DATE TO TRUE
005300     END-START
005310     IF NOT END-OF-EXC-DATE
005320         PERFORM 4100-READ-EXCMAST THRU 4100-EXIT
005330     END-IF
005340     PERFORM 4200-DELETE-BREACH THRU 4200-EXIT
005350         UNTIL END-OF-EXC-DATE
005360     CLOSE EXC-MASTER
005370     MOVE "BREACHES DELETED" TO WS-CL-LABEL
005380     MOVE WS-EXC-DELETED TO WS-CL-COUNT
005390     WRITE RPT-RECORD FROM WS-COUNT-LINE.
005400 4000-SKIP.
005410     MOVE SPACE TO RPT-RECORD
005420     WRITE RPT-RECORD.
005430 4000-EXIT.
005440     EXIT.

005450******************************************************************
005460*    4100-READ-EXCMAST -- NEXT BREACH IN KEY ORDER; THE FIRST ONE
005470*                         FOR A LATER DATE ENDS THE PASS
005480******************************************************************
005490 4100-READ-EXCMAST.
005500     READ EXC-MASTER NEXT RECORD
005510         AT END
005520             SET END-OF-EXC-DATE TO TRUE
005530     END-READ
005540     IF NOT END-OF-EXC-DATE
005550         AND EXCM-DATE NOT EQUAL TO WS-BKOUT-DATE
005560         SET END-OF-EXC-DATE TO TRUE
005570     END-IF.
005580 4100-EXIT.
005590     EXIT.

005600******************************************************************
005610*    4200-DELETE-BREACH -- LIST AND DELETE ONE BREACH
005620******************************************************************
005630 4200-DELETE-BREACH.
005640     MOVE EXCM-PAIR-ID TO WS-EL-PAIR-ID
005650     MOVE EXCM-DISTANCE TO WS-EL-DISTANCE
005660     MOVE EXCM-PCT-MISMATCH TO WS-EL-PCT
005670     MOVE EXCM-STATUS TO WS-EL-STATUS
005680     MOVE EXCM-DISP-DATE TO WS-EL-DISP-DATE
005690     DELETE EXC-MASTER RECORD
005700         INVALID KEY
005710             DISPLAY "RUNBKOUT EXCMAST DELETE FAILED: "
005720                 EXCM-PAIR-ID
005730             MOVE 8 TO RETURN-CODE
005740         NOT INVALID KEY
005750             ADD 1 TO WS-EXC-DELETED
005760             WRITE RPT-RECORD FROM WS-EXC-LINE
005770     END-DELETE
005780     PERFORM 4100-READ-EXCMAST THRU 4100-EXIT.
005790 4200-EXIT.
005800     EXIT.

005810******************************************************************
005820*    4500-REOPEN-BREACHES -- HAMRTMAT CLOSED (C) OR ESCALATED (E)
005830*                            EARLIER BREACHES FROM THE BAD
005840*                            NIGHT'S RESULTS, STAMPING THE DATE AS
005850*                            THEIR DISPOSITION DATE.  EACH GOES
005860*                            BACK TO RETEST (T) WITH NO
005870*                            DISPOSITION DATE SO THE RERUN CAN
005880*                            SETTLE IT AGAIN.  THE DESK'S OWN
005890*                            DISPOSITIONS (A, R) ARE LEFT ALONE.
005900******************************************************************
005910 4500-REOPEN-BREACHES.
005920     MOVE "EXCMAST - RETEST DISPOSITIONS REOPENED" TO WS-SL-TITLE
005930     WRITE RPT-RECORD FROM WS-SECTION-LINE
005940     IF NOT RETEST-MATCH-APPLIES
005950         MOVE "PROGRAM DOES NOT FEED HAMRTMAT - NOTHING TO DO"
005960             TO WS-NL-TEXT
005970         WRITE RPT-RECORD FROM WS-NOTE-LINE
005980         GO TO 4500-SKIP
005990     END-IF
006000     OPEN I-O EXC-MASTER
006010     IF WS-EXCMAST-STATUS NOT = "00"
006020         MOVE "EXCMAST NOT AVAILABLE - NOTHING LOADED YET"
006030             TO WS-NL-TEXT
006040         WRITE RPT-RECORD FROM WS-NOTE-LINE
006050         GO TO 4500-SKIP
006060     END-IF
006070     PERFORM 4600-REOPEN-BREACH THRU 4600-EXIT
006080         UNTIL END-OF-EXCMAST
006090     CLOSE EXC-MASTER
006100     MOVE "BREACHES PUT BACK TO RETEST" TO WS-CL-LABEL
006110     MOVE WS-EXC-REOPENED TO WS-CL-COUNT
006120     WRITE RPT-RECORD FROM WS-COUNT-LINE.
006130 4500-SKIP.
006140     MOVE SPACE TO RPT-RECORD
006150     WRITE RPT-RECORD.
006160 4500-EXIT.
006170     EXIT.
006180******************************************************************
006190*    4600-REOPEN-BREACH -- NEXT BREACH ON EXCMAST; ONE HAMRTMAT
006200*                          SETTLED ON THE DATE IS LISTED AND PUT
006210*                          BACK TO RETEST
006220******************************************************************
006230 4600-REOPEN-BREACH.
006240     READ EXC-MASTER NEXT RECORD
006250         AT END
006260             SET END-OF-EXCMAST TO TRUE
006270             GO TO 4600-EXIT
006280     END-READ
006290     IF EXCM-DISP-DATE NOT EQUAL TO WS-BKOUT-DATE
006300         GO TO 4600-EXIT
006310     END-IF
006320     IF NOT EXCM-IS-CLOSED
006330         AND NOT EXCM-IS-ESCALATED
006340         GO TO 4600-EXIT
006350     END-IF
006360     MOVE EXCM-DATE TO WS-OL-EXC-DATE
006370     MOVE EXCM-PAIR-ID TO WS-OL-PAIR-ID
006380     MOVE EXCM-STATUS TO WS-OL-STATUS
006390     MOVE EXCM-DISTANCE TO WS-OL-DISTANCE
006400     MOVE EXCM-PCT-MISMATCH TO WS-OL-PCT
006410     SET EXCM-IS-RETEST TO TRUE
006420     MOVE SPACE TO EXCM-DISP-DATE
006430     REWRITE EXC-MASTER-RECORD
006440         INVALID KEY
006450             DISPLAY "RUNBKOUT EXCMAST REWRITE FAILED: "
006460                 EXCM-DATE " " EXCM-PAIR-ID
006470             MOVE 8 TO RETURN-CODE
006480         NOT INVALID KEY
006490             ADD 1 TO WS-EXC-REOPENED
006500             WRITE RPT-RECORD FROM WS-REOPEN-LINE
006510     END-REWRITE.
006520 4600-EXIT.
006530     EXIT.
006540******************************************************************
006550*    4700-REOPEN-ORDERS -- THE RETEST WORK ORDERS HAMRTMAT PASSED
006560*                          OR FAILED FROM THE BAD NIGHT'S RESULTS
006570*                          ARE REOPENED, THEIR RESULT DATE,
006580*                          DISTANCE AND PERCENT CLEARED.  EACH IS
006590*                          LISTED WITH THE RESULT IT HAD.
006600******************************************************************
006610 4700-REOPEN-ORDERS.
006620     MOVE "RTWOMAST - RETEST ORDERS REOPENED" TO WS-SL-TITLE
006630     WRITE RPT-RECORD FROM WS-SECTION-LINE
006640     IF NOT RETEST-MATCH-APPLIES
006650         MOVE "PROGRAM DOES NOT FEED HAMRTMAT - NOTHING TO DO"
006660             TO WS-NL-TEXT
006670         WRITE RPT-RECORD FROM WS-NOTE-LINE
006680         GO TO 4700-SKIP
006690     END-IF
006700     OPEN I-O RETEST-MASTER
006710     IF WS-RTWO-STATUS NOT = "00"
006720         MOVE "RTWOMAST NOT AVAILABLE - NO ORDER RAISED YET"
006730             TO WS-NL-TEXT
006740         WRITE RPT-RECORD FROM WS-NOTE-LINE
006750         GO TO 4700-SKIP
006760     END-IF
006770     PERFORM 4800-REOPEN-ORDER THRU 4800-EXIT
006780         UNTIL END-OF-RTWOMAST
006790     CLOSE RETEST-MASTER
006800     MOVE "WORK ORDERS REOPENED" TO WS-CL-LABEL
006810     MOVE WS-RTWO-REOPENED TO WS-CL-COUNT
006820     WRITE RPT-RECORD FROM WS-COUNT-LINE.
006830 4700-SKIP.
006840     MOVE SPACE TO RPT-RECORD
006850     WRITE RPT-RECORD.
006860 4700-EXIT.
006870     EXIT.
006880******************************************************************
006890*    4800-REOPEN-ORDER -- NEXT WORK ORDER; ONE PASSED OR FAILED ON
006900*                         THE DATE IS LISTED AND REOPENED
006910******************************************************************
006920 4800-REOPEN-ORDER.
006930     READ RETEST-MASTER NEXT RECORD
006940         AT END
006950             SET END-OF-RTWOMAST TO TRUE
006960             GO TO 4800-EXIT
006970     END-READ
006980     IF RTWO-RESULT-DATE NOT EQUAL TO WS-BKOUT-DATE
006990         GO TO 4800-EXIT
007000     END-IF
007010     IF NOT RTWO-IS-PASSED
007020         AND NOT RTWO-IS-FAILED
007030         GO TO 4800-EXIT
007040     END-IF
007050     MOVE RTWO-EXC-DATE TO WS-OL-EXC-DATE
007060     MOVE RTWO-PAIR-ID TO WS-OL-PAIR-ID
007070     MOVE RTWO-STATUS TO WS-OL-STATUS
007080     MOVE RTWO-RETEST-DISTANCE TO WS-OL-DISTANCE
007090     MOVE RTWO-RETEST-PCT TO WS-OL-PCT
007100     SET RTWO-IS-OPEN TO TRUE
007110     MOVE SPACE TO RTWO-RESULT-DATE
007120     MOVE ZERO TO RTWO-RETEST-DISTANCE
007130     MOVE ZERO TO RTWO-RETEST-PCT
007140     REWRITE RETEST-ORDER-RECORD
007150         INVALID KEY
007160             DISPLAY "RUNBKOUT RTWOMAST REWRITE FAILED: "
007170                 RTWO-EXC-DATE " " RTWO-PAIR-ID
007180             MOVE 8 TO RETURN-CODE
007190         NOT INVALID KEY
007200             ADD 1 TO WS-RTWO-REOPENED
007210             WRITE RPT-RECORD FROM WS-REOPEN-LINE
007220     END-REWRITE.
007230 4800-EXIT.
007240     EXIT.

007250******************************************************************
007260*    5000-RESET-RUN-CTL -- DELETE THE PROGRAM'S RUN-CONTROL RECORD
007270*                          FOR THE DATE.  RUNPROC THEN LETS THE
007280*                          RERUN START AND DAILYRCN'S GATE WAITS
007290*                          FOR IT TO COMPLETE.  BACKING OUT
007300*                          HAMBATCH ALSO RESETS HAMEXCLD, SINCE
007310*                          THE BREACHES IT LOADED ARE GONE, AND
007320*                          HAMRTMAT, SINCE ITS MATCH IS UNDONE,
007330*                          AND HAMSPLIT AND HAMBATCH-1 TO
007340*                          HAMBATCH-9, WHICH A SPLIT-STREAM NIGHT
007350*                          POSTS IN PLACE OF A SINGLE HAMBATCH
007360*                          RUN.  THOSE ARE SIMPLY ABSENT ON A
007370*                          SINGLE-STREAM NIGHT, SO THEIR ABSENCE
007380*                          IS NOT NOTED.
007390******************************************************************
007400 5000-RESET-RUN-CTL.
007410     MOVE "RUNCTL - RUN-CONTROL RECORDS RESET" TO WS-SL-TITLE
007420     WRITE RPT-RECORD FROM WS-SECTION-LINE
007430     OPEN I-O RUN-CTL
007440     IF WS-RUNCTL-STATUS NOT = "00"
007450         MOVE "RUNCTL NOT AVAILABLE - NO JOB HAS POSTED YET"
007460             TO WS-NL-TEXT
007470         WRITE RPT-RECORD FROM WS-NOTE-LINE
007480         GO TO 5000-EXIT
007490     END-IF
007500     MOVE WS-BKOUT-PGM TO WS-RESET-PGM
007510     PERFORM 5100-RESET-ONE THRU 5100-EXIT
007520     IF WS-BKOUT-PGM EQUAL TO "HAMBATCH"
007530         MOVE "HAMEXCLD" TO WS-RESET-PGM
007540         PERFORM 5100-RESET-ONE THRU 5100-EXIT
007550         MOVE "HAMRTMAT" TO WS-RESET-PGM
007560         PERFORM 5100-RESET-ONE THRU 5100-EXIT
007570         SET RESET-QUIET TO TRUE
007580         MOVE "HAMSPLIT" TO WS-RESET-PGM
007590         PERFORM 5100-RESET-ONE THRU 5100-EXIT
007600         PERFORM 5150-RESET-STREAM THRU 5150-EXIT
007610             VARYING WS-STREAM-NO FROM 1 BY 1
007620             UNTIL WS-STREAM-NO > 9
007630         MOVE "N" TO WS-RESET-QUIET-SW
007640     END-IF
007650     CLOSE RUN-CTL.
007660 5000-EXIT.
007670     EXIT.

007680******************************************************************
007690*    5100-RESET-ONE -- LIST AND DELETE ONE RUN-CONTROL RECORD
007700******************************************************************
007710 5100-RESET-ONE.
007720     MOVE WS-BKOUT-DATE TO RUN-DATE
007730     MOVE WS-RESET-PGM TO RUN-PROGRAM
007740     READ RUN-CTL
007750         INVALID KEY
007760             IF RESET-QUIET
007770                 GO TO 5100-EXIT
007780             END-IF
007790             MOVE SPACE TO WS-NL-TEXT
007800             STRING WS-RESET-PGM DELIMITED BY SPACE
007810                 " - NO RUN-CONTROL RECORD FOR THE DATE"
007820                 DELIMITED BY SIZE INTO WS-NL-TEXT
007830             WRITE RPT-RECORD FROM WS-NOTE-LINE
007840             GO TO 5100-EXIT
007850     END-READ
007860     MOVE RUN-PROGRAM TO WS-RL-PROGRAM
007870     MOVE RUN-STATUS TO WS-RL-STATUS
007880     MOVE RUN-START-TS TO WS-RL-START-TS
007890     MOVE RUN-RECORDS TO WS-RL-RECORDS
007900     DELETE RUN-CTL RECORD
007910         INVALID KEY
007920             DISPLAY "RUNBKOUT RUNCTL DELETE FAILED: "
007930                 WS-RESET-PGM
007940             MOVE 8 TO RETURN-CODE
007950         NOT INVALID KEY
007960             ADD 1 TO WS-RUNCTL-RESET
007970             WRITE RPT-RECORD FROM WS-RUNCTL-LINE
007980     END-DELETE.
007990 5100-EXIT.
008000     EXIT.

008010******************************************************************
008020*    5150-RESET-STREAM -- ONE SPLIT-STREAM HAMBATCH-N RECORD
008030******************************************************************
008040 5150-RESET-STREAM.
008050     MOVE WS-STREAM-NO TO WS-STREAM-RUN-SUFFIX
008060     MOVE WS-STREAM-RUN-NAME TO WS-RESET-PGM
008070     PERFORM 5100-RESET-ONE THRU 5100-EXIT.
008080 5150-EXIT.
008090     EXIT.

008100******************************************************************
008110*    8000-TERMINATE -- CLOSE THE REPORT, RUN TOTALS
008120******************************************************************
008130 8000-TERMINATE.
008140     CLOSE BKOUT-RPT
008150     IF WS-AUD-BACKED-OUT EQUAL TO ZERO
008160         AND WS-EXC-DELETED EQUAL TO ZERO
008170         AND WS-EXC-REOPENED EQUAL TO ZERO
008180         AND WS-RTWO-REOPENED EQUAL TO ZERO
008190         AND WS-RUNCTL-RESET EQUAL TO ZERO
008200         AND RETURN-CODE EQUAL TO ZERO
008210         DISPLAY "RUNBKOUT NOTHING FOUND TO BACK OUT FOR "
008220             WS-BKOUT-PGM " ON " WS-BKOUT-DATE
008230         MOVE 4 TO RETURN-CODE
008240     END-IF
008250     DISPLAY "RUNBKOUT AUDITLOG ENTRIES BACKED OUT : "
008260         WS-AUD-BACKED-OUT
008270     DISPLAY "RUNBKOUT DAYSTAT RECORDS ADJUSTED    : "
008280         WS-STAT-ADJUSTED
008290     DISPLAY "RUNBKOUT EXCMAST BREACHES DELETED    : "
008300         WS-EXC-DELETED
008310     DISPLAY "RUNBKOUT EXCMAST BREACHES REOPENED   : "
008320         WS-EXC-REOPENED
008330     DISPLAY "RUNBKOUT RTWOMAST ORDERS REOPENED    : "
008340         WS-RTWO-REOPENED
008350     DISPLAY "RUNBKOUT RUNCTL RECORDS RESET        : "
008360         WS-RUNCTL-RESET.
008370 8000-EXIT.
008380     EXIT.
