000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRMERGE.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  WCO  INITIAL VERSION.  MERGES A PLAYER WHO WAS
000110*                     REGISTERED TWICE INTO ONE ID, ONE MERGE
000120*                     TRANSACTION (MERGTRAN, SEE SCRMRGT) AT A
000130*                     TIME: THE SURVIVING ID, THE ID TO RETIRE AND
000140*                     THE REASON.  THE RETIRED ID'S SCOREHIS
000150*                     ENTRIES ARE RE-KEYED TO THE SURVIVOR, EACH
000160*                     TAKING THE NEXT SEQUENCE NUMBER AFTER THE
000170*                     SURVIVOR'S OWN ENTRIES FOR THAT DAY.  ITS
000180*                     SEASHIST ROWS ARE MOVED, OR ADDED INTO THE
000190*                     SURVIVOR'S ROW FOR THE SAME SEASON.  ITS
000200*                     SEASONMS ROW IS ADDED INTO THE SURVIVOR'S
000210*                     (POINTS AND ENTRIES SUMMED, THE HIGHER BEST
000220*                     SCORE WITH ITS DATE, THE BETTER RANK) OR
000230*                     MOVED IF THE SURVIVOR HAS NONE.  ITS
000240*                     RATEMAST WIN/LOSS/DRAW COUNTS ARE ADDED TO
000250*                     THE SURVIVOR'S, KEEPING THE RATING OF
000260*                     WHICHEVER ID HAS PLAYED MORE RATED GAMES.
000270*                     THE RETIRED PLAYMAST RECORD IS SET INACTIVE
000280*                     WITH PLAYER-MERGED-INTO POINTING AT THE
000290*                     SURVIVOR.  A MERGE IS REJECTED, BEFORE
000300*                     ANYTHING IS TOUCHED, WHEN EITHER ID IS NOT
000310*                     ON PLAYMAST, THE RETIRED ID IS ALREADY
000320*                     MERGED, THE SURVIVOR IS NOT AN ACTIVE ID, OR
000330*                     THE RETIRED ID HAS A CHALLENGE REVERSAL ON
000340*                     ADJIN THAT SCRSEASN HAS NOT YET NETTED - IT
000350*                     WOULD LOOK FOR A SEASONMS ROW THAT IS NO
000360*                     LONGER THERE.  EVERYTHING MOVED IS LISTED ON
000370*                     MRGRPT AND EACH MERGE IS LOGGED TO THE
000380*                     SHARED AUDITLOG WITH ITS REASON.  RETURN
000390*                     CODE 4 WHEN A MERGE WAS REJECTED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 REPOSITORY.        FUNCTION ALL INTRINSIC.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MERGE-TRAN ASSIGN TO "MERGTRAN"
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT PLAYER-MASTER ASSIGN TO "PLAYMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS PLAYER-ID.
000540     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SCORE-HIST-KEY.
000580     SELECT SEASON-MASTER ASSIGN TO "SEASONMS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS SEAS-PLAYER-ID.
000620     SELECT SEAS-HIST ASSIGN TO "SEASHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SEASON-HIST-KEY
000660         FILE STATUS IS WS-SHIST-STATUS.
000670     SELECT RATING-MASTER ASSIGN TO "RATEMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS RATE-PLAYER-ID.
000710     SELECT ADJ-IN ASSIGN TO "ADJIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ADJIN-STATUS.
000740     SELECT MERGE-RPT ASSIGN TO "MRGRPT"
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-AUDIT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  MERGE-TRAN
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY SCRMRGT.

000850 FD  PLAYER-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870 COPY SCRPLYR.

000880 FD  SCORE-HIST
000890     LABEL RECORDS ARE STANDARD.
000900 COPY SCRHIST.

000910 FD  SEASON-MASTER
000920     LABEL RECORDS ARE STANDARD.
000930 COPY SCRSEAS.

000940 FD  SEAS-HIST
000950     LABEL RECORDS ARE STANDARD.
000960 COPY SCRSHIS.

000970 FD  RATING-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY SCRRATM.

001000 FD  ADJ-IN
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  ADJ-RECORD.
001040     05  ADJ-PLAYER-ID          PIC X(10).
001050     05  ADJ-WORD               PIC X(60).
001060     05  ADJ-SCORE              PIC 9(04).
001070     05  ADJ-DATE               PIC X(08).
001080     05  ADJ-APPLIED-SW         PIC X(01).
001090         88  ADJ-IS-APPLIED               VALUE "Y".

001100 FD  MERGE-RPT
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  MERGE-RPT-LINE             PIC X(132).

001140 FD  AUDIT-LOG
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY AUDLOG.

001180 WORKING-STORAGE SECTION.
001190 01  WS-AUDIT-STATUS            PIC X(02).
001200 77  WS-SHIST-STATUS            PIC X(02) VALUE SPACE.
001210 77  WS-ADJIN-STATUS            PIC X(02) VALUE SPACE.
001220 COPY FEEDCTL.
001230 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001240     88  END-OF-MERGES                    VALUE "Y".
001250 77  WS-ADJ-EOF-SW              PIC X(01) VALUE "N".
001260     88  END-OF-ADJIN                     VALUE "Y".
001270 77  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
001280     88  END-OF-SCAN                      VALUE "Y".
001290 77  WS-FOUND-SW                PIC X(01) VALUE "N".
001300     88  SURVIVOR-HAS-ROW                 VALUE "Y".
001310 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.
001320 77  WS-REJECT-REASON           PIC X(40) VALUE SPACE.
001330 77  WS-MERGES-READ             PIC 9(05) VALUE ZERO.
001340 77  WS-MERGES-APPLIED          PIC 9(05) VALUE ZERO.
001350 77  WS-MERGES-REJECTED         PIC 9(05) VALUE ZERO.
001360 77  WS-HIST-MOVED              PIC 9(07) VALUE ZERO.
001370 77  WS-HIST-FAILED             PIC 9(05) VALUE ZERO.
001380 77  WS-SHIST-MOVED             PIC 9(05) VALUE ZERO.
001390 77  WS-SHIST-COMBINED          PIC 9(05) VALUE ZERO.
001400 77  WS-SEAS-MOVED              PIC 9(05) VALUE ZERO.
001410 77  WS-SEAS-COMBINED           PIC 9(05) VALUE ZERO.
001420 77  WS-RATE-MOVED              PIC 9(05) VALUE ZERO.
001430 77  WS-RATE-COMBINED           PIC 9(05) VALUE ZERO.
001440 77  WS-SURVIVOR-ID             PIC X(10) VALUE SPACE.
001450 77  WS-RETIRED-ID              PIC X(10) VALUE SPACE.
001460 77  WS-SURVIVOR-NAME           PIC X(30) VALUE SPACE.
001470 77  WS-RETIRED-NAME            PIC X(30) VALUE SPACE.
001480 77  WS-LAST-DATE               PIC X(08) VALUE SPACE.
001490 77  WS-NEXT-SEQ                PIC 9(04) VALUE ZERO.
001500 77  WS-H                       PIC 9(04) COMP VALUE ZERO.
001510 77  WS-S                       PIC 9(04) COMP VALUE ZERO.
001520 77  WS-RETIRED-GAMES           PIC 9(06) VALUE ZERO.
001530 77  WS-SURVIVOR-GAMES          PIC 9(06) VALUE ZERO.

001540*    PLAYER IDS WITH A CHALLENGE REVERSAL STILL WAITING ON ADJIN
001550 77  WS-PEND-USED               PIC 9(04) COMP VALUE ZERO.
001560 01  WS-PEND-TABLE.
001570     05  WS-PEND OCCURS 2000 TIMES INDEXED BY PEND-IX.
001580         10  WS-PEND-PLAYER-ID  PIC X(10).

001590*    THE RETIRED ID'S SCOREHIS ENTRIES, GATHERED BEFORE ANY ARE
001600*    MOVED (WRITING AND DELETING WOULD UPSET A RUNNING BROWSE)
001610 77  WS-HIST-USED               PIC 9(04) COMP VALUE ZERO.
001620 01  WS-HIST-TABLE.
001630     05  WS-HE OCCURS 1500 TIMES.
001640         10  WS-HE-DATE         PIC X(08).
001650         10  WS-HE-SEQ          PIC 9(04).
001660         10  WS-HE-WORD         PIC X(60).
001670         10  WS-HE-SCORE        PIC 9(04).
001680         10  WS-HE-STATUS       PIC X(01).

001690*    THE RETIRED ID'S SEASHIST ROWS, ONE PER CLOSED SEASON
001700 77  WS-SH-USED                 PIC 9(04) COMP VALUE ZERO.
001710 01  WS-SHIST-TABLE.
001720     05  WS-SH OCCURS 100 TIMES.
001730         10  WS-SH-SEASON       PIC X(08).
001740         10  WS-SH-POINTS       PIC 9(07).
001750         10  WS-SH-ENTRIES      PIC 9(05).
001760         10  WS-SH-BEST-SCORE   PIC 9(04).
001770         10  WS-SH-BEST-DATE    PIC X(08).
001780         10  WS-SH-FINAL-RANK   PIC 9(05).

001790*    THE RETIRED ID'S SEASONMS AND RATEMAST ROWS
001800 01  WS-RETIRED-SEASON.
001810     05  WS-RS-POINTS           PIC 9(07).
001820     05  WS-RS-ENTRIES          PIC 9(05).
001830     05  WS-RS-BEST-SCORE       PIC 9(04).
001840     05  WS-RS-BEST-DATE        PIC X(08).
001850     05  WS-RS-PRIOR-RANK       PIC 9(05).
001860 01  WS-RETIRED-RATING.
001870     05  WS-RR-RATING           PIC 9(05).
001880     05  WS-RR-WINS             PIC 9(05).
001890     05  WS-RR-LOSSES           PIC 9(05).
001900     05  WS-RR-DRAWS            PIC 9(05).

001910 01  WS-RPT-HDR.
001920     05  FILLER                 PIC X(33)
001930         VALUE "SCRMERGE  PLAYER MERGE REPORT".
001940     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001950     05  WS-RH-DATE             PIC X(08).
001960 01  WS-RPT-COLS.
001970     05  FILLER                 PIC X(10) VALUE "FILE".
001980     05  FILLER                 PIC X(10) VALUE "ACTION".
001990     05  FILLER                 PIC X(26) VALUE "FROM KEY".
002000     05  FILLER                 PIC X(26) VALUE "TO KEY".
002010     05  FILLER                 PIC X(20) VALUE "WHAT WAS MOVED".
002020 01  WS-MERGE-HEAD.
002030     05  FILLER                 PIC X(06) VALUE "MERGE ".
002040     05  WS-MH-NUMBER           PIC ZZZ9.
002050     05  FILLER                 PIC X(11) VALUE "   RETIRED ".
002060     05  WS-MH-RETIRED-ID       PIC X(10).
002070     05  FILLER                 PIC X(01) VALUE SPACE.
002080     05  WS-MH-RETIRED-NAME     PIC X(30).
002090     05  FILLER                 PIC X(08) VALUE "   INTO ".
002100     05  WS-MH-SURVIVOR-ID      PIC X(10).
002110     05  FILLER                 PIC X(01) VALUE SPACE.
002120     05  WS-MH-SURVIVOR-NAME    PIC X(30).
002130 01  WS-MERGE-REASON.
002140     05  FILLER                 PIC X(10) VALUE "  REASON: ".
002150     05  WS-MR-REASON           PIC X(40).
002160 01  WS-MERGE-DETAIL.
002170     05  WS-MD-FILE             PIC X(08).
002180     05  FILLER                 PIC X(02) VALUE SPACE.
002190     05  WS-MD-ACTION           PIC X(08).
002200     05  FILLER                 PIC X(02) VALUE SPACE.
002210     05  WS-MD-OLD-KEY          PIC X(24).
002220     05  FILLER                 PIC X(02) VALUE SPACE.
002230     05  WS-MD-NEW-KEY          PIC X(24).
002240     05  FILLER                 PIC X(02) VALUE SPACE.
002250     05  WS-MD-FIGURES          PIC X(60).

002260*    KEY AND FIGURE LAYOUTS FOR THE DETAIL LINE
002270 01  WS-HIST-KEY-TEXT.
002280     05  WS-HK-PLAYER-ID        PIC X(10).
002290     05  FILLER                 PIC X(01) VALUE SPACE.
002300     05  WS-HK-DATE             PIC X(08).
002310     05  FILLER                 PIC X(01) VALUE SPACE.
002320     05  WS-HK-SEQ              PIC 9(04).
002330 01  WS-SHIST-KEY-TEXT.
002340     05  WS-SK-SEASON           PIC X(08).
002350     05  FILLER                 PIC X(01) VALUE SPACE.
002360     05  WS-SK-PLAYER-ID        PIC X(10).
002370 01  WS-WORD-FIGURES.
002380     05  WS-WF-WORD             PIC X(40).
002390     05  FILLER                 PIC X(01) VALUE SPACE.
002400     05  WS-WF-SCORE            PIC ZZZ9.
002410     05  FILLER                 PIC X(02) VALUE SPACE.
002420     05  WS-WF-STATUS           PIC X(08).
002430 01  WS-SEAS-FIGURES.
002440     05  FILLER                 PIC X(04) VALUE "PTS ".
002450     05  WS-SF-POINTS           PIC ZZZZZZ9.
002460     05  FILLER                 PIC X(05) VALUE " ENT ".
002470     05  WS-SF-ENTRIES          PIC ZZZZ9.
002480     05  FILLER                 PIC X(06) VALUE " BEST ".
002490     05  WS-SF-BEST-SCORE       PIC ZZZ9.
002500     05  FILLER                 PIC X(04) VALUE " ON ".
002510     05  WS-SF-BEST-DATE        PIC X(08).
002520     05  FILLER                 PIC X(06) VALUE " RANK ".
002530     05  WS-SF-RANK             PIC ZZZZ9.
002540 01  WS-RATE-FIGURES.
002550     05  FILLER                 PIC X(07) VALUE "RATING ".
002560     05  WS-TF-RATING           PIC ZZZZ9.
002570     05  FILLER                 PIC X(04) VALUE "  W ".
002580     05  WS-TF-WINS             PIC ZZZZ9.
002590     05  FILLER                 PIC X(04) VALUE "  L ".
002600     05  WS-TF-LOSSES           PIC ZZZZ9.
002610     05  FILLER                 PIC X(04) VALUE "  D ".
002620     05  WS-TF-DRAWS            PIC ZZZZ9.
002630 01  WS-PLAYER-FIGURES.
002640     05  FILLER                 PIC X(23)
002650         VALUE "STATUS I - MERGED INTO ".
002660     05  WS-PF-SURVIVOR-ID      PIC X(10).
002670 01  WS-RPT-TOTAL.
002680     05  WS-RT-TEXT             PIC X(50).
002690     05  WS-RT-COUNT            PIC ZZZZZZ9.

002700 PROCEDURE DIVISION.
002710******************************************************************
002720*    0000-MAINLINE
002730******************************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002760     PERFORM 2000-PROCESS-MERGE THRU 2000-EXIT
002770         UNTIL END-OF-MERGES
002780     PERFORM 8000-TERMINATE THRU 8000-EXIT
002790     STOP RUN.

002800******************************************************************
002810*    1000-INITIALIZE -- OPEN FILES, NOTE THE PENDING REVERSALS,
002820*                       REPORT HEADINGS, PRIME THE READ
002830******************************************************************
002840 1000-INITIALIZE.
002850     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
002860     OPEN INPUT MERGE-TRAN
002870     OPEN I-O PLAYER-MASTER
002880     OPEN I-O SCORE-HIST
002890     OPEN I-O SEASON-MASTER
002900     OPEN I-O SEAS-HIST
002910     OPEN I-O RATING-MASTER
002920     OPEN OUTPUT MERGE-RPT
002930     PERFORM 9200-OPEN-AUDIT-LOG THRU 9200-EXIT
002940     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT
002950     MOVE WS-RUN-DATE TO WS-RH-DATE
002960     WRITE MERGE-RPT-LINE FROM WS-RPT-HDR
002970     MOVE SPACE TO MERGE-RPT-LINE
002980     WRITE MERGE-RPT-LINE
002990     WRITE MERGE-RPT-LINE FROM WS-RPT-COLS
003000     MOVE SPACE TO MERGE-RPT-LINE
003010     WRITE MERGE-RPT-LINE
003020     PERFORM 2100-READ-MERGE THRU 2100-EXIT.
003030 1000-EXIT.
003040     EXIT.

003050******************************************************************
003060*    1100-LOAD-PENDING -- EVERY PLAYER WITH A REVERSAL ON ADJIN
003070*                         NOT YET FLAGGED APPLIED.  NO ADJIN (NO
003080*                         SCRADJ RUN YET) MEANS NONE.
003090******************************************************************
003100 1100-LOAD-PENDING.
003110     OPEN INPUT ADJ-IN
003120     IF WS-ADJIN-STATUS NOT EQUAL TO "00"
003130         DISPLAY "SCRMERGE NO ADJIN FILE - NO PENDING REVERSALS"
003140         GO TO 1100-EXIT
003150     END-IF
003160     PERFORM 1110-LOAD-ONE THRU 1110-EXIT
003170         UNTIL END-OF-ADJIN
003180     CLOSE ADJ-IN.
003190 1100-EXIT.
003200     EXIT.

003210******************************************************************
003220*    1110-LOAD-ONE -- ONE ADJIN RECORD.  BATCH HEADERS AND
003230*                     TRAILERS ARE PASSED OVER.
003240******************************************************************
003250 1110-LOAD-ONE.
003260     READ ADJ-IN
003270         AT END
003280             SET END-OF-ADJIN TO TRUE
003290             GO TO 1110-EXIT
003300     END-READ
003310     MOVE ADJ-RECORD TO FEED-CTL-RECORD
003320     IF FCTL-IS-CONTROL
003330         GO TO 1110-EXIT
003340     END-IF
003350     IF ADJ-IS-APPLIED
003360         GO TO 1110-EXIT
003370     END-IF
003380     IF WS-PEND-USED EQUAL TO 2000
003390         DISPLAY "SCRMERGE OVER 2000 PENDING REVERSALS - "
003400             "NOT ALL HELD: " ADJ-PLAYER-ID
003410         GO TO 1110-EXIT
003420     END-IF
003430     ADD 1 TO WS-PEND-USED
003440     MOVE ADJ-PLAYER-ID TO WS-PEND-PLAYER-ID(WS-PEND-USED).
003450 1110-EXIT.
003460     EXIT.

003470******************************************************************
003480*    2000-PROCESS-MERGE -- CHECK ONE MERGE, THEN MOVE EVERYTHING
003490*                          THE RETIRED ID HOLDS TO THE SURVIVOR
003500******************************************************************
003510 2000-PROCESS-MERGE.
003520     ADD 1 TO WS-MERGES-READ
003530     MOVE MRGT-SURVIVOR-ID TO WS-SURVIVOR-ID
003540     MOVE MRGT-RETIRED-ID TO WS-RETIRED-ID
003550     PERFORM 2200-VALIDATE THRU 2200-EXIT
003560     IF WS-REJECT-REASON NOT EQUAL TO SPACE
003570         PERFORM 2900-REJECT-MERGE THRU 2900-EXIT
003580         GO TO 2000-NEXT
003590     END-IF
003600     ADD 1 TO WS-MERGES-APPLIED
003610     MOVE WS-MERGES-APPLIED TO WS-MH-NUMBER
003620     MOVE WS-RETIRED-ID TO WS-MH-RETIRED-ID
003630     MOVE WS-RETIRED-NAME TO WS-MH-RETIRED-NAME
003640     MOVE WS-SURVIVOR-ID TO WS-MH-SURVIVOR-ID
003650     MOVE WS-SURVIVOR-NAME TO WS-MH-SURVIVOR-NAME
003660     WRITE MERGE-RPT-LINE FROM WS-MERGE-HEAD
003670     MOVE MRGT-REASON TO WS-MR-REASON
003680     WRITE MERGE-RPT-LINE FROM WS-MERGE-REASON
003690     PERFORM 3000-MOVE-SCORE-HIST THRU 3000-EXIT
003700     PERFORM 4000-MERGE-SEASON-HIST THRU 4000-EXIT
003710     PERFORM 5000-MERGE-SEASON THRU 5000-EXIT
003720     PERFORM 6000-MERGE-RATING THRU 6000-EXIT
003730     PERFORM 7000-RETIRE-PLAYER THRU 7000-EXIT
003740     MOVE SPACE TO MERGE-RPT-LINE
003750     WRITE MERGE-RPT-LINE
003760     MOVE SPACE TO AUDIT-RECORD
003770     MOVE "SCRMERGE" TO AUD-PROGRAM
003780     MOVE WS-RETIRED-ID TO AUD-INPUT-1
003790     MOVE WS-SURVIVOR-ID TO AUD-INPUT-2
003800     MOVE "MERGED" TO AUD-RESULT
003810     MOVE MRGT-REASON TO AUD-ERROR
003820     PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT.
003830 2000-NEXT.
003840     PERFORM 2100-READ-MERGE THRU 2100-EXIT.
003850 2000-EXIT.
003860     EXIT.

003870******************************************************************
003880*    2100-READ-MERGE -- NEXT MERGE TRANSACTION, SWITCH AT END
003890******************************************************************
003900 2100-READ-MERGE.
003910     READ MERGE-TRAN
003920         AT END
003930             SET END-OF-MERGES TO TRUE
003940     END-READ.
003950 2100-EXIT.
003960     EXIT.

003970******************************************************************
003980*    2200-VALIDATE -- EVERYTHING THAT CAN STOP A MERGE IS CHECKED
003990*                     HERE, BEFORE ANY FILE IS CHANGED.  THE
004000*                     RETIRED ID'S SCOREHIS ENTRIES AND SEASHIST
004010*                     ROWS ARE GATHERED ON THE WAY.
004020******************************************************************
004030 2200-VALIDATE.
004040     MOVE SPACE TO WS-REJECT-REASON
004050     IF WS-SURVIVOR-ID EQUAL TO SPACE
004060         OR WS-RETIRED-ID EQUAL TO SPACE
004070         MOVE "SURVIVOR OR RETIRED ID MISSING"
004080             TO WS-REJECT-REASON
004090         GO TO 2200-EXIT
004100     END-IF
004110     IF WS-SURVIVOR-ID EQUAL TO WS-RETIRED-ID
004120         MOVE "SURVIVOR AND RETIRED ID ARE THE SAME"
004130             TO WS-REJECT-REASON
004140         GO TO 2200-EXIT
004150     END-IF
004160     MOVE WS-RETIRED-ID TO PLAYER-ID
004170     READ PLAYER-MASTER
004180         KEY IS PLAYER-ID
004190         INVALID KEY
004200             MOVE "RETIRED ID NOT ON PLAYMAST"
004210                 TO WS-REJECT-REASON
004220             GO TO 2200-EXIT
004230     END-READ
004240     IF PLAYER-MERGED-INTO NOT EQUAL TO SPACE
004250         MOVE "RETIRED ID MERGED INTO" TO WS-REJECT-REASON
004260         MOVE PLAYER-MERGED-INTO TO WS-REJECT-REASON(23:10)
004270         GO TO 2200-EXIT
004280     END-IF
004290     MOVE PLAYER-NAME TO WS-RETIRED-NAME
004300     MOVE WS-SURVIVOR-ID TO PLAYER-ID
004310     READ PLAYER-MASTER
004320         KEY IS PLAYER-ID
004330         INVALID KEY
004340             MOVE "SURVIVOR ID NOT ON PLAYMAST"
004350                 TO WS-REJECT-REASON
004360             GO TO 2200-EXIT
004370     END-READ
004380     IF PLAYER-MERGED-INTO NOT EQUAL TO SPACE
004390         OR NOT PLAYER-IS-ACTIVE
004400         MOVE "SURVIVOR ID NOT AN ACTIVE REGISTRATION"
004410             TO WS-REJECT-REASON
004420         GO TO 2200-EXIT
004430     END-IF
004440     MOVE PLAYER-NAME TO WS-SURVIVOR-NAME
004450     SET PEND-IX TO 1
004460     SEARCH WS-PEND
004470         WHEN WS-PEND-PLAYER-ID(PEND-IX) EQUAL TO WS-RETIRED-ID
004480             MOVE "RETIRED ID HAS REVERSALS NOT YET NETTED"
004490                 TO WS-REJECT-REASON
004500             GO TO 2200-EXIT
004510     END-SEARCH
004520     PERFORM 2300-GATHER-HIST THRU 2300-EXIT
004530     IF WS-REJECT-REASON NOT EQUAL TO SPACE
004540         GO TO 2200-EXIT
004550     END-IF
004560     PERFORM 2400-GATHER-SEAS-HIST THRU 2400-EXIT.
004570 2200-EXIT.
004580     EXIT.

004590******************************************************************
004600*    2300-GATHER-HIST -- THE RETIRED ID'S SCOREHIS ENTRIES, IN
004610*                        KEY (DATE, SEQUENCE) ORDER
004620******************************************************************
004630 2300-GATHER-HIST.
004640     MOVE ZERO TO WS-HIST-USED
004650     MOVE "N" TO WS-SCAN-EOF-SW
004660     MOVE WS-RETIRED-ID TO SHIS-PLAYER-ID
004670     MOVE LOW-VALUES TO SHIS-DATE
004680     MOVE ZERO TO SHIS-SEQ
004690     START SCORE-HIST KEY IS NOT LESS THAN SCORE-HIST-KEY
004700         INVALID KEY
004710             SET END-OF-SCAN TO TRUE
004720     END-START
004730     PERFORM 2310-GATHER-ONE THRU 2310-EXIT
004740         UNTIL END-OF-SCAN.
004750 2300-EXIT.
004760     EXIT.

004770******************************************************************
004780*    2310-GATHER-ONE -- ONE SCOREHIS ENTRY INTO THE TABLE
004790******************************************************************
004800 2310-GATHER-ONE.
004810     READ SCORE-HIST NEXT RECORD
004820         AT END
004830             SET END-OF-SCAN TO TRUE
004840             GO TO 2310-EXIT
004850     END-READ
004860     IF SHIS-PLAYER-ID NOT EQUAL TO WS-RETIRED-ID
004870         SET END-OF-SCAN TO TRUE
004880         GO TO 2310-EXIT
004890     END-IF
004900     IF WS-HIST-USED EQUAL TO 1500
004910         MOVE "RETIRED ID HAS OVER 1500 SCOREHIS ENTRIES"
004920             TO WS-REJECT-REASON
004930         SET END-OF-SCAN TO TRUE
004940         GO TO 2310-EXIT
004950     END-IF
004960     ADD 1 TO WS-HIST-USED
004970     MOVE SHIS-DATE TO WS-HE-DATE(WS-HIST-USED)
004980     MOVE SHIS-SEQ TO WS-HE-SEQ(WS-HIST-USED)
004990     MOVE SHIS-WORD TO WS-HE-WORD(WS-HIST-USED)
005000     MOVE SHIS-SCORE TO WS-HE-SCORE(WS-HIST-USED)
005010     MOVE SHIS-STATUS TO WS-HE-STATUS(WS-HIST-USED).
005020 2310-EXIT.
005030     EXIT.

005040******************************************************************
005050*    2400-GATHER-SEAS-HIST -- THE RETIRED ID'S SEASHIST ROWS.  THE
005060*                             FILE IS KEYED SEASON FIRST, SO THE
005070*                             WHOLE OF IT IS READ.
005080******************************************************************
005090 2400-GATHER-SEAS-HIST.
005100     MOVE ZERO TO WS-SH-USED
005110     MOVE "N" TO WS-SCAN-EOF-SW
005120     MOVE LOW-VALUES TO SEASON-HIST-KEY
005130     START SEAS-HIST KEY IS NOT LESS THAN SEASON-HIST-KEY
005140         INVALID KEY
005150             SET END-OF-SCAN TO TRUE
005160     END-START
005170     PERFORM 2410-GATHER-ONE THRU 2410-EXIT
005180         UNTIL END-OF-SCAN.
005190 2400-EXIT.
005200     EXIT.

005210******************************************************************
005220*    2410-GATHER-ONE -- ONE SEASHIST ROW; THE RETIRED ID'S KEPT
005230******************************************************************
005240 2410-GATHER-ONE.
005250     READ SEAS-HIST NEXT RECORD
005260         AT END
005270             SET END-OF-SCAN TO TRUE
005280             GO TO 2410-EXIT
005290     END-READ
005300     IF SSHIS-PLAYER-ID NOT EQUAL TO WS-RETIRED-ID
005310         GO TO 2410-EXIT
005320     END-IF
005330     IF WS-SH-USED EQUAL TO 100
005340         MOVE "RETIRED ID HAS OVER 100 SEASHIST ROWS"
005350             TO WS-REJECT-REASON
005360         SET END-OF-SCAN TO TRUE
005370         GO TO 2410-EXIT
005380     END-IF
005390     ADD 1 TO WS-SH-USED
005400     MOVE SSHIS-SEASON TO WS-SH-SEASON(WS-SH-USED)
005410     MOVE SSHIS-POINTS TO WS-SH-POINTS(WS-SH-USED)
005420     MOVE SSHIS-ENTRIES TO WS-SH-ENTRIES(WS-SH-USED)
005430     MOVE SSHIS-BEST-SCORE TO WS-SH-BEST-SCORE(WS-SH-USED)
005440     MOVE SSHIS-BEST-DATE TO WS-SH-BEST-DATE(WS-SH-USED)
005450     MOVE SSHIS-FINAL-RANK TO WS-SH-FINAL-RANK(WS-SH-USED).
005460 2410-EXIT.
005470     EXIT.

005480******************************************************************
005490*    2900-REJECT-MERGE -- LIST A MERGE THAT WAS NOT MADE
005500******************************************************************
005510 2900-REJECT-MERGE.
005520     ADD 1 TO WS-MERGES-REJECTED
005530     MOVE SPACE TO WS-MERGE-DETAIL
005540     MOVE "MERGTRAN" TO WS-MD-FILE
005550     MOVE "REJECTED" TO WS-MD-ACTION
005560     MOVE WS-RETIRED-ID TO WS-MD-OLD-KEY
005570     MOVE WS-SURVIVOR-ID TO WS-MD-NEW-KEY
005580     MOVE WS-REJECT-REASON TO WS-MD-FIGURES
005590     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
005600     MOVE SPACE TO MERGE-RPT-LINE
005610     WRITE MERGE-RPT-LINE
005620     DISPLAY "SCRMERGE MERGE REJECTED: " WS-RETIRED-ID " INTO "
005630         WS-SURVIVOR-ID " - " WS-REJECT-REASON.
005640 2900-EXIT.
005650     EXIT.

005660******************************************************************
005670*    3000-MOVE-SCORE-HIST -- RE-KEY EACH GATHERED ENTRY TO THE
005680*                            SURVIVOR
005690******************************************************************
005700 3000-MOVE-SCORE-HIST.
005710     MOVE SPACE TO WS-LAST-DATE
005720     PERFORM 3100-MOVE-ONE THRU 3100-EXIT
005730         VARYING WS-H FROM 1 BY 1
005740         UNTIL WS-H > WS-HIST-USED.
005750 3000-EXIT.
005760     EXIT.

005770******************************************************************
005780*    3100-MOVE-ONE -- WRITE THE ENTRY UNDER THE SURVIVOR WITH THE
005790*                     NEXT FREE SEQUENCE NUMBER FOR ITS DAY, THEN
005800*                     DELETE THE RETIRED ID'S COPY.  AN ENTRY THAT
005810*                     CANNOT BE WRITTEN STAYS WHERE IT WAS.
005820******************************************************************
005830 3100-MOVE-ONE.
005840     IF WS-HE-DATE(WS-H) NOT EQUAL TO WS-LAST-DATE
005850         MOVE WS-HE-DATE(WS-H) TO WS-LAST-DATE
005860         PERFORM 3200-LAST-SURVIVOR-SEQ THRU 3200-EXIT
005870     END-IF
005880     ADD 1 TO WS-NEXT-SEQ
005890     MOVE SPACE TO WS-MERGE-DETAIL
005900     MOVE "SCOREHIS" TO WS-MD-FILE
005910     MOVE WS-RETIRED-ID TO WS-HK-PLAYER-ID
005920     MOVE WS-HE-DATE(WS-H) TO WS-HK-DATE
005930     MOVE WS-HE-SEQ(WS-H) TO WS-HK-SEQ
005940     MOVE WS-HIST-KEY-TEXT TO WS-MD-OLD-KEY
005950     MOVE WS-HE-WORD(WS-H) TO WS-WF-WORD
005960     MOVE WS-HE-SCORE(WS-H) TO WS-WF-SCORE
005970     IF WS-HE-STATUS(WS-H) EQUAL TO "R"
005980         MOVE "REVERSED" TO WS-WF-STATUS
005990     ELSE
006000         MOVE "ACTIVE" TO WS-WF-STATUS
006010     END-IF
006020     MOVE WS-WORD-FIGURES TO WS-MD-FIGURES
006030     MOVE WS-SURVIVOR-ID TO SHIS-PLAYER-ID
006040     MOVE WS-HE-DATE(WS-H) TO SHIS-DATE
006050     MOVE WS-NEXT-SEQ TO SHIS-SEQ
006060     MOVE WS-HE-WORD(WS-H) TO SHIS-WORD
006070     MOVE WS-HE-SCORE(WS-H) TO SHIS-SCORE
006080     MOVE WS-HE-STATUS(WS-H) TO SHIS-STATUS
006090     WRITE SCORE-HIST-RECORD
006100         INVALID KEY
006110             ADD 1 TO WS-HIST-FAILED
006120             MOVE "NOT MOVED" TO WS-MD-ACTION
006130             WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
006140             DISPLAY "SCRMERGE SCOREHIS WRITE FAILED: "
006150                 WS-SURVIVOR-ID " " WS-HE-DATE(WS-H)
006160             GO TO 3100-EXIT
006170     END-WRITE
006180     MOVE WS-RETIRED-ID TO SHIS-PLAYER-ID
006190     MOVE WS-HE-DATE(WS-H) TO SHIS-DATE
006200     MOVE WS-HE-SEQ(WS-H) TO SHIS-SEQ
006210     DELETE SCORE-HIST
006220         INVALID KEY
006230             DISPLAY "SCRMERGE SCOREHIS DELETE FAILED: "
006240                 WS-RETIRED-ID " " WS-HE-DATE(WS-H)
006250     END-DELETE
006260     ADD 1 TO WS-HIST-MOVED
006270     MOVE "MOVED" TO WS-MD-ACTION
006280     MOVE WS-SURVIVOR-ID TO WS-HK-PLAYER-ID
006290     MOVE WS-NEXT-SEQ TO WS-HK-SEQ
006300     MOVE WS-HIST-KEY-TEXT TO WS-MD-NEW-KEY
006310     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL.
006320 3100-EXIT.
006330     EXIT.

006340******************************************************************
006350*    3200-LAST-SURVIVOR-SEQ -- THE HIGHEST SEQUENCE NUMBER THE
006360*                              SURVIVOR ALREADY HAS FOR THE DAY
006370*                              (ZERO FOR NONE)
006380******************************************************************
006390 3200-LAST-SURVIVOR-SEQ.
006400     MOVE ZERO TO WS-NEXT-SEQ
006410     MOVE "N" TO WS-SCAN-EOF-SW
006420     MOVE WS-SURVIVOR-ID TO SHIS-PLAYER-ID
006430     MOVE WS-LAST-DATE TO SHIS-DATE
006440     MOVE ZERO TO SHIS-SEQ
006450     START SCORE-HIST KEY IS NOT LESS THAN SCORE-HIST-KEY
006460         INVALID KEY
006470             SET END-OF-SCAN TO TRUE
006480     END-START
006490     PERFORM 3210-SURVIVOR-ENTRY THRU 3210-EXIT
006500         UNTIL END-OF-SCAN.
006510 3200-EXIT.
006520     EXIT.

006530******************************************************************
006540*    3210-SURVIVOR-ENTRY -- ONE OF THE SURVIVOR'S ENTRIES FOR THE
006550*                           DAY
006560******************************************************************
006570 3210-SURVIVOR-ENTRY.
006580     READ SCORE-HIST NEXT RECORD
006590         AT END
006600             SET END-OF-SCAN TO TRUE
006610             GO TO 3210-EXIT
006620     END-READ
006630     IF SHIS-PLAYER-ID NOT EQUAL TO WS-SURVIVOR-ID
006640         OR SHIS-DATE NOT EQUAL TO WS-LAST-DATE
006650         SET END-OF-SCAN TO TRUE
006660         GO TO 3210-EXIT
006670     END-IF
006680     MOVE SHIS-SEQ TO WS-NEXT-SEQ.
006690 3210-EXIT.
006700     EXIT.

006710******************************************************************
006720*    4000-MERGE-SEASON-HIST -- EACH CLOSED SEASON THE RETIRED ID
006730*                              HAS A ROW FOR
006740******************************************************************
006750 4000-MERGE-SEASON-HIST.
006760     PERFORM 4100-MERGE-ONE-SEASON THRU 4100-EXIT
006770         VARYING WS-S FROM 1 BY 1
006780         UNTIL WS-S > WS-SH-USED.
006790 4000-EXIT.
006800     EXIT.

006810******************************************************************
006820*    4100-MERGE-ONE-SEASON -- ADD THE ROW INTO THE SURVIVOR'S FOR
006830*                             THE SAME SEASON, OR MOVE IT WHEN THE
006840*                             SURVIVOR HAS NONE; THEN DELETE IT.
006850*                             POINTS AND ENTRIES ARE SUMMED, THE
006860*                             HIGHER BEST SCORE KEEPS ITS DATE AND
006870*                             THE BETTER FINAL RANK STANDS.
006880******************************************************************
006890 4100-MERGE-ONE-SEASON.
006900     MOVE SPACE TO WS-MERGE-DETAIL
006910     MOVE "SEASHIST" TO WS-MD-FILE
006920     MOVE WS-SH-SEASON(WS-S) TO WS-SK-SEASON
006930     MOVE WS-RETIRED-ID TO WS-SK-PLAYER-ID
006940     MOVE WS-SHIST-KEY-TEXT TO WS-MD-OLD-KEY
006950     MOVE WS-SURVIVOR-ID TO WS-SK-PLAYER-ID
006960     MOVE WS-SHIST-KEY-TEXT TO WS-MD-NEW-KEY
006970     MOVE WS-SH-POINTS(WS-S) TO WS-SF-POINTS
006980     MOVE WS-SH-ENTRIES(WS-S) TO WS-SF-ENTRIES
006990     MOVE WS-SH-BEST-SCORE(WS-S) TO WS-SF-BEST-SCORE
007000     MOVE WS-SH-BEST-DATE(WS-S) TO WS-SF-BEST-DATE
007010     MOVE WS-SH-FINAL-RANK(WS-S) TO WS-SF-RANK
007020     MOVE WS-SEAS-FIGURES TO WS-MD-FIGURES
007030     MOVE "Y" TO WS-FOUND-SW
007040     MOVE WS-SH-SEASON(WS-S) TO SSHIS-SEASON
007050     MOVE WS-SURVIVOR-ID TO SSHIS-PLAYER-ID
007060     READ SEAS-HIST
007070         KEY IS SEASON-HIST-KEY
007080         INVALID KEY
007090             MOVE "N" TO WS-FOUND-SW
007100     END-READ
007110     IF SURVIVOR-HAS-ROW
007120         ADD WS-SH-POINTS(WS-S) TO SSHIS-POINTS
007130         ADD WS-SH-ENTRIES(WS-S) TO SSHIS-ENTRIES
007140         IF WS-SH-BEST-SCORE(WS-S) > SSHIS-BEST-SCORE
007150             MOVE WS-SH-BEST-SCORE(WS-S) TO SSHIS-BEST-SCORE
007160             MOVE WS-SH-BEST-DATE(WS-S) TO SSHIS-BEST-DATE
007170         END-IF
007180         IF WS-SH-FINAL-RANK(WS-S) > ZERO
007190             AND (SSHIS-FINAL-RANK EQUAL TO ZERO
007200             OR WS-SH-FINAL-RANK(WS-S) < SSHIS-FINAL-RANK)
007210             MOVE WS-SH-FINAL-RANK(WS-S) TO SSHIS-FINAL-RANK
007220         END-IF
007230         REWRITE SEASON-HIST-RECORD
007240             INVALID KEY
007250                 DISPLAY "SCRMERGE SEASHIST REWRITE FAILED: "
007260                     SEASON-HIST-KEY
007270                 MOVE "NOT MOVED" TO WS-MD-ACTION
007280                 WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
007290                 GO TO 4100-EXIT
007300         END-REWRITE
007310         ADD 1 TO WS-SHIST-COMBINED
007320         MOVE "COMBINED" TO WS-MD-ACTION
007330     ELSE
007340         MOVE WS-SH-SEASON(WS-S) TO SSHIS-SEASON
007350         MOVE WS-SURVIVOR-ID TO SSHIS-PLAYER-ID
007360         MOVE WS-SH-POINTS(WS-S) TO SSHIS-POINTS
007370         MOVE WS-SH-ENTRIES(WS-S) TO SSHIS-ENTRIES
007380         MOVE WS-SH-BEST-SCORE(WS-S) TO SSHIS-BEST-SCORE
007390         MOVE WS-SH-BEST-DATE(WS-S) TO SSHIS-BEST-DATE
007400         MOVE WS-SH-FINAL-RANK(WS-S) TO SSHIS-FINAL-RANK
007410         WRITE SEASON-HIST-RECORD
007420             INVALID KEY
007430                 DISPLAY "SCRMERGE SEASHIST WRITE FAILED: "
007440                     SEASON-HIST-KEY
007450                 MOVE "NOT MOVED" TO WS-MD-ACTION
007460                 WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
007470                 GO TO 4100-EXIT
007480         END-WRITE
007490         ADD 1 TO WS-SHIST-MOVED
007500         MOVE "MOVED" TO WS-MD-ACTION
007510     END-IF
007520     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
007530     IF SURVIVOR-HAS-ROW
007540         PERFORM 4200-LIST-SEASON-NOW THRU 4200-EXIT
007550     END-IF
007560     MOVE WS-SH-SEASON(WS-S) TO SSHIS-SEASON
007570     MOVE WS-RETIRED-ID TO SSHIS-PLAYER-ID
007580     DELETE SEAS-HIST
007590         INVALID KEY
007600             DISPLAY "SCRMERGE SEASHIST DELETE FAILED: "
007610                 SEASON-HIST-KEY
007620     END-DELETE.
007630 4100-EXIT.
007640     EXIT.

007650******************************************************************
007660*    4200-LIST-SEASON-NOW -- THE SURVIVOR'S COMBINED SEASHIST ROW
007670******************************************************************
007680 4200-LIST-SEASON-NOW.
007690     MOVE SPACE TO WS-MERGE-DETAIL
007700     MOVE "NOW" TO WS-MD-ACTION
007710     MOVE WS-SHIST-KEY-TEXT TO WS-MD-NEW-KEY
007720     MOVE SSHIS-POINTS TO WS-SF-POINTS
007730     MOVE SSHIS-ENTRIES TO WS-SF-ENTRIES
007740     MOVE SSHIS-BEST-SCORE TO WS-SF-BEST-SCORE
007750     MOVE SSHIS-BEST-DATE TO WS-SF-BEST-DATE
007760     MOVE SSHIS-FINAL-RANK TO WS-SF-RANK
007770     MOVE WS-SEAS-FIGURES TO WS-MD-FIGURES
007780     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL.
007790 4200-EXIT.
007800     EXIT.

007810******************************************************************
007820*    5000-MERGE-SEASON -- THE CURRENT SEASON'S STANDINGS ROW, ON
007830*                         THE SAME RULES AS SEASHIST (THE BETTER
007840*                         PRIOR RANK STANDS UNTIL THE NEXT
007850*                         STANDINGS RUN RE-RANKS EVERYONE)
007860******************************************************************
007870 5000-MERGE-SEASON.
007880     MOVE WS-RETIRED-ID TO SEAS-PLAYER-ID
007890     READ SEASON-MASTER
007900         KEY IS SEAS-PLAYER-ID
007910         INVALID KEY
007920             GO TO 5000-EXIT
007930     END-READ
007940     MOVE SEAS-POINTS TO WS-RS-POINTS
007950     MOVE SEAS-ENTRIES TO WS-RS-ENTRIES
007960     MOVE SEAS-BEST-SCORE TO WS-RS-BEST-SCORE
007970     MOVE SEAS-BEST-DATE TO WS-RS-BEST-DATE
007980     MOVE SEAS-PRIOR-RANK TO WS-RS-PRIOR-RANK
007990     MOVE SPACE TO WS-MERGE-DETAIL
008000     MOVE "SEASONMS" TO WS-MD-FILE
008010     MOVE WS-RETIRED-ID TO WS-MD-OLD-KEY
008020     MOVE WS-SURVIVOR-ID TO WS-MD-NEW-KEY
008030     MOVE WS-RS-POINTS TO WS-SF-POINTS
008040     MOVE WS-RS-ENTRIES TO WS-SF-ENTRIES
008050     MOVE WS-RS-BEST-SCORE TO WS-SF-BEST-SCORE
008060     MOVE WS-RS-BEST-DATE TO WS-SF-BEST-DATE
008070     MOVE WS-RS-PRIOR-RANK TO WS-SF-RANK
008080     MOVE WS-SEAS-FIGURES TO WS-MD-FIGURES
008090     MOVE "Y" TO WS-FOUND-SW
008100     MOVE WS-SURVIVOR-ID TO SEAS-PLAYER-ID
008110     READ SEASON-MASTER
008120         KEY IS SEAS-PLAYER-ID
008130         INVALID KEY
008140             MOVE "N" TO WS-FOUND-SW
008150     END-READ
008160     IF SURVIVOR-HAS-ROW
008170         ADD WS-RS-POINTS TO SEAS-POINTS
008180         ADD WS-RS-ENTRIES TO SEAS-ENTRIES
008190         IF WS-RS-BEST-SCORE > SEAS-BEST-SCORE
008200             MOVE WS-RS-BEST-SCORE TO SEAS-BEST-SCORE
008210             MOVE WS-RS-BEST-DATE TO SEAS-BEST-DATE
008220         END-IF
008230         IF WS-RS-PRIOR-RANK > ZERO
008240             AND (SEAS-PRIOR-RANK EQUAL TO ZERO
008250             OR WS-RS-PRIOR-RANK < SEAS-PRIOR-RANK)
008260             MOVE WS-RS-PRIOR-RANK TO SEAS-PRIOR-RANK
008270         END-IF
008280         REWRITE SEASON-RECORD
008290             INVALID KEY
008300                 DISPLAY "SCRMERGE SEASONMS REWRITE FAILED: "
008310                     WS-SURVIVOR-ID
008320                 MOVE "NOT MOVED" TO WS-MD-ACTION
008330                 WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
008340                 GO TO 5000-EXIT
008350         END-REWRITE
008360         ADD 1 TO WS-SEAS-COMBINED
008370         MOVE "COMBINED" TO WS-MD-ACTION
008380     ELSE
008390         MOVE WS-SURVIVOR-ID TO SEAS-PLAYER-ID
008400         MOVE WS-RS-POINTS TO SEAS-POINTS
008410         MOVE WS-RS-ENTRIES TO SEAS-ENTRIES
008420         MOVE WS-RS-BEST-SCORE TO SEAS-BEST-SCORE
008430         MOVE WS-RS-BEST-DATE TO SEAS-BEST-DATE
008440         MOVE WS-RS-PRIOR-RANK TO SEAS-PRIOR-RANK
008450         WRITE SEASON-RECORD
008460             INVALID KEY
008470                 DISPLAY "SCRMERGE SEASONMS WRITE FAILED: "
008480                     WS-SURVIVOR-ID
008490                 MOVE "NOT MOVED" TO WS-MD-ACTION
008500                 WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
008510                 GO TO 5000-EXIT
008520         END-WRITE
008530         ADD 1 TO WS-SEAS-MOVED
008540         MOVE "MOVED" TO WS-MD-ACTION
008550     END-IF
008560     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
008570     IF SURVIVOR-HAS-ROW
008580         MOVE SPACE TO WS-MERGE-DETAIL
008590         MOVE "NOW" TO WS-MD-ACTION
008600         MOVE WS-SURVIVOR-ID TO WS-MD-NEW-KEY
008610         MOVE SEAS-POINTS TO WS-SF-POINTS
008620         MOVE SEAS-ENTRIES TO WS-SF-ENTRIES
008630         MOVE SEAS-BEST-SCORE TO WS-SF-BEST-SCORE
008640         MOVE SEAS-BEST-DATE TO WS-SF-BEST-DATE
008650         MOVE SEAS-PRIOR-RANK TO WS-SF-RANK
008660         MOVE WS-SEAS-FIGURES TO WS-MD-FIGURES
008670         WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
008680     END-IF
008690     MOVE WS-RETIRED-ID TO SEAS-PLAYER-ID
008700     DELETE SEASON-MASTER
008710         INVALID KEY
008720             DISPLAY "SCRMERGE SEASONMS DELETE FAILED: "
008730                 WS-RETIRED-ID
008740     END-DELETE.
008750 5000-EXIT.
008760     EXIT.

008770******************************************************************
008780*    6000-MERGE-RATING -- WIN/LOSS/DRAW COUNTS ADDED TOGETHER.
008790*                         THE RATING KEPT IS THAT OF THE ID WITH
008800*                         MORE RATED GAMES (THE SURVIVOR'S ON A
008810*                         TIE) - AVERAGING TWO RATINGS BUILT ON
008820*                         DIFFERENT GAMES MEANS NOTHING.
008830******************************************************************
008840 6000-MERGE-RATING.
008850     MOVE WS-RETIRED-ID TO RATE-PLAYER-ID
008860     READ RATING-MASTER
008870         KEY IS RATE-PLAYER-ID
008880         INVALID KEY
008890             GO TO 6000-EXIT
008900     END-READ
008910     MOVE RATE-RATING TO WS-RR-RATING
008920     MOVE RATE-WINS TO WS-RR-WINS
008930     MOVE RATE-LOSSES TO WS-RR-LOSSES
008940     MOVE RATE-DRAWS TO WS-RR-DRAWS
008950     COMPUTE WS-RETIRED-GAMES = RATE-WINS + RATE-LOSSES
008960                              + RATE-DRAWS
008970     MOVE SPACE TO WS-MERGE-DETAIL
008980     MOVE "RATEMAST" TO WS-MD-FILE
008990     MOVE WS-RETIRED-ID TO WS-MD-OLD-KEY
009000     MOVE WS-SURVIVOR-ID TO WS-MD-NEW-KEY
009010     MOVE WS-RR-RATING TO WS-TF-RATING
009020     MOVE WS-RR-WINS TO WS-TF-WINS
009030     MOVE WS-RR-LOSSES TO WS-TF-LOSSES
009040     MOVE WS-RR-DRAWS TO WS-TF-DRAWS
009050     MOVE WS-RATE-FIGURES TO WS-MD-FIGURES
009060     MOVE "Y" TO WS-FOUND-SW
009070     MOVE WS-SURVIVOR-ID TO RATE-PLAYER-ID
009080     READ RATING-MASTER
009090         KEY IS RATE-PLAYER-ID
009100         INVALID KEY
009110             MOVE "N" TO WS-FOUND-SW
009120     END-READ
009130     IF SURVIVOR-HAS-ROW
009140         COMPUTE WS-SURVIVOR-GAMES = RATE-WINS + RATE-LOSSES
009150                                   + RATE-DRAWS
009160         IF WS-RETIRED-GAMES > WS-SURVIVOR-GAMES
009170             MOVE WS-RR-RATING TO RATE-RATING
009180         END-IF
009190         ADD WS-RR-WINS TO RATE-WINS
009200         ADD WS-RR-LOSSES TO RATE-LOSSES
009210         ADD WS-RR-DRAWS TO RATE-DRAWS
009220         REWRITE RATING-RECORD
009230             INVALID KEY
009240                 DISPLAY "SCRMERGE RATEMAST REWRITE FAILED: "
009250                     WS-SURVIVOR-ID
009260                 MOVE "NOT MOVED" TO WS-MD-ACTION
009270                 WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
009280                 GO TO 6000-EXIT
009290         END-REWRITE
009300         ADD 1 TO WS-RATE-COMBINED
009310         MOVE "COMBINED" TO WS-MD-ACTION
009320     ELSE
009330         MOVE WS-SURVIVOR-ID TO RATE-PLAYER-ID
009340         MOVE WS-RR-RATING TO RATE-RATING
009350         MOVE WS-RR-WINS TO RATE-WINS
009360         MOVE WS-RR-LOSSES TO RATE-LOSSES
009370         MOVE WS-RR-DRAWS TO RATE-DRAWS
009380         WRITE RATING-RECORD
009390             INVALID KEY
009400                 DISPLAY "SCRMERGE RATEMAST WRITE FAILED: "
009410                     WS-SURVIVOR-ID
009420                 MOVE "NOT MOVED" TO WS-MD-ACTION
009430                 WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
009440                 GO TO 6000-EXIT
009450         END-WRITE
009460         ADD 1 TO WS-RATE-MOVED
009470         MOVE "MOVED" TO WS-MD-ACTION
009480     END-IF
009490     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
009500     IF SURVIVOR-HAS-ROW
009510         MOVE SPACE TO WS-MERGE-DETAIL
009520         MOVE "NOW" TO WS-MD-ACTION
009530         MOVE WS-SURVIVOR-ID TO WS-MD-NEW-KEY
009540         MOVE RATE-RATING TO WS-TF-RATING
009550         MOVE RATE-WINS TO WS-TF-WINS
009560         MOVE RATE-LOSSES TO WS-TF-LOSSES
009570         MOVE RATE-DRAWS TO WS-TF-DRAWS
009580         MOVE WS-RATE-FIGURES TO WS-MD-FIGURES
009590         WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL
009600     END-IF
009610     MOVE WS-RETIRED-ID TO RATE-PLAYER-ID
009620     DELETE RATING-MASTER
009630         INVALID KEY
009640             DISPLAY "SCRMERGE RATEMAST DELETE FAILED: "
009650                 WS-RETIRED-ID
009660     END-DELETE.
009670 6000-EXIT.
009680     EXIT.

009690******************************************************************
009700*    7000-RETIRE-PLAYER -- THE RETIRED PLAYMAST RECORD GOES
009710*                          INACTIVE, POINTING AT THE SURVIVOR
009720******************************************************************
009730 7000-RETIRE-PLAYER.
009740     MOVE SPACE TO WS-MERGE-DETAIL
009750     MOVE "PLAYMAST" TO WS-MD-FILE
009760     MOVE WS-RETIRED-ID TO WS-MD-OLD-KEY
009770     MOVE WS-RETIRED-ID TO PLAYER-ID
009780     READ PLAYER-MASTER
009790         KEY IS PLAYER-ID
009800         INVALID KEY
009810             DISPLAY "SCRMERGE PLAYMAST READ FAILED: "
009820                 WS-RETIRED-ID
009830             GO TO 7000-EXIT
009840     END-READ
009850     MOVE "I" TO PLAYER-STATUS
009860     MOVE WS-SURVIVOR-ID TO PLAYER-MERGED-INTO
009870     REWRITE PLAYER-RECORD
009880         INVALID KEY
009890             DISPLAY "SCRMERGE PLAYMAST REWRITE FAILED: "
009900                 WS-RETIRED-ID
009910             GO TO 7000-EXIT
009920     END-REWRITE
009930     MOVE "RETIRED" TO WS-MD-ACTION
009940     MOVE WS-SURVIVOR-ID TO WS-PF-SURVIVOR-ID
009950     MOVE WS-PLAYER-FIGURES TO WS-MD-FIGURES
009960     WRITE MERGE-RPT-LINE FROM WS-MERGE-DETAIL.
009970 7000-EXIT.
009980     EXIT.

009990******************************************************************
010000*    8000-TERMINATE -- RUN TOTALS ON THE REPORT AND THE CONSOLE,
010010*                      CLOSE FILES, RETURN CODE
010020******************************************************************
010030 8000-TERMINATE.
010040     MOVE "MERGE TRANSACTIONS READ" TO WS-RT-TEXT
010050     MOVE WS-MERGES-READ TO WS-RT-COUNT
010060     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010070     MOVE "MERGES MADE" TO WS-RT-TEXT
010080     MOVE WS-MERGES-APPLIED TO WS-RT-COUNT
010090     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010100     MOVE "MERGES REJECTED" TO WS-RT-TEXT
010110     MOVE WS-MERGES-REJECTED TO WS-RT-COUNT
010120     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010130     MOVE "SCOREHIS ENTRIES MOVED" TO WS-RT-TEXT
010140     MOVE WS-HIST-MOVED TO WS-RT-COUNT
010150     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010160     MOVE "SCOREHIS ENTRIES NOT MOVED" TO WS-RT-TEXT
010170     MOVE WS-HIST-FAILED TO WS-RT-COUNT
010180     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010190     MOVE "SEASHIST ROWS MOVED" TO WS-RT-TEXT
010200     MOVE WS-SHIST-MOVED TO WS-RT-COUNT
010210     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010220     MOVE "SEASHIST ROWS COMBINED" TO WS-RT-TEXT
010230     MOVE WS-SHIST-COMBINED TO WS-RT-COUNT
010240     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010250     MOVE "SEASONMS ROWS MOVED" TO WS-RT-TEXT
010260     MOVE WS-SEAS-MOVED TO WS-RT-COUNT
010270     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010280     MOVE "SEASONMS ROWS COMBINED" TO WS-RT-TEXT
010290     MOVE WS-SEAS-COMBINED TO WS-RT-COUNT
010300     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010310     MOVE "RATEMAST ROWS MOVED" TO WS-RT-TEXT
010320     MOVE WS-RATE-MOVED TO WS-RT-COUNT
010330     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010340     MOVE "RATEMAST ROWS COMBINED" TO WS-RT-TEXT
010350     MOVE WS-RATE-COMBINED TO WS-RT-COUNT
010360     WRITE MERGE-RPT-LINE FROM WS-RPT-TOTAL
010370     CLOSE MERGE-TRAN
010380     CLOSE PLAYER-MASTER
010390     CLOSE SCORE-HIST
010400     CLOSE SEASON-MASTER
010410     CLOSE SEAS-HIST
010420     CLOSE RATING-MASTER
010430     CLOSE MERGE-RPT
010440     CLOSE AUDIT-LOG
010450     DISPLAY "SCRMERGE MERGES READ      : " WS-MERGES-READ
010460     DISPLAY "SCRMERGE MERGES MADE      : " WS-MERGES-APPLIED
010470     DISPLAY "SCRMERGE MERGES REJECTED  : " WS-MERGES-REJECTED
010480     DISPLAY "SCRMERGE SCOREHIS MOVED   : " WS-HIST-MOVED
010490     IF WS-MERGES-REJECTED > ZERO
010500         OR WS-HIST-FAILED > ZERO
010510         MOVE 4 TO RETURN-CODE
010520     END-IF.
010530 8000-EXIT.
010540     EXIT.

010550******************************************************************
010560*    SHARED AUDIT-LOG OPEN/WRITE LOGIC (SEE AUDPROC COPYBOOK)
010570******************************************************************
010580 COPY AUDPROC.
