000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SCRREVW.
000030 AUTHOR.        WORD-CONTEST-OPS.
000040 INSTALLATION.  DAILY WORD CONTEST.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-15  WCO  INITIAL VERSION.  ACTS ON THE CONTEST DESK'S
000110*                     DECISIONS ABOUT THE ITEMS SCRSCRN QUEUED FOR
000120*                     REVIEW.  READS THE MARKED QUEUE (REVDEC, SEE
000130*                     SCRREVQ) AND, FOR EACH CONFIRMED SCORE ITEM,
000140*                     WRITES CHALLENGE TRANSACTIONS (CHALTRAN, SEE
000150*                     SCRCHAL) SO THE ENTRIES ARE REVERSED THROUGH
000160*                     SCRADJ AND NETTED BY SCRSEASN LIKE ANY OTHER
000170*                     CHALLENGE - NOTHING IS FIXED BY HAND.  A
000180*                     CONFIRMED WORD ITEM IS ONE CHALLENGE FOR
000190*                     THAT ENTRY; A CONFIRMED JUMP ITEM IS ONE
000200*                     CHALLENGE FOR EVERY ENTRY STILL ACTIVE ON
000210*                     SCOREHIS FOR THE PLAYER ON THAT DAY.  A PAIR
000220*                     ITEM CONCERNS GAME RESULTS, NOT SCORED
000230*                     ENTRIES, SO A CONFIRMED ONE RAISES NO
000240*                     CHALLENGE AND IS LISTED FOR THE DESK TO TAKE
000250*                     UP WITH THE RATINGS.  CHALLENGES ARE
000260*                     APPENDED TO CHALTRAN (PROBE-OPENED AS SCRADJ
000270*                     DOES ADJEXT) SO THE DESK'S OWN CHALLENGES
000280*                     ALREADY KEYED ARE KEPT.  EVERY ITEM IS
000290*                     LISTED ON REVRPT WITH WHAT WAS DONE, AND
000300*                     EACH CONFIRMED ITEM IS LOGGED TO THE SHARED
000310*                     AUDITLOG.  RETURN CODE 4 WHEN AN ITEM
000320*                     CARRIES A DECISION CODE OTHER THAN C, D OR
000330*                     BLANK.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 REPOSITORY.        FUNCTION ALL INTRINSIC.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REVIEW-DEC ASSIGN TO "REVDEC"
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT SCORE-HIST ASSIGN TO "SCOREHIS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SCORE-HIST-KEY.
000480     SELECT CHAL-OUT ASSIGN TO "CHALTRAN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CHAL-STATUS.
000510     SELECT REVW-RPT ASSIGN TO "REVRPT"
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  REVIEW-DEC
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SCRREVQ.

000620 FD  SCORE-HIST
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SCRHIST.

000650 FD  CHAL-OUT
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SCRCHAL.

000690 FD  REVW-RPT
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  REVW-RPT-LINE              PIC X(132).

000730 FD  AUDIT-LOG
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY AUDLOG.

000770 WORKING-STORAGE SECTION.
000780 01  WS-AUDIT-STATUS            PIC X(02).
000790 77  WS-CHAL-STATUS             PIC X(02) VALUE SPACE.
000800 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000810     88  END-OF-ITEMS                     VALUE "Y".
000820 77  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
000830     88  END-OF-DAY-SCAN                  VALUE "Y".
000840 77  WS-RUN-DATE                PIC X(08) VALUE SPACE.
000850 77  WS-ITEMS-READ              PIC 9(05) VALUE ZERO.
000860 77  WS-ITEMS-CONFIRMED         PIC 9(05) VALUE ZERO.
000870 77  WS-ITEMS-DISMISSED         PIC 9(05) VALUE ZERO.
000880 77  WS-ITEMS-PENDING           PIC 9(05) VALUE ZERO.
000890 77  WS-ITEMS-BAD-CODE          PIC 9(05) VALUE ZERO.
000900 77  WS-PAIRS-REFERRED          PIC 9(05) VALUE ZERO.
000910 77  WS-CHALS-WRITTEN           PIC 9(05) VALUE ZERO.
000920 77  WS-ITEM-CHALS              PIC 9(05) VALUE ZERO.

000930 01  WS-CHAL-REASON.
000940     05  FILLER                 PIC X(07) VALUE "SCREEN ".
000950     05  WS-CR-SCREEN-DATE      PIC X(08).
000960     05  FILLER                 PIC X(06) VALUE " ITEM ".
000970     05  WS-CR-ITEM-NO          PIC 9(05).
000980     05  FILLER                 PIC X(01) VALUE SPACE.
000990     05  WS-CR-RULE             PIC X(13).

001000 01  WS-RPT-HDR.
001010     05  FILLER                 PIC X(42)
001020         VALUE "SCRREVW  SCREENING REVIEW DECISIONS".
001030     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001040     05  WS-RH-DATE             PIC X(08).
001050 01  WS-RPT-COLS.
001060     05  FILLER                 PIC X(10) VALUE "SCREENED".
001070     05  FILLER                 PIC X(07) VALUE " ITEM".
001080     05  FILLER                 PIC X(06) VALUE "CODE".
001090     05  FILLER                 PIC X(12) VALUE "PLAYER".
001100     05  FILLER                 PIC X(12) VALUE "OPPONENT".
001110     05  FILLER                 PIC X(10) VALUE "DATE".
001120     05  FILLER                 PIC X(32) VALUE "WORD".
001130     05  FILLER                 PIC X(20) VALUE "ACTION".
001140 01  WS-RPT-DETAIL.
001150     05  WS-RD-SCREEN-DATE      PIC X(08).
001160     05  FILLER                 PIC X(02) VALUE SPACE.
001170     05  WS-RD-ITEM             PIC ZZZZ9.
001180     05  FILLER                 PIC X(02) VALUE SPACE.
001190     05  WS-RD-REASON           PIC X(04).
001200     05  FILLER                 PIC X(02) VALUE SPACE.
001210     05  WS-RD-PLAYER-ID        PIC X(10).
001220     05  FILLER                 PIC X(02) VALUE SPACE.
001230     05  WS-RD-OTHER-ID         PIC X(10).
001240     05  FILLER                 PIC X(02) VALUE SPACE.
001250     05  WS-RD-DATE             PIC X(08).
001260     05  FILLER                 PIC X(02) VALUE SPACE.
001270     05  WS-RD-WORD             PIC X(30).
001280     05  FILLER                 PIC X(02) VALUE SPACE.
001290     05  WS-RD-ACTION           PIC X(43).
001300 01  WS-CHAL-COUNT-TEXT.
001310     05  FILLER                 PIC X(10) VALUE "CONFIRMED ".
001320     05  WS-CC-COUNT            PIC ZZZ9.
001330     05  FILLER                 PIC X(21)
001340         VALUE " CHALLENGE(S) RAISED".
001350 01  WS-RPT-TOTAL.
001360     05  WS-RT-TEXT             PIC X(50).
001370     05  WS-RT-COUNT            PIC ZZZZZZ9.

001380 PROCEDURE DIVISION.
001390******************************************************************
001400*    0000-MAINLINE
001410******************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001450         UNTIL END-OF-ITEMS
001460     PERFORM 8000-TERMINATE THRU 8000-EXIT
001470     STOP RUN.

001480******************************************************************
001490*    1000-INITIALIZE -- OPEN FILES, HEADINGS, PRIME THE READ
001500******************************************************************
001510 1000-INITIALIZE.
001520     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
001530     OPEN INPUT REVIEW-DEC
001540     OPEN INPUT SCORE-HIST
001550     PERFORM 1100-OPEN-CHAL-OUT THRU 1100-EXIT
001560     OPEN OUTPUT REVW-RPT
001570     PERFORM 9200-OPEN-AUDIT-LOG THRU 9200-EXIT
001580     MOVE WS-RUN-DATE TO WS-RH-DATE
001590     WRITE REVW-RPT-LINE FROM WS-RPT-HDR
001600     MOVE SPACE TO REVW-RPT-LINE
001610     WRITE REVW-RPT-LINE
001620     WRITE REVW-RPT-LINE FROM WS-RPT-COLS
001630     MOVE SPACE TO REVW-RPT-LINE
001640     WRITE REVW-RPT-LINE
001650     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
001660 1000-EXIT.
001670     EXIT.

001680******************************************************************
001690*    1100-OPEN-CHAL-OUT -- CHALTRAN IS APPENDED TO, SO CHALLENGES
001700*                          THE DESK HAS ALREADY KEYED FOR THE NEXT
001710*                          SCRADJ RUN ARE KEPT.  PROBED FIRST SO
001720*                          THE FILE IS CREATED IF IT IS NOT THERE.
001730******************************************************************
001740 1100-OPEN-CHAL-OUT.
001750     OPEN INPUT CHAL-OUT
001760     IF WS-CHAL-STATUS NOT = "00"
001770         OPEN OUTPUT CHAL-OUT
001780         CLOSE CHAL-OUT
001790     ELSE
001800         CLOSE CHAL-OUT
001810     END-IF
001820     OPEN EXTEND CHAL-OUT.
001830 1100-EXIT.
001840     EXIT.

001850******************************************************************
001860*    2000-PROCESS-ITEM -- ONE QUEUE ITEM, BY THE DESK'S DECISION
001870******************************************************************
001880 2000-PROCESS-ITEM.
001890     ADD 1 TO WS-ITEMS-READ
001900     MOVE SPACE TO WS-RPT-DETAIL
001910     MOVE REVQ-SCREEN-DATE TO WS-RD-SCREEN-DATE
001920     MOVE REVQ-ITEM-NO TO WS-RD-ITEM
001930     MOVE REVQ-REASON TO WS-RD-REASON
001940     MOVE REVQ-PLAYER-ID TO WS-RD-PLAYER-ID
001950     MOVE REVQ-OTHER-ID TO WS-RD-OTHER-ID
001960     MOVE REVQ-ENTRY-DATE TO WS-RD-DATE
001970     MOVE REVQ-WORD TO WS-RD-WORD
001980     EVALUATE TRUE
001990         WHEN REVQ-IS-PENDING
002000             ADD 1 TO WS-ITEMS-PENDING
002010             MOVE "NOT YET DECIDED - NOTHING DONE" TO WS-RD-ACTION
002020         WHEN REVQ-IS-DISMISSED
002030             ADD 1 TO WS-ITEMS-DISMISSED
002040             MOVE "DISMISSED - NOTHING DONE" TO WS-RD-ACTION
002050         WHEN REVQ-IS-CONFIRMED
002060             ADD 1 TO WS-ITEMS-CONFIRMED
002070             PERFORM 3000-ACT-ON-ITEM THRU 3000-EXIT
002080         WHEN OTHER
002090             ADD 1 TO WS-ITEMS-BAD-CODE
002100             MOVE "DECISION CODE NOT C, D OR BLANK - SKIPPED"
002110                 TO WS-RD-ACTION
002120     END-EVALUATE
002130     WRITE REVW-RPT-LINE FROM WS-RPT-DETAIL
002140     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
002150 2000-EXIT.
002160     EXIT.

002170******************************************************************
002180*    2100-READ-ITEM -- NEXT QUEUE ITEM, SWITCH AT END
002190******************************************************************
002200 2100-READ-ITEM.
002210     READ REVIEW-DEC
002220         AT END
002230             SET END-OF-ITEMS TO TRUE
002240     END-READ.
002250 2100-EXIT.
002260     EXIT.

002270******************************************************************
002280*    3000-ACT-ON-ITEM -- A CONFIRMED ITEM.  SCORE ITEMS BECOME
002290*                        CHALLENGES; A PAIR ITEM IS REFERRED.  THE
002300*                        CONFIRMATION IS AUDIT-LOGGED EITHER WAY.
002310******************************************************************
002320 3000-ACT-ON-ITEM.
002330     MOVE ZERO TO WS-ITEM-CHALS
002340     MOVE REVQ-SCREEN-DATE TO WS-CR-SCREEN-DATE
002350     MOVE REVQ-ITEM-NO TO WS-CR-ITEM-NO
002360     EVALUATE TRUE
002370         WHEN REVQ-IS-WORD
002380             MOVE "SHARED WORD" TO WS-CR-RULE
002390             MOVE REVQ-PLAYER-ID TO CHAL-PLAYER-ID
002400             MOVE REVQ-ENTRY-DATE TO CHAL-DATE
002410             MOVE REVQ-WORD TO CHAL-WORD
002420             PERFORM 3200-WRITE-CHALLENGE THRU 3200-EXIT
002430         WHEN REVQ-IS-JUMP
002440             MOVE "DAILY JUMP" TO WS-CR-RULE
002450             PERFORM 3100-CHALLENGE-DAY THRU 3100-EXIT
002460         WHEN OTHER
002470             MOVE "PAIRING" TO WS-CR-RULE
002480             ADD 1 TO WS-PAIRS-REFERRED
002490             MOVE "GAME RESULTS - REFERRED, NO CHALLENGE"
002500                 TO WS-RD-ACTION
002510     END-EVALUATE
002520     IF REVQ-IS-WORD OR REVQ-IS-JUMP
002530         IF WS-ITEM-CHALS EQUAL TO ZERO
002540             MOVE "CONFIRMED - NO ACTIVE ENTRY TO CHALLENGE"
002550                 TO WS-RD-ACTION
002560         ELSE
002570             MOVE WS-ITEM-CHALS TO WS-CC-COUNT
002580             MOVE WS-CHAL-COUNT-TEXT TO WS-RD-ACTION
002590         END-IF
002600     END-IF
002610     MOVE SPACE TO AUDIT-RECORD
002620     MOVE "SCRREVW" TO AUD-PROGRAM
002630     MOVE REVIEW-QUEUE-RECORD TO AUD-INPUT-1
002640     MOVE WS-RD-ACTION TO AUD-INPUT-2
002650     MOVE "CONFIRMED" TO AUD-RESULT
002660     MOVE WS-CHAL-REASON TO AUD-ERROR
002670     PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT.
002680 3000-EXIT.
002690     EXIT.

002700******************************************************************
002710*    3100-CHALLENGE-DAY -- EVERY ENTRY STILL ACTIVE FOR THE PLAYER
002720*                          ON THE FLAGGED DAY
002730******************************************************************
002740 3100-CHALLENGE-DAY.
002750     MOVE "N" TO WS-SCAN-EOF-SW
002760     MOVE REVQ-PLAYER-ID TO SHIS-PLAYER-ID
002770     MOVE REVQ-ENTRY-DATE TO SHIS-DATE
002780     MOVE ZERO TO SHIS-SEQ
002790     START SCORE-HIST KEY IS NOT LESS THAN SCORE-HIST-KEY
002800         INVALID KEY
002810             SET END-OF-DAY-SCAN TO TRUE
002820     END-START
002830     PERFORM 3110-CHALLENGE-ENTRY THRU 3110-EXIT
002840         UNTIL END-OF-DAY-SCAN.
002850 3100-EXIT.
002860     EXIT.

002870******************************************************************
002880*    3110-CHALLENGE-ENTRY -- ONE OF THE DAY'S ENTRIES
002890******************************************************************
002900 3110-CHALLENGE-ENTRY.
002910     READ SCORE-HIST NEXT RECORD
002920         AT END
002930             SET END-OF-DAY-SCAN TO TRUE
002940             GO TO 3110-EXIT
002950     END-READ
002960     IF SHIS-PLAYER-ID NOT EQUAL TO REVQ-PLAYER-ID
002970         OR SHIS-DATE NOT EQUAL TO REVQ-ENTRY-DATE
002980         SET END-OF-DAY-SCAN TO TRUE
002990         GO TO 3110-EXIT
003000     END-IF
003010     IF NOT SHIS-IS-ACTIVE
003020         GO TO 3110-EXIT
003030     END-IF
003040     MOVE SHIS-PLAYER-ID TO CHAL-PLAYER-ID
003050     MOVE SHIS-DATE TO CHAL-DATE
003060     MOVE SHIS-WORD TO CHAL-WORD
003070     PERFORM 3200-WRITE-CHALLENGE THRU 3200-EXIT.
003080 3110-EXIT.
003090     EXIT.

003100******************************************************************
003110*    3200-WRITE-CHALLENGE -- ONE CHALLENGE TRANSACTION FOR SCRADJ,
003120*                            ITS REASON NAMING THE SCREENING ITEM
003130******************************************************************
003140 3200-WRITE-CHALLENGE.
003150     MOVE WS-CHAL-REASON TO CHAL-REASON
003160     WRITE CHAL-TRAN-RECORD
003170     ADD 1 TO WS-ITEM-CHALS
003180     ADD 1 TO WS-CHALS-WRITTEN.
003190 3200-EXIT.
003200     EXIT.

003210******************************************************************
003220*    8000-TERMINATE -- RUN TOTALS ON THE REPORT AND THE CONSOLE,
003230*                      CLOSE FILES, RETURN CODE
003240******************************************************************
003250 8000-TERMINATE.
003260     MOVE SPACE TO REVW-RPT-LINE
003270     WRITE REVW-RPT-LINE
003280     MOVE "QUEUE ITEMS READ" TO WS-RT-TEXT
003290     MOVE WS-ITEMS-READ TO WS-RT-COUNT
003300     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003310     MOVE "ITEMS CONFIRMED" TO WS-RT-TEXT
003320     MOVE WS-ITEMS-CONFIRMED TO WS-RT-COUNT
003330     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003340     MOVE "  PAIR ITEMS REFERRED" TO WS-RT-TEXT
003350     MOVE WS-PAIRS-REFERRED TO WS-RT-COUNT
003360     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003370     MOVE "ITEMS DISMISSED" TO WS-RT-TEXT
003380     MOVE WS-ITEMS-DISMISSED TO WS-RT-COUNT
003390     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003400     MOVE "ITEMS NOT YET DECIDED" TO WS-RT-TEXT
003410     MOVE WS-ITEMS-PENDING TO WS-RT-COUNT
003420     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003430     MOVE "ITEMS WITH A BAD DECISION CODE" TO WS-RT-TEXT
003440     MOVE WS-ITEMS-BAD-CODE TO WS-RT-COUNT
003450     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003460     MOVE "CHALLENGES WRITTEN TO CHALTRAN" TO WS-RT-TEXT
003470     MOVE WS-CHALS-WRITTEN TO WS-RT-COUNT
003480     WRITE REVW-RPT-LINE FROM WS-RPT-TOTAL
003490     CLOSE REVIEW-DEC
003500     CLOSE SCORE-HIST
003510     CLOSE CHAL-OUT
003520     CLOSE REVW-RPT
003530     CLOSE AUDIT-LOG
003540     DISPLAY "SCRREVW ITEMS READ        : " WS-ITEMS-READ
003550     DISPLAY "SCRREVW ITEMS CONFIRMED   : " WS-ITEMS-CONFIRMED
003560     DISPLAY "SCRREVW CHALLENGES WRITTEN: " WS-CHALS-WRITTEN
003570     IF WS-ITEMS-BAD-CODE > ZERO
003580         MOVE 4 TO RETURN-CODE
003590     END-IF.
003600 8000-EXIT.
003610     EXIT.

003620******************************************************************
003630*    SHARED AUDIT-LOG OPEN/WRITE LOGIC (SEE AUDPROC COPYBOOK)
003640******************************************************************
003650 COPY AUDPROC.
