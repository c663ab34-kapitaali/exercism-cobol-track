000362*                     IT IS NETTED (OR FOUND UNPOSTABLE), SO A
000363*                     CATALOGED FEED RE-READ ON A LATER NIGHT
000364*                     CANNOT SUBTRACT THE SAME REVERSAL TWICE.
000365*    2026-10-13  WCO  BOTH INBOUND FEEDS NOW CARRY HEADER AND
000366*                     TRAILER RECORDS (SEE FEEDCTL) AND ARE
000367*                     CHECKED BEFORE ANYTHING IS POSTED (SEE
000368*                     FEEDCKPR).  SCOREXT GETS A CHECKING PASS
000369*                     OF ITS OWN: A MISSING OR FOREIGN HEADER, A
000370*                     MISSING TRAILER, OR A TRAILER COUNT OR
000371*                     SCORE HASH THAT DISAGREES WITH THE FILE
000372*                     REFUSES IT, ENDS THE JOB WITH RETURN CODE
000373*                     8 BEFORE THE MASTER IS TOUCHED, AND LEAVES
000374*                     THE RUN-CONTROL RECORD STARTED SO THE
000375*                     RERUN ON A GOOD FILE GOES THROUGH.  ADJIN
000376*                     HOLDS ONE HEADER/TRAILER BATCH PER SCRADJ
000377*                     RUN, SO IT IS CHECKED BATCH BY BATCH: A
000378*                     BATCH THAT DOES NOT CHECK HAS ITS
000379*                     REVERSALS HELD (LEFT UNAPPLIED) WHILE THE
000380*                     GOOD BATCHES ARE NETTED, AND REVERSALS
000381*                     FOUND OUTSIDE ANY BATCH ARE HELD TOO.
000382*                     EVERY REFUSAL GOES ON THE FEED CONTROL
000383*                     LISTING (FEEDLIST, SEE FEEDLST); HELD
000384*                     REVERSALS END THE JOB WITH RETURN CODE 4.
000385*                     ADJIN IS NEVER RESET, SO ONLY THE REFUSED
000386*                     BATCHES THAT STILL HAVE REVERSALS UNAPPLIED
000387*                     ARE KEPT, BY ORDINAL, FOR THE NETTING PASS.
000388*                     MORE THAN 500 OF THEM AT ONCE SKIPS THE
000389*                     ADJUSTMENT STEP WITH RETURN CODE 8.
000393******************************************************************
000394 ENVIRONMENT DIVISION.
000395 CONFIGURATION SECTION.
000396 SOURCE-COMPUTER.   IBM-370.
000397 OBJECT-COMPUTER.   IBM-370.
000400 REPOSITORY.        FUNCTION ALL INTRINSIC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000441     SELECT ADJ-IN ASSIGN TO "ADJIN"
000442         ORGANIZATION IS SEQUENTIAL
000443         FILE STATUS IS WS-ADJIN-STATUS.
000444     SELECT FEED-LIST ASSIGN TO "FEEDLIST"
000445         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-FLIST-STATUS.
000450     SELECT SEASON-MASTER ASSIGN TO "SEASONMS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000679     05  ADJ-APPLIED-SW         PIC X(01).
000680         88  ADJ-IS-APPLIED               VALUE "Y".

000681 FD  FEED-LIST
000682     RECORDING MODE IS F
000683     LABEL RECORDS ARE STANDARD.
000684 COPY FEEDLST.

000685 FD  SEASON-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700 COPY SCRSEAS.

000890 WORKING-STORAGE SECTION.
000900 COPY RUNWS.
000901 COPY FEEDWS.
000902 COPY FEEDCTL.
000910 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000920     88  END-OF-EXTRACT                   VALUE "Y".
000930 77  WS-SCAN-EOF-SW             PIC X(01) VALUE "N".
001004 77  WS-ADJS-APPLIED            PIC 9(05) VALUE ZERO.
001005 77  WS-ADJS-REJECTED           PIC 9(05) VALUE ZERO.
001006 77  WS-ADJS-PRIOR              PIC 9(05) VALUE ZERO.
001007 77  WS-ADJS-HELD               PIC 9(05) VALUE ZERO.
001008 77  WS-ADJ-ORPHANS             PIC 9(05) VALUE ZERO.
001009 77  WS-ADJ-BATS-REFUSED        PIC 9(05) VALUE ZERO.
001010 77  WS-ADJ-BAT-USED            PIC 9(09) COMP VALUE ZERO.
001011 77  WS-ADJ-BAT-SUB             PIC 9(09) COMP VALUE ZERO.
001012 77  WS-ADJ-REF-USED            PIC 9(04) COMP VALUE ZERO.
001013 77  WS-ADJ-REF-SUB             PIC 9(04) COMP VALUE ZERO.
001014 77  WS-ADJ-HOLD-SW             PIC X(01) VALUE "N".
001015     88  ADJ-BATCH-IS-HELD                VALUE "Y".
001016 77  WS-ADJ-PENDING-SW          PIC X(01) VALUE "N".
001017     88  ADJ-BATCH-HAS-PENDING            VALUE "Y".
001018 77  WS-ADJ-IN-BATCH-SW         PIC X(01) VALUE "N".
001019     88  ADJ-INSIDE-BATCH                 VALUE "Y".
001020 77  WS-ADJ-ABANDON-SW          PIC X(01) VALUE "N".
001021     88  ADJ-STEP-ABANDONED               VALUE "Y".
001022 77  WS-FLIST-STATUS            PIC X(02) VALUE SPACE.
001023*    ORDINALS (IN FILE ORDER) OF THE REFUSED ADJIN BATCHES
001024*    THAT STILL HOLD UNAPPLIED REVERSALS, ASCENDING
001025 01  WS-ADJ-REFUSED-TABLE.
001026     05  WS-ADJ-REF-BATCH       PIC 9(09) COMP OCCURS 500 TIMES.
001027 77  WS-PLAYERS-RANKED          PIC 9(05) VALUE ZERO.
001028 77  WS-RANK-COUNTER            PIC 9(05) COMP VALUE ZERO.
001030 77  WS-MOVE-DELTA              PIC S9(05) COMP VALUE ZERO.
001040 01  WS-MOVE-UP-MSG.
001050     05  FILLER                 PIC X(05) VALUE "UP   ".
001410     STOP RUN.

001420******************************************************************
001430*    1000-INITIALIZE -- CHECK THE EXTRACT'S CONTROL RECORDS,
001431*                       OPEN FILES, PRIME THE EXTRACT READ
001440******************************************************************
001450 1000-INITIALIZE.
001460     PERFORM 9550-OPEN-RUN-CTL THRU 9550-EXIT
001530         CLOSE RUN-CTL
001540         STOP RUN
001550     END-IF
001551     PERFORM 1300-CHECK-EXTRACT-CONTROL THRU 1300-EXIT
001560     OPEN INPUT EXTRACT-IN
001570     PERFORM 1100-OPEN-SEASON-MASTER THRU 1100-EXIT
001580     OPEN INPUT PLAYER-MASTER
001730         CLOSE SEASON-MASTER
001740         OPEN I-O SEASON-MASTER
001750     END-IF.
001751 1100-EXIT.
001752     EXIT.

001753******************************************************************
001754*    1300-CHECK-EXTRACT-CONTROL -- A FULL PASS OVER SCOREXT
001755*                                  THROUGH THE FEED CHECK.  A
001756*                                  FILE THAT FAILS IS LISTED
001757*                                  AND REFUSED BEFORE A SINGLE
001758*                                  ENTRY REACHES THE MASTER;
001759*                                  THE RUN-CONTROL RECORD IS
001760*                                  LEFT STARTED FOR THE RERUN.
001761******************************************************************
001762 1300-CHECK-EXTRACT-CONTROL.
001763     MOVE "SCOREXT" TO WS-FEED-NAME
001764     PERFORM 9940-START-FEED-CHECK THRU 9940-EXIT
001765     OPEN INPUT EXTRACT-IN
001766     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
001767     PERFORM 1310-CHECK-ONE-EXTRACT THRU 1310-EXIT
001768         UNTIL END-OF-EXTRACT
001769     CLOSE EXTRACT-IN
001770     MOVE "N" TO WS-EOF-SW
001771     PERFORM 9980-CHECK-FEED-END THRU 9980-EXIT
001772     IF WS-FEED-ERROR EQUAL TO SPACE
001773         GO TO 1300-EXIT
001774     END-IF
001775     DISPLAY "SCRSEASN SCOREXT REFUSED: " WS-FEED-ERROR
001776     PERFORM 1400-LIST-REFUSED-FEED THRU 1400-EXIT
001777     MOVE 8 TO RETURN-CODE
001778     CLOSE RUN-CTL
001779     STOP RUN.
001780 1300-EXIT.
001781     EXIT.

001782******************************************************************
001783*    1310-CHECK-ONE-EXTRACT -- ONE EXTRACT RECORD THROUGH THE
001784*                              FEED CHECK
001785******************************************************************
001786 1310-CHECK-ONE-EXTRACT.
001787     MOVE EXTRACT-RECORD TO FEED-CTL-RECORD
001788     IF NOT FCTL-IS-CONTROL
001789         MOVE EXTRACT-SCORE TO WS-FEED-REC-HASH
001790     END-IF
001791     PERFORM 9970-CHECK-FEED-RECORD THRU 9970-EXIT
001792     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001793 1310-EXIT.
001794     EXIT.

001795******************************************************************
001796*    1400-LIST-REFUSED-FEED -- ONE LINE ON THE FEED CONTROL
001797*                              LISTING FROM THE FEED CHECK'S
001798*                              FIELDS, APPENDED (CREATED EMPTY
001799*                              FIRST IF IT HAS NEVER BEEN
001800*                              WRITTEN, AS AUDPROC DOES FOR
001801*                              AUDITLOG)
001802******************************************************************
001803 1400-LIST-REFUSED-FEED.
001804     OPEN INPUT FEED-LIST
001805     IF WS-FLIST-STATUS NOT = "00"
001806         OPEN OUTPUT FEED-LIST
001807         CLOSE FEED-LIST
001808     ELSE
001809         CLOSE FEED-LIST
001810     END-IF
001811     OPEN EXTEND FEED-LIST
001812     MOVE SPACE TO FEED-LIST-RECORD
001813     MOVE FUNCTION CURRENT-DATE(1:8) TO FLST-RUN-DATE
001814     MOVE "SCRSEASN" TO FLST-PROGRAM
001815     MOVE WS-FEED-NAME TO FLST-FEED-NAME
001816     MOVE WS-FEED-BUS-DATE TO FLST-BUS-DATE
001817     MOVE WS-FEED-SEQ-NO TO FLST-SEQ-NO
001818     MOVE WS-FEED-COUNT TO FLST-RECORDS-READ
001819     MOVE WS-FEED-ERROR TO FLST-REASON
001820     WRITE FEED-LIST-RECORD
001821     CLOSE FEED-LIST.
001822 1400-EXIT.
001823     EXIT.

001824******************************************************************
001825*    2000-APPLY-EXTRACT -- ROLL ONE SCORED ENTRY INTO ITS
001826*                          PLAYER'S SEASON RECORD, STARTING ONE
001827*                          FOR A PLAYER'S FIRST ENTRY OF THE
001828*                          SEASON.  THE HEADER AND TRAILER
001829*                          (ALREADY CHECKED) ARE PASSED OVER.
001830******************************************************************
001840 2000-APPLY-EXTRACT.
001842     MOVE EXTRACT-RECORD TO FEED-CTL-RECORD
001844     IF FCTL-IS-CONTROL
001846         GO TO 2000-NEXT
001848     END-IF
001850     ADD 1 TO WS-ENTRIES-READ
001860     MOVE "N" TO WS-FOUND-SW
001870     MOVE EXTRACT-PLAYER-ID TO SEAS-PLAYER-ID
002130                     SEAS-PLAYER-ID
002140         END-REWRITE
002150     ELSE
002151         WRITE SEASON-RECORD
002152             INVALID KEY
002153                 DISPLAY "SCRSEASN WRITE FAILED: "
002154                     SEAS-PLAYER-ID
002155         END-WRITE
002156     END-IF.
002157 2000-NEXT.
002158     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
002159 2000-EXIT.
002160     EXIT.

002161******************************************************************
002162*    2100-READ-EXTRACT -- NEXT SCORED ENTRY, SET SWITCH AT END
002163******************************************************************
002164 2100-READ-EXTRACT.
002165     READ EXTRACT-IN
002166         AT END
002167             SET END-OF-EXTRACT TO TRUE
002168     END-READ.
002169 2100-EXIT.
002170     EXIT.

002171******************************************************************
002172*    2500-APPLY-ADJUSTMENTS -- NET THE CHALLENGE REVERSALS BACK
002173*                             OUT OF THE SEASON MASTER.  THE
002174*                             FEED IS OPTIONAL - A FAILED OPEN
002175*                             MEANS NO CHALLENGES YET.  OPENED
002176*                             I-O: EACH RECORD IS FLAGGED
002177*                             APPLIED AS IT IS CONSUMED, SO A
002178*                             RE-READ NIGHT CANNOT NET THE SAME
002179*                             REVERSAL TWICE.  THE BATCHES
002180*                             ARE CHECKED IN A FIRST PASS SO
002181*                             THE NETTING PASS KNOWS WHICH
002182*                             ONES TO HOLD.
002183******************************************************************
002184 2500-APPLY-ADJUSTMENTS.
002185     OPEN I-O ADJ-IN
002186     IF WS-ADJIN-STATUS NOT = "00"
002187         DISPLAY "SCRSEASN NO ADJUSTMENT FEED - STEP SKIPPED"
002188         GO TO 2500-EXIT
002189     END-IF
002190     PERFORM 2510-CHECK-ADJ-BATCHES THRU 2510-EXIT
002191     CLOSE ADJ-IN
002192     IF ADJ-STEP-ABANDONED
002193         GO TO 2500-EXIT
002194     END-IF
002195     OPEN I-O ADJ-IN
002196     MOVE "N" TO WS-ADJ-EOF-SW
002197     MOVE ZERO TO WS-ADJ-BAT-SUB
002198     MOVE 1 TO WS-ADJ-REF-SUB
002199     MOVE "N" TO WS-ADJ-IN-BATCH-SW
002200     PERFORM 2610-READ-ADJUSTMENT THRU 2610-EXIT
002201     PERFORM 2600-APPLY-ONE-ADJ THRU 2600-EXIT
002202         UNTIL END-OF-ADJUSTMENTS
002203     CLOSE ADJ-IN.
002204 2500-EXIT.
002205     EXIT.

002206******************************************************************
002207*    2510-CHECK-ADJ-BATCHES -- FIRST PASS OVER ADJIN.  EACH
002208*                              HEADER OPENS A BATCH AND ITS
002209*                              TRAILER (OR THE NEXT HEADER, OR
002210*                              END OF FILE) CLOSES IT; WHETHER
002211*                              A REFUSED BATCH WITH REVERSALS
002212*                              STILL UNAPPLIED IS KEPT BY BATCH
002213*                              NUMBER FOR THE NETTING PASS.
002214******************************************************************
002215 2510-CHECK-ADJ-BATCHES.
002216     MOVE "ADJEXT" TO WS-FEED-NAME
002217     PERFORM 9940-START-FEED-CHECK THRU 9940-EXIT
002218     MOVE ZERO TO WS-ADJ-BAT-USED
002219     MOVE ZERO TO WS-ADJ-REF-USED
002220     PERFORM 2610-READ-ADJUSTMENT THRU 2610-EXIT
002221     PERFORM 2520-CHECK-ONE-ADJ THRU 2520-EXIT
002222         UNTIL END-OF-ADJUSTMENTS
002223             OR ADJ-STEP-ABANDONED
002224     IF ADJ-STEP-ABANDONED
002225         GO TO 2510-EXIT
002226     END-IF
002227     IF FEED-HEADER-SEEN
002228         IF WS-FEED-ERROR EQUAL TO SPACE
002229             MOVE "NO TRAILER RECORD - FILE TRUNCATED"
002230                 TO WS-FEED-ERROR
002231         END-IF
002232         PERFORM 2540-CLOSE-ADJ-BATCH THRU 2540-EXIT
002233         IF ADJ-STEP-ABANDONED
002234             GO TO 2510-EXIT
002235         END-IF
002236     END-IF
002237     IF WS-ADJ-ORPHANS > ZERO
002238         DISPLAY "SCRSEASN ADJUSTMENTS OUTSIDE ANY BATCH: "
002239             WS-ADJ-ORPHANS
002240         MOVE SPACE TO WS-FEED-BUS-DATE
002241         MOVE ZERO TO WS-FEED-SEQ-NO
002242         MOVE WS-ADJ-ORPHANS TO WS-FEED-COUNT
002243         MOVE "REVERSALS OUTSIDE ANY HEADER/TRAILER"
002244             TO WS-FEED-ERROR
002245         PERFORM 1400-LIST-REFUSED-FEED THRU 1400-EXIT
002246     END-IF.
002247 2510-EXIT.
002248     EXIT.

002249******************************************************************
002250*    2520-CHECK-ONE-ADJ -- ONE ADJIN RECORD OF THE CHECKING
002251*                          PASS.  A STRAY TRAILER WITH NO
002252*                          BATCH OPEN IS PASSED OVER; AN
002253*                          UNAPPLIED REVERSAL WITH NO BATCH
002254*                          OPEN IS COUNTED AS AN ORPHAN.
002255******************************************************************
002256 2520-CHECK-ONE-ADJ.
002257     MOVE ADJ-RECORD TO FEED-CTL-RECORD
002258     EVALUATE TRUE
002259         WHEN FCTL-IS-HEADER
002260             PERFORM 2530-OPEN-ADJ-BATCH THRU 2530-EXIT
002261         WHEN FCTL-IS-TRAILER
002262             IF FEED-HEADER-SEEN
002263                 IF WS-FEED-ERROR EQUAL TO SPACE
002264                     PERFORM 9960-CHECK-TRAILER THRU 9960-EXIT
002265                 END-IF
002266                 PERFORM 2540-CLOSE-ADJ-BATCH THRU 2540-EXIT
002267             END-IF
002268         WHEN FEED-HEADER-SEEN
002269             ADD 1 TO WS-FEED-COUNT
002270             ADD ADJ-SCORE TO WS-FEED-HASH
002271             IF NOT ADJ-IS-APPLIED
002272                 MOVE "Y" TO WS-ADJ-PENDING-SW
002273             END-IF
002274         WHEN OTHER
002275             IF NOT ADJ-IS-APPLIED
002276                 ADD 1 TO WS-ADJ-ORPHANS
002277             END-IF
002278     END-EVALUATE
002279     PERFORM 2610-READ-ADJUSTMENT THRU 2610-EXIT.
002280 2520-EXIT.
002281     EXIT.

002282******************************************************************
002283*    2530-OPEN-ADJ-BATCH -- A HEADER.  A BATCH STILL OPEN WAS
002284*                           CUT SHORT (ITS RUN NEVER WROTE A
002285*                           TRAILER) AND IS CLOSED AS FAILED
002286*                           FIRST.  THE NEW BATCH STARTS GOOD
002287*                           UNLESS ITS HEADER DOES NOT CHECK.
002288******************************************************************
002289 2530-OPEN-ADJ-BATCH.
002290     IF FEED-HEADER-SEEN
002291         IF WS-FEED-ERROR EQUAL TO SPACE
002292             MOVE "NO TRAILER RECORD - RUN CUT SHORT"
002293                 TO WS-FEED-ERROR
002294         END-IF
002295         PERFORM 2540-CLOSE-ADJ-BATCH THRU 2540-EXIT
002296     END-IF
002297     ADD 1 TO WS-ADJ-BAT-USED
002298     MOVE "N" TO WS-ADJ-PENDING-SW
002299     MOVE SPACE TO WS-FEED-ERROR
002300     MOVE ZERO TO WS-FEED-COUNT
002301     MOVE ZERO TO WS-FEED-HASH
002302     PERFORM 9950-CHECK-HEADER THRU 9950-EXIT
002303     SET FEED-HEADER-SEEN TO TRUE.
002304 2530-EXIT.
002305     EXIT.

002306******************************************************************
002307*    2540-CLOSE-ADJ-BATCH -- A BATCH THAT FAILED ITS CHECK IS
002308*                            TABLED FOR HOLDING, AND LISTED, IF
002309*                            ANY OF ITS REVERSALS ARE STILL
002310*                            UNAPPLIED (AN OLD, FULLY APPLIED
002311*                            BATCH HAS NOTHING LEFT TO REFUSE)
002312******************************************************************
002313 2540-CLOSE-ADJ-BATCH.
002314     SET FEED-TRAILER-SEEN TO TRUE
002315     IF WS-FEED-ERROR EQUAL TO SPACE
002316         GO TO 2540-EXIT
002317     END-IF
002318     IF ADJ-BATCH-HAS-PENDING
002319         IF WS-ADJ-REF-USED NOT LESS THAN 500
002320             DISPLAY "SCRSEASN ADJIN OVER 500 REFUSED BATCHES - "
002321                 "ADJUSTMENT STEP NOT RUN"
002322             MOVE "Y" TO WS-ADJ-ABANDON-SW
002323             GO TO 2540-EXIT
002324         END-IF
002325         ADD 1 TO WS-ADJ-REF-USED
002326         MOVE WS-ADJ-BAT-USED TO WS-ADJ-REF-BATCH(WS-ADJ-REF-USED)
002327         ADD 1 TO WS-ADJ-BATS-REFUSED
002328         DISPLAY "SCRSEASN ADJEXT BATCH REFUSED: "
002329             WS-FEED-SEQ-NO " " WS-FEED-ERROR
002330         PERFORM 1400-LIST-REFUSED-FEED THRU 1400-EXIT
002331     END-IF.
002332 2540-EXIT.
002333     EXIT.

002334******************************************************************
002335*    2600-APPLY-ONE-ADJ -- ONE REVERSAL OFF THE PLAYER'S SEASON
002336*                          RECORD, POINTS AND ENTRY COUNT BOTH
002337*                          FLOORED AT ZERO.  HEADERS AND
002338*                          TRAILERS ONLY TRACK THE BATCH; A
002339*                          REVERSAL IN A REFUSED BATCH, OR IN
002340*                          NONE, IS HELD UNAPPLIED.
002341******************************************************************
002342 2600-APPLY-ONE-ADJ.
002343     MOVE ADJ-RECORD TO FEED-CTL-RECORD
002344     IF FCTL-IS-HEADER
002345         ADD 1 TO WS-ADJ-BAT-SUB
002346         MOVE "Y" TO WS-ADJ-IN-BATCH-SW
002347         MOVE "N" TO WS-ADJ-HOLD-SW
002348         IF WS-ADJ-REF-SUB NOT GREATER THAN WS-ADJ-REF-USED
002349             IF WS-ADJ-REF-BATCH(WS-ADJ-REF-SUB)
002350                 EQUAL TO WS-ADJ-BAT-SUB
002351                 SET ADJ-BATCH-IS-HELD TO TRUE
002352                 ADD 1 TO WS-ADJ-REF-SUB
002353             END-IF
002354         END-IF
002355         GO TO 2600-NEXT
002356     END-IF
002357     IF FCTL-IS-TRAILER
002358         MOVE "N" TO WS-ADJ-IN-BATCH-SW
002359         GO TO 2600-NEXT
002360     END-IF
002361     IF ADJ-IS-APPLIED
002362         ADD 1 TO WS-ADJS-PRIOR
002363         GO TO 2600-NEXT
002364     END-IF
002365     IF NOT ADJ-INSIDE-BATCH
002366         ADD 1 TO WS-ADJS-HELD
002367         GO TO 2600-NEXT
002368     END-IF
002369     IF ADJ-BATCH-IS-HELD
002370         ADD 1 TO WS-ADJS-HELD
002371         GO TO 2600-NEXT
002372     END-IF
002373     MOVE ADJ-PLAYER-ID TO SEAS-PLAYER-ID
003680     EXIT.

003690******************************************************************
003700*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS;
003701*                      RETURN CODE 4 WHEN REVERSALS WERE HELD
003710******************************************************************
003720 8000-TERMINATE.
003730     MOVE WS-ENTRIES-READ TO WS-RUN-RECORDS
003800     DISPLAY "SCRSEASN PLAYERS RANKED  : " WS-PLAYERS-RANKED
003801     DISPLAY "SCRSEASN ADJS APPLIED    : " WS-ADJS-APPLIED
003802     DISPLAY "SCRSEASN ADJS REJECTED   : " WS-ADJS-REJECTED
003803     DISPLAY "SCRSEASN ADJS PRIOR-DONE : " WS-ADJS-PRIOR
003804     DISPLAY "SCRSEASN ADJS HELD       : " WS-ADJS-HELD
003805     DISPLAY "SCRSEASN ADJ BATCHES REFUSED: " WS-ADJ-BATS-REFUSED
003806     IF ADJ-STEP-ABANDONED
003807         MOVE 8 TO RETURN-CODE
003808     ELSE
003809         IF WS-ADJS-HELD > ZERO
003810             MOVE 4 TO RETURN-CODE
003811         END-IF
003812     END-IF.
003813 8000-EXIT.
003820     EXIT.

003830******************************************************************
003840*    SHARED RUN-CONTROL POSTING LOGIC (SEE RUNPROC COPYBOOK)
003850******************************************************************
003860 COPY RUNPROC.

003861******************************************************************
003862*    SHARED FEED HEADER/TRAILER CHECKS (SEE FEEDCKPR COPYBOOK)
003863******************************************************************
003864 COPY FEEDCKPR.
