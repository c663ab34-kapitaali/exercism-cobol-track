000270*                     WAYS.  ANY DISCREPANCY ENDS THE JOB WITH
000280*                     RETURN CODE 8 SO THE SCHEDULER HOLDS THE
000290*                     STREAM INSTEAD OF ROLLING A SHORT DAY
000291*                     INTO THE SEASON.
000292*    2026-10-13  WCO  THE EXTRACT'S HEADER AND TRAILER RECORDS
000293*                     (SEE FEEDCTL) ARE NOW CHECKED AS IT IS
000294*                     LOADED (SEE FEEDCKPR): A MISSING OR
000295*                     FOREIGN HEADER, A MISSING TRAILER, OR A
000296*                     TRAILER COUNT OR SCORE HASH THAT DOES NOT
000297*                     AGREE WITH THE ENTRIES READ REFUSES THE
000298*                     FILE BEFORE ANY ACKNOWLEDGMENT IS
000299*                     MATCHED.  THE REFUSAL GOES ON THE FEED
000300*                     CONTROL LISTING (FEEDLIST, SEE FEEDLST)
000301*                     AND ENDS THE JOB WITH RETURN CODE 8.
000302*                     CONTROL RECORDS NEVER ENTER THE MATCHING
000303*                     TABLE OR THE SENT COUNT.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT ACK-RPT ASSIGN TO "ACKRPT"
000440         ORGANIZATION IS SEQUENTIAL.
000441     SELECT FEED-LIST ASSIGN TO "FEEDLIST"
000442         ORGANIZATION IS SEQUENTIAL
000443         FILE STATUS IS WS-FLIST-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  EXTRACT-IN
000690     05  ARP-REASON             PIC X(04).
000700     05  FILLER                 PIC X(18).

000701 FD  FEED-LIST
000702     RECORDING MODE IS F
000703     LABEL RECORDS ARE STANDARD.
000704 COPY FEEDLST.

000710 WORKING-STORAGE SECTION.
000711 COPY FEEDWS.
000712 COPY FEEDCTL.
000713 77  WS-FLIST-STATUS            PIC X(02) VALUE SPACE.
000720 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000730     88  END-OF-EXTRACT                   VALUE "Y".
000740 77  WS-ACK-EOF-SW              PIC X(01) VALUE "N".
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000990     PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
001000         UNTIL END-OF-EXTRACT
001001     PERFORM 2500-CHECK-EXTRACT-CONTROL THRU 2500-EXIT
001010     PERFORM 3000-MATCH-ACK THRU 3000-EXIT
001020         UNTIL END-OF-ACKS
001030     PERFORM 5000-LIST-UNACKED THRU 5000-EXIT
001100     OPEN INPUT EXTRACT-IN
001110     OPEN INPUT ACK-IN
001120     OPEN OUTPUT ACK-RPT
001121     MOVE "SCOREXT" TO WS-FEED-NAME
001122     PERFORM 9940-START-FEED-CHECK THRU 9940-EXIT
001130     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
001140     PERFORM 3100-READ-ACK THRU 3100-EXIT.
001150 1000-EXIT.
001190*                         TABLE.  A DAY PAST THE TABLE'S 5000
001200*                         ENTRIES STOPS THE RUN - A PARTIAL
001210*                         RECONCILIATION WOULD CLEAR A STREAM
001220*                         IT NEVER CHECKED.  EVERY RECORD
001221*                         GOES PAST THE FEED CHECK FIRST; THE
001222*                         HEADER AND TRAILER STOP THERE.
001230******************************************************************
001240 2000-LOAD-EXTRACT.
001241     MOVE EXTRACT-RECORD TO FEED-CTL-RECORD
001242     IF NOT FCTL-IS-CONTROL
001243         MOVE EXTRACT-SCORE TO WS-FEED-REC-HASH
001244     END-IF
001245     PERFORM 9970-CHECK-FEED-RECORD THRU 9970-EXIT
001246     IF FCTL-IS-CONTROL
001247         GO TO 2000-NEXT
001248     END-IF
001250     IF WS-EXT-USED NOT LESS THAN 5000
001260         DISPLAY "SCRACK EXTRACT OVER 5000 ENTRIES - "
001270             "TABLE FULL, RUN STOPPED"
001340     MOVE EXTRACT-WORD TO WS-EXT-WORD(WS-EXT-USED)
001350     MOVE EXTRACT-SCORE TO WS-EXT-SCORE(WS-EXT-USED)
001360     MOVE EXTRACT-DATE TO WS-EXT-DATE(WS-EXT-USED)
001370     MOVE "N" TO WS-EXT-MATCHED-SW(WS-EXT-USED).
001371 2000-NEXT.
001380     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
001390 2000-EXIT.
001400     EXIT.
001420*    2100-READ-EXTRACT -- NEXT EXTRACT RECORD, SWITCH AT END
001430******************************************************************
001440 2100-READ-EXTRACT.
001441     READ EXTRACT-IN
001442         AT END
001443             SET END-OF-EXTRACT TO TRUE
001444     END-READ.
001445 2100-EXIT.
001446     EXIT.

001447******************************************************************
001448*    2500-CHECK-EXTRACT-CONTROL -- THE WHOLE EXTRACT IS IN; A
001449*                                  FILE THAT FAILED ITS HEADER
001450*                                  OR TRAILER CHECK IS REFUSED
001451*                                  HERE, BEFORE ANY ACK IS
001452*                                  MATCHED AGAINST IT
001453******************************************************************
001454 2500-CHECK-EXTRACT-CONTROL.
001455     PERFORM 9980-CHECK-FEED-END THRU 9980-EXIT
001456     IF WS-FEED-ERROR EQUAL TO SPACE
001457         GO TO 2500-EXIT
001458     END-IF
001459     DISPLAY "SCRACK SCOREXT REFUSED: " WS-FEED-ERROR
001460     PERFORM 2600-LIST-REFUSED-FEED THRU 2600-EXIT
001461     CLOSE EXTRACT-IN
001462     CLOSE ACK-IN
001463     CLOSE ACK-RPT
001464     MOVE 8 TO RETURN-CODE
001465     STOP RUN.
001466 2500-EXIT.
001467     EXIT.

001468******************************************************************
001469*    2600-LIST-REFUSED-FEED -- ONE LINE ON THE FEED CONTROL
001470*                              LISTING, APPENDED (CREATED
001471*                              EMPTY FIRST IF IT HAS NEVER
001472*                              BEEN WRITTEN, AS AUDPROC DOES
001473*                              FOR AUDITLOG)
001474******************************************************************
001475 2600-LIST-REFUSED-FEED.
001476     OPEN INPUT FEED-LIST
001477     IF WS-FLIST-STATUS NOT = "00"
001478         OPEN OUTPUT FEED-LIST
001479         CLOSE FEED-LIST
001480     ELSE
001481         CLOSE FEED-LIST
001482     END-IF
001483     OPEN EXTEND FEED-LIST
001484     MOVE SPACE TO FEED-LIST-RECORD
001485     MOVE FUNCTION CURRENT-DATE(1:8) TO FLST-RUN-DATE
001486     MOVE "SCRACK" TO FLST-PROGRAM
001487     MOVE WS-FEED-NAME TO FLST-FEED-NAME
001488     MOVE WS-FEED-BUS-DATE TO FLST-BUS-DATE
001489     MOVE WS-FEED-SEQ-NO TO FLST-SEQ-NO
001490     MOVE WS-FEED-COUNT TO FLST-RECORDS-READ
001491     MOVE WS-FEED-ERROR TO FLST-REASON
001492     WRITE FEED-LIST-RECORD
001493     CLOSE FEED-LIST.
001494 2600-EXIT.
001500     EXIT.

001510******************************************************************
002720     END-IF.
002730 8000-EXIT.
002740     EXIT.

002741******************************************************************
002742*    SHARED FEED HEADER/TRAILER CHECKS (SEE FEEDCKPR COPYBOOK)
002743******************************************************************
002744 COPY FEEDCKPR.
