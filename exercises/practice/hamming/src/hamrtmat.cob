000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMRTMAT.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-07.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-07  SQS  INITIAL VERSION.  MATCHES THE NIGHT'S PAIR
000110*                     RESULTS (PAIRRPT, WRITTEN BY HAMBATCH OR
000120*                     HAMMERGE) TO THE OPEN RETEST WORK ORDERS ON
000130*                     RTWOMAST (SEE HAMRTWO, OPENED BY HAMRTORD).
000140*                     A PAIR WITH AN OPEN ORDER FOR A BREACH FROM
000150*                     AN EARLIER NIGHT IS THAT ORDER'S RETEST.
000160*                     THE RESULT IS CHECKED AGAINST THE TOLERANCE
000170*                     FILE'S '*DEFAULT' ROW EXACTLY AS HAMBATCH
000180*                     CHECKS IT (TOLFILE, SEE HAMTOLLK): WITHIN
000190*                     TOLERANCE, THE ORDER IS CLOSED AS PASSED
000200*                     AND THE BREACH ON EXCMAST GOES TO STATUS C
000210*                     (CLOSED) WITH TONIGHT AS ITS DISPOSITION
000220*                     DATE; OVER IT, THE ORDER IS CLOSED AS
000230*                     FAILED AND THE BREACH GOES TO STATUS E
000240*                     (ESCALATED) SO IT STANDS OUT ON HAMEXCAG.
000250*                     A RETEST THAT ITSELF ERRORED LEAVES THE
000260*                     ORDER OPEN.  A BREACH THE DESK HAS ALREADY
000270*                     SETTLED BY HAND IS NOT TOUCHED.  EVERY MATCH
000280*                     IS LISTED ON RTWOLOG, SO NOBODY HAS TO KEY
000290*                     THE A OR R TRANSACTION INTO EXCTRAN ANY
000300*                     MORE.  POSTS START/COMPLETE TO THE RUN-
000310*                     CONTROL FILE LIKE THE OTHER NIGHTLY JOBS.
000320*                     RETURN CODE 4 WHEN ANYTHING WAS ESCALATED.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 REPOSITORY.        FUNCTION ALL INTRINSIC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAIR-RPT ASSIGN TO "PAIRRPT"
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT RETEST-MASTER ASSIGN TO "RTWOMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RETEST-ORDER-KEY
000470         FILE STATUS IS WS-RTWO-STATUS.
000480     SELECT EXC-MASTER ASSIGN TO "EXCMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EXC-MASTER-KEY.
000520     SELECT TOL-FILE ASSIGN TO "TOLFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS TOL-STRAIN-ID.
000560     SELECT MATCH-LOG ASSIGN TO "RTWOLOG"
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT RUN-CTL ASSIGN TO "RUNCTL"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS RUN-CTL-KEY
000620         FILE STATUS IS WS-RUN-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PAIR-RPT
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  RESULT-RECORD.
000690     05  RSLT-PAIR-ID           PIC X(10).
000700     05  FILLER                 PIC X(02).
000710     05  RSLT-DISTANCE          PIC X(05).
000720     05  FILLER                 PIC X(02).
000730     05  RSLT-PCT-MISMATCH      PIC X(06).
000740     05  FILLER                 PIC X(24).
000750     05  RSLT-ERROR             PIC X(40).
000760     05  FILLER                 PIC X(02).

000770 FD  RETEST-MASTER
000780     LABEL RECORDS ARE STANDARD.
000790 COPY HAMRTWO.

000800 FD  EXC-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820 COPY HAMEXC.

000830 FD  TOL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY HAMTOL.

000860 FD  MATCH-LOG
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  MLOG-RECORD.
000900     05  MLOG-PAIR-ID           PIC X(10).
000910     05  FILLER                 PIC X(02).
000920     05  MLOG-EXC-DATE          PIC X(08).
000930     05  FILLER                 PIC X(02).
000940     05  MLOG-ORDER-DATE        PIC X(08).
000950     05  FILLER                 PIC X(02).
000960     05  MLOG-DISTANCE          PIC ZZZZ9.
000970     05  FILLER                 PIC X(02).
000980     05  MLOG-PCT-MISMATCH      PIC ZZZ.99.
000990     05  FILLER                 PIC X(02).
001000     05  MLOG-RESULT            PIC X(30).
001010     05  FILLER                 PIC X(03).

001020 FD  RUN-CTL
001030     LABEL RECORDS ARE STANDARD.
001040 COPY RUNCTL.

001050 WORKING-STORAGE SECTION.
001060 COPY HAMTOLWS.
001070 COPY RUNWS.
001080 77  WS-RTWO-STATUS             PIC X(02) VALUE SPACE.
001090 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001100     88  END-OF-RESULTS                   VALUE "Y".
001110 77  WS-PAIR-DONE-SW            PIC X(01) VALUE "N".
001120     88  END-OF-PAIR-ORDERS               VALUE "Y".
001130 77  WS-BREACH-FOUND-SW         PIC X(01) VALUE "N".
001140     88  BREACH-ON-FILE                   VALUE "Y".
001150 77  WS-RETEST-PASS-SW          PIC X(01) VALUE "Y".
001160     88  RETEST-PASSED                    VALUE "Y".
001170 77  WS-RETEST-DISTANCE         PIC 9(05) VALUE ZERO.
001180 77  WS-RETEST-PCT              PIC 9(03)V99 VALUE ZERO.
001190 77  WS-RESULTS-READ            PIC 9(07) VALUE ZERO.
001200 77  WS-ORDERS-MATCHED          PIC 9(07) VALUE ZERO.
001210 77  WS-ORDERS-PASSED           PIC 9(07) VALUE ZERO.
001220 77  WS-ORDERS-FAILED           PIC 9(07) VALUE ZERO.
001230 77  WS-ORDERS-IN-ERROR         PIC 9(07) VALUE ZERO.
001240 77  WS-BREACHES-UPDATED        PIC 9(07) VALUE ZERO.

001250 PROCEDURE DIVISION.
001260******************************************************************
001270*    0000-MAINLINE
001280******************************************************************
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
001320         UNTIL END-OF-RESULTS
001330     PERFORM 8000-TERMINATE THRU 8000-EXIT
001340     STOP RUN.

001350******************************************************************
001360*    1000-INITIALIZE -- POST THE RUN START, OPEN FILES, LOAD THE
001370*                       DEFAULT TOLERANCE ROW, PRIME THE READ
001380******************************************************************
001390 1000-INITIALIZE.
001400     PERFORM 9550-OPEN-RUN-CTL THRU 9550-EXIT
001410     MOVE "HAMRTMAT" TO WS-RUN-PROGRAM
001420     PERFORM 9500-POST-START THRU 9500-EXIT
001430     IF RUN-ALREADY-COMPLETE
001440         DISPLAY "HAMRTMAT ALREADY COMPLETE FOR "
001450             WS-RUN-CTL-DATE " - RERUN SUPPRESSED"
001460         MOVE 8 TO RETURN-CODE
001470         CLOSE RUN-CTL
001480         STOP RUN
001490     END-IF
001500     OPEN INPUT PAIR-RPT
001510     PERFORM 1100-OPEN-RETEST-MASTER THRU 1100-EXIT
001520     OPEN I-O EXC-MASTER
001530     OPEN INPUT TOL-FILE
001540     MOVE "*DEFAULT" TO WS-TOL-STRAIN-ID
001550     PERFORM 9270-LOOKUP-TOLERANCE THRU 9270-EXIT
001560     OPEN OUTPUT MATCH-LOG
001570     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001580 1000-EXIT.
001590     EXIT.

001600******************************************************************
001610*    1100-OPEN-RETEST-MASTER -- OPEN THE WORK-ORDER MASTER,
001620*                              CREATING IT EMPTY IF HAMRTORD HAS
001630*                              NEVER RUN
001640******************************************************************
001650 1100-OPEN-RETEST-MASTER.
001660     OPEN I-O RETEST-MASTER
001670     IF WS-RTWO-STATUS NOT = "00"
001680         OPEN OUTPUT RETEST-MASTER
001690         CLOSE RETEST-MASTER
001700         OPEN I-O RETEST-MASTER
001710     END-IF.
001720 1100-EXIT.
001730     EXIT.

001740******************************************************************
001750*    2000-PROCESS-RESULT -- WORK THROUGH EVERY ORDER ON FILE FOR
001760*                           THE PAIR JUST READ
001770******************************************************************
001780 2000-PROCESS-RESULT.
001790     ADD 1 TO WS-RESULTS-READ
001800     MOVE "N" TO WS-PAIR-DONE-SW
001810     MOVE RSLT-PAIR-ID TO RTWO-PAIR-ID
001820     MOVE LOW-VALUES TO RTWO-EXC-DATE
001830     START RETEST-MASTER
001840         KEY IS NOT LESS THAN RETEST-ORDER-KEY
001850         INVALID KEY
001860             SET END-OF-PAIR-ORDERS TO TRUE
001870     END-START
001880     PERFORM 2200-MATCH-ORDER THRU 2200-EXIT
001890         UNTIL END-OF-PAIR-ORDERS
001900     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
001910 2000-EXIT.
001920     EXIT.

001930******************************************************************
001940*    2100-READ-RESULT -- NEXT PAIRRPT RECORD, SET SWITCH AT END
001950******************************************************************
001960 2100-READ-RESULT.
001970     READ PAIR-RPT
001980         AT END
001990             SET END-OF-RESULTS TO TRUE
002000     END-READ.
002010 2100-EXIT.
002020     EXIT.

002030******************************************************************
002040*    2200-MATCH-ORDER -- NEXT ORDER FOR THE PAIR.  ONLY AN OPEN
002050*                        ORDER FOR A BREACH FROM AN EARLIER NIGHT
002060*                        IS MATCHED - TONIGHT'S OWN BREACH OF THE
002070*                        PAIR IS NOT ITS RETEST.
002080******************************************************************
002090 2200-MATCH-ORDER.
002100     READ RETEST-MASTER NEXT RECORD
002110         AT END
002120             SET END-OF-PAIR-ORDERS TO TRUE
002130             GO TO 2200-EXIT
002140     END-READ
002150     IF RTWO-PAIR-ID NOT EQUAL TO RSLT-PAIR-ID
002160         SET END-OF-PAIR-ORDERS TO TRUE
002170         GO TO 2200-EXIT
002180     END-IF
002190     IF NOT RTWO-IS-OPEN
002200         OR RTWO-EXC-DATE NOT < WS-RUN-CTL-DATE
002210         GO TO 2200-EXIT
002220     END-IF
002230     ADD 1 TO WS-ORDERS-MATCHED
002240     MOVE SPACE TO MLOG-RECORD
002250     MOVE RTWO-PAIR-ID TO MLOG-PAIR-ID
002260     MOVE RTWO-EXC-DATE TO MLOG-EXC-DATE
002270     MOVE RTWO-ORDER-DATE TO MLOG-ORDER-DATE
002280     IF RSLT-ERROR NOT EQUAL TO SPACE
002290         ADD 1 TO WS-ORDERS-IN-ERROR
002300         MOVE "RETEST IN ERROR - ORDER OPEN" TO MLOG-RESULT
002310         WRITE MLOG-RECORD
002320         GO TO 2200-EXIT
002330     END-IF
002340     PERFORM 2300-CHECK-RETEST THRU 2300-EXIT
002350     MOVE WS-RUN-CTL-DATE TO RTWO-RESULT-DATE
002360     MOVE WS-RETEST-DISTANCE TO RTWO-RETEST-DISTANCE
002370     MOVE WS-RETEST-PCT TO RTWO-RETEST-PCT
002380     IF RETEST-PASSED
002390         MOVE "P" TO RTWO-STATUS
002400     ELSE
002410         MOVE "F" TO RTWO-STATUS
002420     END-IF
002430     REWRITE RETEST-ORDER-RECORD
002440         INVALID KEY
002450             DISPLAY "HAMRTMAT REWRITE FAILED: "
002460                 RTWO-EXC-DATE " " RTWO-PAIR-ID
002470             GO TO 2200-EXIT
002480     END-REWRITE
002490     MOVE WS-RETEST-DISTANCE TO MLOG-DISTANCE
002500     MOVE WS-RETEST-PCT TO MLOG-PCT-MISMATCH
002510     IF RETEST-PASSED
002520         ADD 1 TO WS-ORDERS-PASSED
002530         MOVE "PASSED - EXCEPTION CLOSED" TO MLOG-RESULT
002540     ELSE
002550         ADD 1 TO WS-ORDERS-FAILED
002560         MOVE "FAILED - EXCEPTION ESCALATED" TO MLOG-RESULT
002570     END-IF
002580     PERFORM 2400-POST-BREACH THRU 2400-EXIT
002590     WRITE MLOG-RECORD.
002600 2200-EXIT.
002610     EXIT.

002620******************************************************************
002630*    2300-CHECK-RETEST -- THE RETEST PASSES UNLESS IT IS OVER THE
002640*                         DEFAULT TOLERANCE ROW'S MAXIMUM DISTANCE
002650*                         OR PERCENT MISMATCH.  WITH NO TOLERANCE
002660*                         ROW ON FILE NOTHING CAN FAIL, SAME AS IN
002670*                         HAMBATCH.
002680******************************************************************
002690 2300-CHECK-RETEST.
002700     MOVE "Y" TO WS-RETEST-PASS-SW
002710     COMPUTE WS-RETEST-DISTANCE = FUNCTION NUMVAL(RSLT-DISTANCE)
002720     COMPUTE WS-RETEST-PCT = FUNCTION NUMVAL(RSLT-PCT-MISMATCH)
002730     IF NOT TOLERANCE-ON-FILE
002740         GO TO 2300-EXIT
002750     END-IF
002760     IF WS-RETEST-DISTANCE > WS-TOL-MAX-DISTANCE
002770         OR WS-RETEST-PCT > WS-TOL-MAX-PCT
002780         MOVE "N" TO WS-RETEST-PASS-SW
002790     END-IF.
002800 2300-EXIT.
002810     EXIT.

002820******************************************************************
002830*    2400-POST-BREACH -- CLOSE OR ESCALATE THE ORDER'S BREACH ON
002840*                        EXCMAST.  A BREACH NO LONGER IN RETEST
002850*                        STATUS WAS SETTLED BY THE DESK AND IS
002860*                        LEFT ALONE; THE LISTING SAYS SO.
002870******************************************************************
002880 2400-POST-BREACH.
002890     MOVE "N" TO WS-BREACH-FOUND-SW
002900     MOVE RTWO-EXC-DATE TO EXCM-DATE
002910     MOVE RTWO-PAIR-ID TO EXCM-PAIR-ID
002920     READ EXC-MASTER
002930         INVALID KEY
002940             CONTINUE
002950         NOT INVALID KEY
002960             MOVE "Y" TO WS-BREACH-FOUND-SW
002970     END-READ
002980     IF NOT BREACH-ON-FILE
002990         OR NOT EXCM-IS-RETEST
003000         MOVE "ORDER CLOSED - BREACH SETTLED" TO MLOG-RESULT
003010         GO TO 2400-EXIT
003020     END-IF
003030     IF RETEST-PASSED
003040         MOVE "C" TO EXCM-STATUS
003050     ELSE
003060         MOVE "E" TO EXCM-STATUS
003070     END-IF
003080     MOVE WS-RUN-CTL-DATE TO EXCM-DISP-DATE
003090     REWRITE EXC-MASTER-RECORD
003100         INVALID KEY
003110             DISPLAY "HAMRTMAT EXCMAST REWRITE FAILED: "
003120                 RTWO-EXC-DATE " " RTWO-PAIR-ID
003130         NOT INVALID KEY
003140             ADD 1 TO WS-BREACHES-UPDATED
003150     END-REWRITE.
003160 2400-EXIT.
003170     EXIT.

003180******************************************************************
003190*    8000-TERMINATE -- POST THE RUN COMPLETE, CLOSE FILES AND
003200*                      DISPLAY THE RUN TOTALS
003210******************************************************************
003220 8000-TERMINATE.
003230     MOVE WS-RESULTS-READ TO WS-RUN-RECORDS
003240     PERFORM 9600-POST-COMPLETE THRU 9600-EXIT
003250     CLOSE RUN-CTL
003260     CLOSE PAIR-RPT
003270     CLOSE RETEST-MASTER
003280     CLOSE EXC-MASTER
003290     CLOSE TOL-FILE
003300     CLOSE MATCH-LOG
003310     DISPLAY "HAMRTMAT RESULTS READ       : " WS-RESULTS-READ
003320     DISPLAY "HAMRTMAT ORDERS MATCHED     : " WS-ORDERS-MATCHED
003330     DISPLAY "HAMRTMAT RETESTS PASSED     : " WS-ORDERS-PASSED
003340     DISPLAY "HAMRTMAT RETESTS FAILED     : " WS-ORDERS-FAILED
003350     DISPLAY "HAMRTMAT RETESTS IN ERROR   : " WS-ORDERS-IN-ERROR
003360     DISPLAY "HAMRTMAT BREACHES UPDATED   : " WS-BREACHES-UPDATED
003370     IF WS-ORDERS-FAILED > ZERO
003380         MOVE 4 TO RETURN-CODE
003390     END-IF.
003400 8000-EXIT.
003410     EXIT.

003420******************************************************************
003430*    SHARED TOLERANCE LOOKUP (SEE HAMTOLLK COPYBOOK)
003440******************************************************************
003450 COPY HAMTOLLK.

003460******************************************************************
003470*    SHARED RUN-CONTROL POSTING LOGIC (SEE RUNPROC COPYBOOK)
003480******************************************************************
003490 COPY RUNPROC.
