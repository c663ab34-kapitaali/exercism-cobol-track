000290*                     AUDITLOG ENTRY PER SAMPLE LIKE THE OTHER
000300*                     NIGHTLY DRIVERS, SO DAILYRCN TALLIES THIS
000310*                     JOB'S VOLUME TOO.
000311*    2026-10-06  SQS  EVERY CLEAN RESULT IS NOW ALSO POSTED TO
000312*                     THE KEYED SAMPLE-RESULT HISTORY FILE
000313*                     (SMPLHIST, SEE HAMSRH/HAMSRHPR) WITH THE
000314*                     REFERENCE VERSION IN FORCE (REFHIST, SEE
000315*                     HAMHISLK), THE DISTANCE, PERCENT MISMATCH
000316*                     AND TOLERANCE OUTCOME, SO A STRAIN'S DRIFT
000317*                     CAN BE TRACKED ONCE SMPLRPT IS GONE (SEE
000318*                     HAMDRIFT).
000319*    2026-10-10  SQS  A PARM OF 'DETAIL=NNN' WRITES ONE MMDETAIL
000320*                     RECORD PER MISMATCHING POSITION OF EACH
000321*                     SAMPLE (SEE HAMMMDT), CAPPED AT NNN
000322*                     POSITIONS PER SAMPLE, THE SAME EXTRACT
000323*                     HAMBYID AND HAMBATCH WRITE, SO THE VCF
000324*                     EXPORT (HAMVCF) CAN CARRY THIS JOB'S
000325*                     CALLS TOO.  WITHOUT THE PARM THE EXTRACT
000326*                     IS OPENED AND LEFT EMPTY.
000327******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS TOL-STRAIN-ID.
000491     SELECT REF-HIST ASSIGN TO "REFHIST"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS REF-HIST-KEY.
000495     SELECT SMPL-HIST ASSIGN TO "SMPLHIST"
000496         ORGANIZATION IS INDEXED
000497         ACCESS MODE IS RANDOM
000498         RECORD KEY IS SMPL-HIST-KEY
000499         FILE STATUS IS WS-SRH-STATUS.
000500     SELECT SAMPLE-RPT ASSIGN TO "SMPLRPT"
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT SAMPLE-ERR ASSIGN TO "SMPLERR"
000610     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000631     SELECT MM-DETAIL ASSIGN TO "MMDETAIL"
000632         ORGANIZATION IS SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  REF-MASTER
001120     LABEL RECORDS ARE STANDARD.
001130 COPY HAMTOL.

001131 FD  REF-HIST
001132     LABEL RECORDS ARE STANDARD.
001133 COPY HAMHIST.

001134 FD  SMPL-HIST
001135     LABEL RECORDS ARE STANDARD.
001136 COPY HAMSRH.

001140 FD  RUN-CTL
001150     LABEL RECORDS ARE STANDARD.
001160 COPY RUNCTL.
001190     LABEL RECORDS ARE STANDARD.
001200 COPY AUDLOG.

001201 FD  MM-DETAIL
001202     RECORDING MODE IS F
001203     LABEL RECORDS ARE STANDARD.
001204 COPY HAMMMDT.

001210 WORKING-STORAGE SECTION.
001220 01  WS-AUDIT-STATUS             PIC X(02).
001230 COPY HAMWS.
001240 COPY RUNWS.
001250 COPY HAMTOLWS.
001251 COPY HAMHISWS.
001252 COPY HAMSRHWS.
001260 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001270     88  END-OF-SAMPLES                   VALUE "Y".
001280 77  WS-SAMPLES-READ            PIC 9(07) VALUE ZERO.
001290 77  WS-SAMPLES-ERROR           PIC 9(07) VALUE ZERO.
001300 77  WS-SAMPLES-EXCEPTION       PIC 9(07) VALUE ZERO.
001301 77  WS-MM-SUB                  PIC 9(04) COMP VALUE ZERO.
001310 01  WS-THR-DIST-MSG.
001320     05  FILLER                 PIC X(14) VALUE "DISTANCE OVER ".
001330     05  WS-THR-DIST-VAL        PIC ZZZZ9.
001350     05  FILLER                 PIC X(14) VALUE "PCT MISM OVER ".
001360     05  WS-THR-PCT-VAL         PIC ZZZ.99.

001361 LINKAGE SECTION.
001362 01  PARM-AREA.
001363     05  PARM-LEN               PIC S9(4) COMP.
001364     05  PARM-TEXT              PIC X(10).

001370 PROCEDURE DIVISION USING PARM-AREA.
001380******************************************************************
001390*    0000-MAINLINE
001400******************************************************************
001460     STOP RUN.

001470******************************************************************
001480*    1000-INITIALIZE -- TAKE THE OPTIONAL DETAIL CAP OFF THE
001481*                       PARM, OPEN FILES, PRIME THE READ
001490******************************************************************
001500 1000-INITIALIZE.
001501     IF PARM-LEN > ZERO
001502         IF PARM-TEXT(1:7) EQUAL TO "DETAIL="
001503             AND PARM-TEXT(8:3) IS NUMERIC
001504             MOVE PARM-TEXT(8:3) TO WS-MM-LIMIT
001505             IF WS-MM-LIMIT > 500
001506                 MOVE 500 TO WS-MM-LIMIT
001507             END-IF
001508         ELSE
001509             DISPLAY "HAMSTRN PARM NOT RECOGNIZED: " PARM-TEXT
001510             MOVE 8 TO RETURN-CODE
001511             STOP RUN
001512         END-IF
001513     END-IF
001514     PERFORM 9550-OPEN-RUN-CTL THRU 9550-EXIT
001520     MOVE "HAMSTRN" TO WS-RUN-PROGRAM
001530     PERFORM 9500-POST-START THRU 9500-EXIT
001540     IF RUN-ALREADY-COMPLETE
001610     OPEN INPUT REF-MASTER
001620     OPEN INPUT SAMPLE-IN
001630     OPEN INPUT TOL-FILE
001631     OPEN INPUT REF-HIST
001632     PERFORM 9800-OPEN-SMPL-HIST THRU 9800-EXIT
001640     OPEN OUTPUT SAMPLE-RPT
001650     OPEN OUTPUT SAMPLE-ERR
001660     OPEN OUTPUT SAMPLE-EXC
001661     OPEN OUTPUT MM-DETAIL
001670     PERFORM 9200-OPEN-AUDIT-LOG THRU 9200-EXIT
001680     MOVE ZERO TO WS-SAMPLES-READ
001690     MOVE ZERO TO WS-SAMPLES-ERROR
001810     ADD 1 TO WS-SAMPLES-READ
001820     MOVE SPACE TO WS-ERROR
001830     MOVE ZERO TO WS-HAMMING
001831     MOVE ZERO TO WS-MM-COUNT
001840     MOVE IDPAIR-STRAIN-ID TO WS-LOOKUP-STRAIN-ID
001850     PERFORM 9250-LOOKUP-STRAIN THRU 9250-EXIT
001851     MOVE IDPAIR-STRAIN-ID TO WS-HIST-STRAIN-ID
001852     PERFORM 9460-CURRENT-VERSION THRU 9460-EXIT
001860     IF WS-ERROR EQUAL TO SPACE
001870         MOVE IDPAIR-QUERY-DNA TO WS-DNA-2
001880         PERFORM HAMMING THRU HAMMING-EXIT
001930     ELSE
001940         PERFORM 2200-WRITE-RESULT THRU 2200-EXIT
001950         PERFORM 2260-CHECK-TOLERANCE THRU 2260-EXIT
001951         PERFORM 2290-POST-HISTORY THRU 2290-EXIT
001960     END-IF
001970     PERFORM 2350-WRITE-AUDIT-ENTRY THRU 2350-EXIT
001971     PERFORM 2380-WRITE-DETAIL THRU 2380-EXIT
001980     PERFORM 2100-READ-SAMPLE THRU 2100-EXIT.
001990 2000-EXIT.
002000     EXIT.
002280*                           THE THRESHOLD IT EXCEEDED
002290******************************************************************
002300 2260-CHECK-TOLERANCE.
002301     MOVE "N" TO WS-SRH-OUTCOME
002310     MOVE IDPAIR-STRAIN-ID TO WS-TOL-STRAIN-ID
002320     PERFORM 9270-LOOKUP-TOLERANCE THRU 9270-EXIT
002330     IF NOT TOLERANCE-ON-FILE
002340         GO TO 2260-EXIT
002350     END-IF
002351     MOVE "P" TO WS-SRH-OUTCOME
002360     IF WS-HAMMING > WS-TOL-MAX-DISTANCE
002370         MOVE WS-TOL-MAX-DISTANCE TO WS-THR-DIST-VAL
002380         MOVE SPACE TO SMP-EXC-RECORD
002550******************************************************************
002560 2270-WRITE-EXCEPTION.
002570     ADD 1 TO WS-SAMPLES-EXCEPTION
002571     MOVE "B" TO WS-SRH-OUTCOME
002580     MOVE IDPAIR-ID TO SMP-EXC-SAMPLE-ID
002590     MOVE IDPAIR-STRAIN-ID TO SMP-EXC-STRAIN-ID
002600     MOVE WS-HAMMING TO SMP-EXC-DISTANCE
002630 2270-EXIT.
002640     EXIT.

002641******************************************************************
002642*    2290-POST-HISTORY -- THE CLEAN RESULT, WITH THE REFERENCE
002643*                         VERSION AND TOLERANCE OUTCOME, ONTO
002644*                         THE SAMPLE-RESULT HISTORY FILE
002645******************************************************************
002646 2290-POST-HISTORY.
002647     MOVE SPACE TO SMPL-HIST-RECORD
002648     MOVE IDPAIR-STRAIN-ID TO SRH-STRAIN-ID
002649     MOVE WS-RUN-CTL-DATE TO SRH-RUN-DATE
002650     MOVE IDPAIR-ID TO SRH-SAMPLE-ID
002651     MOVE "HAMSTRN" TO SRH-PROGRAM
002652     MOVE WS-HIST-VERSION-FOUND TO SRH-VERSION
002653     MOVE WS-HAMMING TO SRH-DISTANCE
002654     MOVE WS-PCT-MISMATCH TO SRH-PCT-MISMATCH
002655     MOVE WS-SRH-OUTCOME TO SRH-TOL-OUTCOME
002656     MOVE IDPAIR-QUERY-DNA TO SRH-QUERY-DNA
002657     PERFORM 9810-POST-SMPL-HIST THRU 9810-EXIT.
002658 2290-EXIT.
002659     EXIT.

002660******************************************************************
002661*    2300-WRITE-ERROR -- ONE ERROR-LISTING LINE PER REJECTED
002670*                        SAMPLE
002680******************************************************************
002690 2300-WRITE-ERROR.
002880 2350-EXIT.
002890     EXIT.

002891******************************************************************
002892*    2380-WRITE-DETAIL -- ONE MMDETAIL RECORD PER COLLECTED
002893*                        MISMATCH POSITION OF THE SAMPLE JUST
002894*                        PROCESSED (NONE UNLESS DETAIL=NNN WAS
002895*                        GIVEN)
002896******************************************************************
002897 2380-WRITE-DETAIL.
002898     PERFORM 2390-WRITE-ONE-POSITION THRU 2390-EXIT
002899         VARYING WS-MM-SUB FROM 1 BY 1
002900         UNTIL WS-MM-SUB > WS-MM-COUNT.
002901 2380-EXIT.
002902     EXIT.

002903******************************************************************
002904*    2390-WRITE-ONE-POSITION -- ONE COLLECTED POSITION TO THE
002905*                               EXTRACT
002906******************************************************************
002907 2390-WRITE-ONE-POSITION.
002908     MOVE SPACE TO MM-DETAIL-RECORD
002909     MOVE IDPAIR-ID TO MMD-PAIR-ID
002910     MOVE WS-MM-POSITION(WS-MM-SUB) TO MMD-POSITION
002911     MOVE WS-MM-BASE-1(WS-MM-SUB) TO MMD-BASE-1
002912     MOVE WS-MM-BASE-2(WS-MM-SUB) TO MMD-BASE-2
002913     WRITE MM-DETAIL-RECORD.
002914 2390-EXIT.
002915     EXIT.

002916******************************************************************
002917*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS
002920******************************************************************
002930 8000-TERMINATE.
002940     MOVE WS-SAMPLES-READ TO WS-RUN-RECORDS
002970     CLOSE REF-MASTER
002980     CLOSE SAMPLE-IN
002990     CLOSE TOL-FILE
002991     CLOSE REF-HIST
002992     CLOSE SMPL-HIST
003000     CLOSE SAMPLE-EXC
003010     CLOSE SAMPLE-RPT
003020     CLOSE SAMPLE-ERR
003030     CLOSE AUDIT-LOG
003031     CLOSE MM-DETAIL
003040     DISPLAY "HAMSTRN SAMPLES READ    : " WS-SAMPLES-READ
003050     DISPLAY "HAMSTRN SAMPLES IN ERROR: " WS-SAMPLES-ERROR
003060     DISPLAY "HAMSTRN SAMPLES OVER TOL: " WS-SAMPLES-EXCEPTION.
003260*    SHARED TOLERANCE LOOKUP (SEE HAMTOLLK COPYBOOK)
003270******************************************************************
003280 COPY HAMTOLLK.

003290******************************************************************
003300*    SHARED VERSION-HISTORY LOOKUP (SEE HAMHISLK COPYBOOK)
003310******************************************************************
003320 COPY HAMHISLK.

003330******************************************************************
003340*    SHARED SAMPLE-RESULT HISTORY POSTING (SEE HAMSRHPR COPYBOOK)
003350******************************************************************
003360 COPY HAMSRHPR.
