000630*                     FILE WITH THE THRESHOLD IT EXCEEDED.
000640*                     WITH NO APPLICABLE ROW, NOTHING IS
000650*                     CHECKED AND NOTHING CHANGES.
000651*    2026-10-06  SQS  EVERY CLEAN RESULT IS NOW ALSO POSTED TO
000652*                     THE KEYED SAMPLE-RESULT HISTORY FILE
000653*                     (SMPLHIST, SEE HAMSRH/HAMSRHPR) WITH THE
000654*                     VERSION STAMPED ON THE REPORT LINE, THE
000655*                     DISTANCE, PERCENT MISMATCH AND TOLERANCE
000656*                     OUTCOME, SO A STRAIN'S DRIFT CAN BE
000657*                     TRACKED ONCE IDPAIRRPT IS GONE (SEE
000658*                     HAMDRIFT).
000660******************************************************************
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000890         RECORD KEY IS TOL-STRAIN-ID.
000900     SELECT IDPAIR-EXC ASSIGN TO "IDPAIREXC"
000910         ORGANIZATION IS SEQUENTIAL.
000911     SELECT SMPL-HIST ASSIGN TO "SMPLHIST"
000912         ORGANIZATION IS INDEXED
000913         ACCESS MODE IS RANDOM
000914         RECORD KEY IS SMPL-HIST-KEY
000915         FILE STATUS IS WS-SRH-STATUS.
000920     SELECT RUN-CTL ASSIGN TO "RUNCTL"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
001640     LABEL RECORDS ARE STANDARD.
001650 COPY HAMMMDT.

001651 FD  SMPL-HIST
001652     LABEL RECORDS ARE STANDARD.
001653 COPY HAMSRH.

001660 FD  RUN-CTL
001670     LABEL RECORDS ARE STANDARD.
001680 COPY RUNCTL.
001720 COPY HAMHISWS.
001730 COPY RUNWS.
001740 COPY HAMTOLWS.
001741 COPY HAMSRHWS.
001750 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001760     88  END-OF-IDPAIRS                   VALUE "Y".
001770 77  WS-IDPAIRS-READ            PIC 9(07) VALUE ZERO.
002260     OPEN OUTPUT MM-DETAIL
002270     OPEN INPUT TOL-FILE
002280     OPEN OUTPUT IDPAIR-EXC
002281     PERFORM 9800-OPEN-SMPL-HIST THRU 9800-EXIT
002290     PERFORM 9200-OPEN-AUDIT-LOG THRU 9200-EXIT
002300     IF PARM-LEN > ZERO
002310         MOVE PARM-TEXT TO WS-PARM-WORK
003120     ELSE
003130         PERFORM 2200-WRITE-RESULT THRU 2200-EXIT
003140         PERFORM 2260-CHECK-TOLERANCE THRU 2260-EXIT
003141         PERFORM 2290-POST-HISTORY THRU 2290-EXIT
003150     END-IF
003160     PERFORM 2350-WRITE-AUDIT-ENTRY THRU 2350-EXIT
003170     PERFORM 2380-WRITE-DETAIL THRU 2380-EXIT
003490*                           THRESHOLD IT EXCEEDED
003500******************************************************************
003510 2260-CHECK-TOLERANCE.
003511     MOVE "N" TO WS-SRH-OUTCOME
003520     MOVE IDPAIR-STRAIN-ID TO WS-TOL-STRAIN-ID
003530     PERFORM 9270-LOOKUP-TOLERANCE THRU 9270-EXIT
003540     IF NOT TOLERANCE-ON-FILE
003550         GO TO 2260-EXIT
003560     END-IF
003561     MOVE "P" TO WS-SRH-OUTCOME
003570     IF WS-HAMMING > WS-TOL-MAX-DISTANCE
003580         MOVE WS-TOL-MAX-DISTANCE TO WS-THR-DIST-VAL
003590         MOVE SPACE TO IDEXC-RECORD
003760******************************************************************
003770 2270-WRITE-EXCEPTION.
003780     ADD 1 TO WS-IDPAIRS-EXCEPTION
003781     MOVE "B" TO WS-SRH-OUTCOME
003790     MOVE IDPAIR-ID TO IDEXC-PAIR-ID
003800     MOVE IDPAIR-STRAIN-ID TO IDEXC-STRAIN-ID
003810     MOVE WS-HAMMING TO IDEXC-DISTANCE
003840 2270-EXIT.
003841     EXIT.

003842******************************************************************
003843*    2290-POST-HISTORY -- THE CLEAN RESULT, WITH THE REFERENCE
003844*                         VERSION AND TOLERANCE OUTCOME, ONTO
003845*                         THE SAMPLE-RESULT HISTORY FILE
003846******************************************************************
003847 2290-POST-HISTORY.
003848     MOVE SPACE TO SMPL-HIST-RECORD
003849     MOVE IDPAIR-STRAIN-ID TO SRH-STRAIN-ID
003850     MOVE WS-RUN-CTL-DATE TO SRH-RUN-DATE
003851     MOVE IDPAIR-ID TO SRH-SAMPLE-ID
003852     MOVE "HAMBYID" TO SRH-PROGRAM
003853     MOVE WS-HIST-VERSION-FOUND TO SRH-VERSION
003854     MOVE WS-HAMMING TO SRH-DISTANCE
003855     MOVE WS-PCT-MISMATCH TO SRH-PCT-MISMATCH
003856     MOVE WS-SRH-OUTCOME TO SRH-TOL-OUTCOME
003857     MOVE IDPAIR-QUERY-DNA TO SRH-QUERY-DNA
003858     PERFORM 9810-POST-SMPL-HIST THRU 9810-EXIT.
003859 2290-EXIT.
003860     EXIT.

003861******************************************************************
003862*    2300-WRITE-ERROR -- ONE ERROR-LISTING LINE PER REJECTED PAIR
003870******************************************************************
003880 2300-WRITE-ERROR.
003890     MOVE SPACE TO IDERR-RECORD
004410     CLOSE IDPAIR-RPT
004420     CLOSE IDPAIR-ERR
004430     CLOSE AUDIT-LOG
004431     CLOSE SMPL-HIST
004440     DISPLAY "HAMBYID PAIRS READ    : " WS-IDPAIRS-READ
004450     DISPLAY "HAMBYID PAIRS IN ERROR: " WS-IDPAIRS-ERROR
004460     DISPLAY "HAMBYID PAIRS OVER TOL: " WS-IDPAIRS-EXCEPTION.
004700*    SHARED TOLERANCE LOOKUP (SEE HAMTOLLK COPYBOOK)
004710******************************************************************
004720 COPY HAMTOLLK.

004730******************************************************************
004740*    SHARED SAMPLE-RESULT HISTORY POSTING (SEE HAMSRHPR COPYBOOK)
004750******************************************************************
004760 COPY HAMSRHPR.
