000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HAMRTORD.
000030 AUTHOR.        SEQ-QC-SUPPORT.
000040 INSTALLATION.  SEQUENCING QC.
000050 DATE-WRITTEN.  2026-10-07.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    2026-10-07  SQS  INITIAL VERSION.  RETEST WORK ORDERS FOR THE
000110*                     OPEN-EXCEPTION MASTER (EXCMAST, SEE HAMEXC).
000120*                     HAMEXCMT LETS THE DESK PUT A BREACH INTO
000130*                     RETEST STATUS, BUT UNTIL NOW NOTHING
000140*                     FOLLOWED FROM IT EXCEPT AN E-MAIL.  EVERY
000150*                     BREACH IN STATUS T IS WRITTEN TO THE LAB'S
000160*                     WORK-ORDER EXTRACT (RTWOEXT) WITH ITS PAIR
000170*                     ID, BREACH DATE, ORIGINAL DISTANCE AND
000180*                     PERCENT MISMATCH, THE THRESHOLD IT BREACHED
000190*                     AND THE DATE THE ORDER WAS OPENED.  A BREACH
000200*                     WITH NO ORDER YET GETS ONE ON THE WORK-ORDER
000210*                     MASTER (RTWOMAST, SEE HAMRTWO), OPENED
000220*                     TODAY; ONE PUT BACK INTO RETEST AFTER ITS
000230*                     ORDER WAS CLOSED IS REOPENED.  THE OPEN
000240*                     ORDERS ARE THEN WALKED: AN ORDER WHOSE
000250*                     BREACH THE DESK HAS SINCE DISPOSITIONED BY
000260*                     HAND (NO LONGER STATUS T) IS MARKED
000270*                     WITHDRAWN, AND ONE STILL OPEN MORE THAN
000280*                     PARM='DAYS=NNN' DAYS (DEFAULT 014) GOES ON
000290*                     THE OVERDUE LIST (RTWOOVD).  HAMRTMAT CLOSES
000300*                     ORDERS WHEN THE RETESTED PAIR COMES BACK
000310*                     THROUGH THE NIGHTLY RUN.  RETURN CODE 4 WHEN
000320*                     ANYTHING IS OVERDUE.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 REPOSITORY.        FUNCTION ALL INTRINSIC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EXC-MASTER ASSIGN TO "EXCMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EXC-MASTER-KEY.
000450     SELECT RETEST-MASTER ASSIGN TO "RTWOMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RETEST-ORDER-KEY
000490         FILE STATUS IS WS-RTWO-STATUS.
000500     SELECT ORDER-EXT ASSIGN TO "RTWOEXT"
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT OVERDUE-RPT ASSIGN TO "RTWOOVD"
000530         ORGANIZATION IS SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EXC-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580 COPY HAMEXC.

000590 FD  RETEST-MASTER
000600     LABEL RECORDS ARE STANDARD.
000610 COPY HAMRTWO.

000620 FD  ORDER-EXT
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  EXT-RECORD.
000660     05  EXT-PAIR-ID            PIC X(10).
000670     05  FILLER                 PIC X(02).
000680     05  EXT-EXC-DATE           PIC X(08).
000690     05  FILLER                 PIC X(02).
000700     05  EXT-DISTANCE           PIC ZZZZ9.
000710     05  FILLER                 PIC X(02).
000720     05  EXT-PCT-MISMATCH       PIC ZZZ.99.
000730     05  FILLER                 PIC X(02).
000740     05  EXT-THRESHOLD          PIC X(30).
000750     05  FILLER                 PIC X(02).
000760     05  EXT-ORDER-DATE         PIC X(08).
000770     05  FILLER                 PIC X(03).

000780 FD  OVERDUE-RPT
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  OVD-RECORD.
000820     05  OVD-PAIR-ID            PIC X(10).
000830     05  FILLER                 PIC X(02).
000840     05  OVD-EXC-DATE           PIC X(08).
000850     05  FILLER                 PIC X(02).
000860     05  OVD-ORDER-DATE         PIC X(08).
000870     05  FILLER                 PIC X(02).
000880     05  OVD-DISTANCE           PIC ZZZZ9.
000890     05  FILLER                 PIC X(02).
000900     05  OVD-THRESHOLD          PIC X(30).
000910     05  FILLER                 PIC X(02).
000920     05  OVD-DAYS-OPEN          PIC ZZZZ9.
000930     05  FILLER                 PIC X(04).

000940 WORKING-STORAGE SECTION.
000950 77  WS-RTWO-STATUS             PIC X(02) VALUE SPACE.
000960 77  WS-EXC-EOF-SW              PIC X(01) VALUE "N".
000970     88  END-OF-MASTER                    VALUE "Y".
000980 77  WS-ORD-EOF-SW              PIC X(01) VALUE "N".
000990     88  END-OF-ORDERS                    VALUE "Y".
001000 77  WS-ORDER-FOUND-SW          PIC X(01) VALUE "N".
001010     88  ORDER-ON-FILE                    VALUE "Y".
001020 77  WS-BREACH-FOUND-SW         PIC X(01) VALUE "N".
001030     88  BREACH-ON-FILE                   VALUE "Y".
001040 77  WS-OVERDUE-DAYS            PIC 9(03) VALUE 14.
001050 77  WS-TODAY                   PIC X(08) VALUE SPACE.
001060 77  WS-TODAY-INT               PIC 9(09) COMP VALUE ZERO.
001070 77  WS-ORDER-INT               PIC 9(09) COMP VALUE ZERO.
001080 77  WS-DAYS-OPEN               PIC S9(05) COMP VALUE ZERO.
001090 77  WS-ORDER-DATE-NUM          PIC 9(08) VALUE ZERO.
001100 77  WS-BREACHES-READ           PIC 9(07) VALUE ZERO.
001110 77  WS-RETESTS-EXTRACTED       PIC 9(07) VALUE ZERO.
001120 77  WS-ORDERS-OPENED           PIC 9(07) VALUE ZERO.
001130 77  WS-ORDERS-REOPENED         PIC 9(07) VALUE ZERO.
001140 77  WS-ORDERS-OPEN             PIC 9(07) VALUE ZERO.
001150 77  WS-ORDERS-WITHDRAWN        PIC 9(07) VALUE ZERO.
001160 77  WS-ORDERS-OVERDUE          PIC 9(07) VALUE ZERO.

001170 LINKAGE SECTION.
001180 01  PARM-AREA.
001190     05  PARM-LEN               PIC S9(4) COMP.
001200     05  PARM-TEXT              PIC X(08).

001210 PROCEDURE DIVISION USING PARM-AREA.
001220******************************************************************
001230*    0000-MAINLINE
001240******************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     PERFORM 2000-EXTRACT-RETEST THRU 2000-EXIT
001280         UNTIL END-OF-MASTER
001290     PERFORM 3000-START-ORDERS THRU 3000-EXIT
001300     PERFORM 3100-CHECK-ORDER THRU 3100-EXIT
001310         UNTIL END-OF-ORDERS
001320     PERFORM 8000-TERMINATE THRU 8000-EXIT
001330     STOP RUN.

001340******************************************************************
001350*    1000-INITIALIZE -- TAKE THE OPTIONAL OVERDUE-DAYS PARM, OPEN
001360*                       FILES AND POSITION AT THE START OF THE
001370*                       EXCEPTION MASTER
001380******************************************************************
001390 1000-INITIALIZE.
001400     IF PARM-LEN > ZERO
001410         IF PARM-TEXT(1:5) EQUAL TO "DAYS="
001420             AND PARM-TEXT(6:3) IS NUMERIC
001430             MOVE PARM-TEXT(6:3) TO WS-OVERDUE-DAYS
001440         ELSE
001450             DISPLAY "HAMRTORD PARM NOT RECOGNIZED: " PARM-TEXT
001460             MOVE 8 TO RETURN-CODE
001470             STOP RUN
001480         END-IF
001490     END-IF
001500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
001510     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
001520         FUNCTION NUMVAL(WS-TODAY))
001530     OPEN INPUT EXC-MASTER
001540     PERFORM 1100-OPEN-RETEST-MASTER THRU 1100-EXIT
001550     OPEN OUTPUT ORDER-EXT
001560     OPEN OUTPUT OVERDUE-RPT
001570     MOVE LOW-VALUES TO EXC-MASTER-KEY
001580     START EXC-MASTER
001590         KEY IS NOT LESS THAN EXC-MASTER-KEY
001600         INVALID KEY
001610             SET END-OF-MASTER TO TRUE
001620     END-START.
001630 1000-EXIT.
001640     EXIT.

001650******************************************************************
001660*    1100-OPEN-RETEST-MASTER -- OPEN THE WORK-ORDER MASTER,
001670*                              CREATING IT EMPTY ON THE FIRST EVER
001680*                              RUN THE SAME WAY HAMEXCLD CREATES
001690*                              EXCMAST
001700******************************************************************
001710 1100-OPEN-RETEST-MASTER.
001720     OPEN I-O RETEST-MASTER
001730     IF WS-RTWO-STATUS NOT = "00"
001740         OPEN OUTPUT RETEST-MASTER
001750         CLOSE RETEST-MASTER
001760         OPEN I-O RETEST-MASTER
001770     END-IF.
001780 1100-EXIT.
001790     EXIT.

001800******************************************************************
001810*    2000-EXTRACT-RETEST -- EVERY BREACH IN RETEST STATUS GOES ON
001820*                           THE LAB'S EXTRACT, OPENING (OR
001830*                           REOPENING) ITS WORK ORDER FIRST
001840******************************************************************
001850 2000-EXTRACT-RETEST.
001860     READ EXC-MASTER NEXT RECORD
001870         AT END
001880             SET END-OF-MASTER TO TRUE
001890             GO TO 2000-EXIT
001900     END-READ
001910     ADD 1 TO WS-BREACHES-READ
001920     IF NOT EXCM-IS-RETEST
001930         GO TO 2000-EXIT
001940     END-IF
001950     PERFORM 2100-OPEN-ORDER THRU 2100-EXIT
001960     ADD 1 TO WS-RETESTS-EXTRACTED
001970     MOVE SPACE TO EXT-RECORD
001980     MOVE EXCM-PAIR-ID TO EXT-PAIR-ID
001990     MOVE EXCM-DATE TO EXT-EXC-DATE
002000     MOVE EXCM-DISTANCE TO EXT-DISTANCE
002010     MOVE EXCM-PCT-MISMATCH TO EXT-PCT-MISMATCH
002020     MOVE EXCM-THRESHOLD TO EXT-THRESHOLD
002030     MOVE RTWO-ORDER-DATE TO EXT-ORDER-DATE
002040     WRITE EXT-RECORD.
002050 2000-EXIT.
002060     EXIT.

002070******************************************************************
002080*    2100-OPEN-ORDER -- FIND THE BREACH'S WORK ORDER.  NONE YET
002090*                       MEANS A NEW ORDER OPENED TODAY; ONE NO
002100*                       LONGER OPEN MEANS THE DESK HAS ORDERED A
002110*                       FRESH RETEST, SO IT IS REOPENED TODAY.  AN
002120*                       ORDER ALREADY OPEN IS LEFT AS IT IS SO ITS
002130*                       AGE KEEPS COUNTING.
002140******************************************************************
002150 2100-OPEN-ORDER.
002160     MOVE "N" TO WS-ORDER-FOUND-SW
002170     MOVE EXCM-PAIR-ID TO RTWO-PAIR-ID
002180     MOVE EXCM-DATE TO RTWO-EXC-DATE
002190     READ RETEST-MASTER
002200         INVALID KEY
002210             CONTINUE
002220         NOT INVALID KEY
002230             MOVE "Y" TO WS-ORDER-FOUND-SW
002240     END-READ
002250     IF ORDER-ON-FILE
002260         AND RTWO-IS-OPEN
002270         GO TO 2100-EXIT
002280     END-IF
002290     MOVE EXCM-PAIR-ID TO RTWO-PAIR-ID
002300     MOVE EXCM-DATE TO RTWO-EXC-DATE
002310     MOVE WS-TODAY TO RTWO-ORDER-DATE
002320     MOVE EXCM-DISTANCE TO RTWO-DISTANCE
002330     MOVE EXCM-PCT-MISMATCH TO RTWO-PCT-MISMATCH
002340     MOVE EXCM-THRESHOLD TO RTWO-THRESHOLD
002350     MOVE "O" TO RTWO-STATUS
002360     MOVE SPACE TO RTWO-RESULT-DATE
002370     MOVE ZERO TO RTWO-RETEST-DISTANCE
002380     MOVE ZERO TO RTWO-RETEST-PCT
002390     IF ORDER-ON-FILE
002400         REWRITE RETEST-ORDER-RECORD
002410             INVALID KEY
002420                 DISPLAY "HAMRTORD REWRITE FAILED: "
002430                     EXCM-DATE " " EXCM-PAIR-ID
002440             NOT INVALID KEY
002450                 ADD 1 TO WS-ORDERS-REOPENED
002460         END-REWRITE
002470     ELSE
002480         WRITE RETEST-ORDER-RECORD
002490             INVALID KEY
002500                 DISPLAY "HAMRTORD WRITE FAILED: "
002510                     EXCM-DATE " " EXCM-PAIR-ID
002520             NOT INVALID KEY
002530                 ADD 1 TO WS-ORDERS-OPENED
002540         END-WRITE
002550     END-IF.
002560 2100-EXIT.
002570     EXIT.

002580******************************************************************
002590*    3000-START-ORDERS -- POSITION AT THE START OF THE WORK-ORDER
002600*                         MASTER FOR THE OVERDUE PASS
002610******************************************************************
002620 3000-START-ORDERS.
002630     MOVE LOW-VALUES TO RETEST-ORDER-KEY
002640     START RETEST-MASTER
002650         KEY IS NOT LESS THAN RETEST-ORDER-KEY
002660         INVALID KEY
002670             SET END-OF-ORDERS TO TRUE
002680     END-START.
002690 3000-EXIT.
002700     EXIT.

002710******************************************************************
002720*    3100-CHECK-ORDER -- AN OPEN ORDER WHOSE BREACH IS NO LONGER
002730*                        IN RETEST STATUS WAS SETTLED BY HAND AND
002740*                        IS WITHDRAWN; ONE STILL WAITING LONGER
002750*                        THAN THE OVERDUE LIMIT IS LISTED
002760******************************************************************
002770 3100-CHECK-ORDER.
002780     READ RETEST-MASTER NEXT RECORD
002790         AT END
002800             SET END-OF-ORDERS TO TRUE
002810             GO TO 3100-EXIT
002820     END-READ
002830     IF NOT RTWO-IS-OPEN
002840         GO TO 3100-EXIT
002850     END-IF
002860     MOVE "N" TO WS-BREACH-FOUND-SW
002870     MOVE RTWO-EXC-DATE TO EXCM-DATE
002880     MOVE RTWO-PAIR-ID TO EXCM-PAIR-ID
002890     READ EXC-MASTER
002900         INVALID KEY
002910             CONTINUE
002920         NOT INVALID KEY
002930             MOVE "Y" TO WS-BREACH-FOUND-SW
002940     END-READ
002950     IF NOT BREACH-ON-FILE
002960         OR NOT EXCM-IS-RETEST
002970         MOVE "W" TO RTWO-STATUS
002980         MOVE WS-TODAY TO RTWO-RESULT-DATE
002990         REWRITE RETEST-ORDER-RECORD
003000             INVALID KEY
003010                 DISPLAY "HAMRTORD REWRITE FAILED: "
003020                     RTWO-EXC-DATE " " RTWO-PAIR-ID
003030             NOT INVALID KEY
003040                 ADD 1 TO WS-ORDERS-WITHDRAWN
003050         END-REWRITE
003060         GO TO 3100-EXIT
003070     END-IF
003080     ADD 1 TO WS-ORDERS-OPEN
003090     COMPUTE WS-ORDER-DATE-NUM = FUNCTION NUMVAL(RTWO-ORDER-DATE)
003100     COMPUTE WS-ORDER-INT =
003110         FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM)
003120     COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-ORDER-INT
003130     IF WS-DAYS-OPEN NOT > WS-OVERDUE-DAYS
003140         GO TO 3100-EXIT
003150     END-IF
003160     ADD 1 TO WS-ORDERS-OVERDUE
003170     MOVE SPACE TO OVD-RECORD
003180     MOVE RTWO-PAIR-ID TO OVD-PAIR-ID
003190     MOVE RTWO-EXC-DATE TO OVD-EXC-DATE
003200     MOVE RTWO-ORDER-DATE TO OVD-ORDER-DATE
003210     MOVE RTWO-DISTANCE TO OVD-DISTANCE
003220     MOVE RTWO-THRESHOLD TO OVD-THRESHOLD
003230     MOVE WS-DAYS-OPEN TO OVD-DAYS-OPEN
003240     WRITE OVD-RECORD.
003250 3100-EXIT.
003260     EXIT.

003270******************************************************************
003280*    8000-TERMINATE -- CLOSE FILES AND DISPLAY THE RUN TOTALS
003290******************************************************************
003300 8000-TERMINATE.
003310     CLOSE EXC-MASTER
003320     CLOSE RETEST-MASTER
003330     CLOSE ORDER-EXT
003340     CLOSE OVERDUE-RPT
003350     DISPLAY "HAMRTORD BREACHES ON FILE   : " WS-BREACHES-READ
003360     DISPLAY "HAMRTORD RETESTS EXTRACTED  : " WS-RETESTS-EXTRACTED
003370     DISPLAY "HAMRTORD ORDERS OPENED      : " WS-ORDERS-OPENED
003380     DISPLAY "HAMRTORD ORDERS REOPENED    : " WS-ORDERS-REOPENED
003390     DISPLAY "HAMRTORD ORDERS WITHDRAWN   : " WS-ORDERS-WITHDRAWN
003400     DISPLAY "HAMRTORD ORDERS STILL OPEN  : " WS-ORDERS-OPEN
003410     DISPLAY "HAMRTORD ORDERS OVERDUE     : " WS-ORDERS-OVERDUE
003420     IF WS-ORDERS-OVERDUE > ZERO
003430         MOVE 4 TO RETURN-CODE
003440     END-IF.
003450 8000-EXIT.
003460     EXIT.
