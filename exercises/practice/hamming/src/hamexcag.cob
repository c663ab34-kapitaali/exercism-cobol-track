000200*                     SURVIVE THE NIGHT.  RETURN CODE 4 WHEN
000210*                     ANYTHING IS STILL OPEN, SO THE SCHEDULER
000220*                     CAN TELL A CLEAN MORNING FROM A BACKLOG.
000221*    2026-10-07  SQS  BREACHES ESCALATED BY A FAILED RETEST
000222*                     (STATUS E, SET BY HAMRTMAT) ARE LISTED
000223*                     TOO, MARKED 'ESC' IN A NEW COLUMN AFTER
000224*                     THE DAYS OUTSTANDING, AND COUNT TOWARD
000225*                     RETURN CODE 4 - THEY NEED THE DESK MORE
000226*                     THAN ANYTHING MERELY OPEN.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000540     05  AGING-THRESHOLD        PIC X(30).
000550     05  FILLER                 PIC X(02).
000560     05  AGING-DAYS-OPEN        PIC ZZZZ9.
000570     05  FILLER                 PIC X(02).
000571     05  AGING-ESCALATED        PIC X(03).
000572     05  FILLER                 PIC X(01).

000580 WORKING-STORAGE SECTION.
000590 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000600     88  END-OF-MASTER                    VALUE "Y".
000610 77  WS-BREACHES-READ           PIC 9(07) VALUE ZERO.
000620 77  WS-BREACHES-OPEN           PIC 9(07) VALUE ZERO.
000621 77  WS-BREACHES-ESCALATED      PIC 9(07) VALUE ZERO.
000630 77  WS-OLDEST-DAYS             PIC 9(05) VALUE ZERO.
000640 77  WS-TODAY-INT               PIC 9(09) COMP VALUE ZERO.
000650 77  WS-BREACH-INT              PIC 9(09) COMP VALUE ZERO.
000940     EXIT.

000950******************************************************************
000960*    2000-AGE-BREACH -- ONE LISTING LINE PER BREACH STILL OPEN
000970*                       OR ESCALATED, WITH DAYS OUTSTANDING
000971*                       AGAINST TODAY
000980******************************************************************
000990 2000-AGE-BREACH.
001000     READ EXC-MASTER NEXT RECORD
001040     END-READ
001050     ADD 1 TO WS-BREACHES-READ
001060     IF NOT EXCM-IS-OPEN
001061         AND NOT EXCM-IS-ESCALATED
001070         GO TO 2000-EXIT
001080     END-IF
001081     IF EXCM-IS-ESCALATED
001082         ADD 1 TO WS-BREACHES-ESCALATED
001083     ELSE
001084         ADD 1 TO WS-BREACHES-OPEN
001085     END-IF
001100     COMPUTE WS-BREACH-DATE-NUM = FUNCTION NUMVAL(EXCM-DATE)
001110     COMPUTE WS-BREACH-INT =
001120         FUNCTION INTEGER-OF-DATE(WS-BREACH-DATE-NUM)
001240     MOVE EXCM-PCT-MISMATCH TO AGING-PCT-MISMATCH
001250     MOVE EXCM-THRESHOLD TO AGING-THRESHOLD
001260     MOVE WS-DAYS-OPEN TO AGING-DAYS-OPEN
001261     IF EXCM-IS-ESCALATED
001262         MOVE "ESC" TO AGING-ESCALATED
001263     END-IF
001270     WRITE AGING-RECORD.
001280 2000-EXIT.
001290     EXIT.
001350     CLOSE AGING-RPT
001360     DISPLAY "HAMEXCAG BREACHES ON FILE  : " WS-BREACHES-READ
001370     DISPLAY "HAMEXCAG BREACHES OPEN     : " WS-BREACHES-OPEN
001371     DISPLAY "HAMEXCAG BREACHES ESCALATED: " WS-BREACHES-ESCALATED
001380     DISPLAY "HAMEXCAG OLDEST DAYS OPEN  : " WS-OLDEST-DAYS
001390     IF WS-BREACHES-OPEN > ZERO
001391         OR WS-BREACHES-ESCALATED > ZERO
001400         MOVE 4 TO RETURN-CODE
001410     END-IF.
001420 8000-EXIT.
