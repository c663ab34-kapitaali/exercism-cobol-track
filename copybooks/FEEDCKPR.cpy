      ******************************************************************
      *    COPYBOOK:  FEEDCKPR
      *    PURPOSE :  SHARED HEADER/TRAILER VALIDATION FOR THE
      *               PROGRAMS THAT READ AN OUTBOUND FEED BACK IN.
      *               THE CALLER COPIES FEEDWS AND FEEDCTL INTO
      *               WORKING-STORAGE.
      *               9940-START-FEED-CHECK: MOVE THE EXPECTED FEED
      *               NAME TO WS-FEED-NAME AND PERFORM BEFORE THE
      *               FIRST RECORD.
      *               9970-CHECK-FEED-RECORD: FOR EVERY RECORD READ,
      *               MOVE THE RECORD TO FEED-CTL-RECORD; IF IT IS NOT
      *               FCTL-IS-CONTROL, MOVE ITS HASH FIGURE TO
      *               WS-FEED-REC-HASH; THEN PERFORM.  THE FIRST
      *               RECORD MUST BE THE HEADER; DATA RECORDS ARE
      *               COUNTED AND HASHED; THE TRAILER IS CHECKED
      *               AGAINST THE HEADER AND THE RUNNING TOTALS;
      *               NOTHING MAY FOLLOW IT.
      *               9980-CHECK-FEED-END: PERFORM AT END OF FILE.  A
      *               FILE THAT ENDS WITHOUT ITS TRAILER WAS CUT SHORT.
      *               ON RETURN WS-FEED-ERROR IS SPACE FOR A GOOD FILE,
      *               OTHERWISE IT HOLDS THE FIRST FAULT FOUND, AND
      *               WS-FEED-BUS-DATE/WS-FEED-SEQ-NO HOLD THE HEADER'S
      *               VALUES FOR THE CONTROL LISTING.
      *               9950-CHECK-HEADER AND 9960-CHECK-TRAILER ARE THE
      *               SINGLE-RECORD CHECKS BEHIND 9970, FOR A READER
      *               WHOSE FILE HOLDS SEVERAL HEADER/TRAILER BATCHES
      *               (ZERO WS-FEED-COUNT/WS-FEED-HASH AT EACH HEADER
      *               AND ACCUMULATE THEM YOURSELF).
      ******************************************************************
      *    2026-10-13  DCD  INITIAL VERSION.
       9940-START-FEED-CHECK.
           MOVE "N" TO WS-FEED-STATE-SW
           MOVE ZERO TO WS-FEED-COUNT
           MOVE ZERO TO WS-FEED-HASH
           MOVE ZERO TO WS-FEED-SEQ-NO
           MOVE SPACE TO WS-FEED-BUS-DATE
           MOVE SPACE TO WS-FEED-ERROR.
       9940-EXIT.
           EXIT.
       9950-CHECK-HEADER.
           IF NOT FCTL-IS-HEADER
               MOVE "NO HEADER RECORD" TO WS-FEED-ERROR
               GO TO 9950-EXIT
           END-IF
           MOVE FCTL-BUS-DATE TO WS-FEED-BUS-DATE
           IF FCTL-SEQ-NO IS NUMERIC
               MOVE FCTL-SEQ-NO TO WS-FEED-SEQ-NO
           END-IF
           IF FCTL-FEED-NAME NOT EQUAL TO WS-FEED-NAME
               MOVE "HEADER FEED NAME IS NOT THIS FEED"
                   TO WS-FEED-ERROR
               GO TO 9950-EXIT
           END-IF
           IF FCTL-BUS-DATE NOT NUMERIC
               OR FCTL-SEQ-NO NOT NUMERIC
               MOVE "HEADER DATE OR SEQUENCE NOT NUMERIC"
                   TO WS-FEED-ERROR
               GO TO 9950-EXIT
           END-IF
           SET FEED-HEADER-SEEN TO TRUE.
       9950-EXIT.
           EXIT.
       9960-CHECK-TRAILER.
           IF NOT FCTL-IS-TRAILER
               MOVE "NO TRAILER RECORD - FILE TRUNCATED"
                   TO WS-FEED-ERROR
               GO TO 9960-EXIT
           END-IF
           IF FCTL-FEED-NAME NOT EQUAL TO WS-FEED-NAME
               OR FCTL-BUS-DATE NOT EQUAL TO WS-FEED-BUS-DATE
               OR FCTL-SEQ-NO NOT EQUAL TO WS-FEED-SEQ-NO
               MOVE "TRAILER DOES NOT MATCH HEADER"
                   TO WS-FEED-ERROR
               GO TO 9960-EXIT
           END-IF
           IF FCTL-REC-COUNT NOT NUMERIC
               OR FCTL-REC-COUNT NOT EQUAL TO WS-FEED-COUNT
               MOVE "TRAILER RECORD COUNT DOES NOT MATCH"
                   TO WS-FEED-ERROR
               GO TO 9960-EXIT
           END-IF
           IF FCTL-HASH-TOTAL NOT NUMERIC
               OR FCTL-HASH-TOTAL NOT EQUAL TO WS-FEED-HASH
               MOVE "TRAILER HASH TOTAL DOES NOT MATCH"
                   TO WS-FEED-ERROR
               GO TO 9960-EXIT
           END-IF
           SET FEED-TRAILER-SEEN TO TRUE.
       9960-EXIT.
           EXIT.
       9970-CHECK-FEED-RECORD.
           IF WS-FEED-ERROR NOT EQUAL TO SPACE
               GO TO 9970-EXIT
           END-IF
           EVALUATE TRUE
               WHEN FEED-NOT-STARTED
                   PERFORM 9950-CHECK-HEADER THRU 9950-EXIT
               WHEN FEED-TRAILER-SEEN
                   MOVE "RECORDS FOLLOW THE TRAILER"
                       TO WS-FEED-ERROR
               WHEN FCTL-IS-TRAILER
                   PERFORM 9960-CHECK-TRAILER THRU 9960-EXIT
               WHEN FCTL-IS-HEADER
                   MOVE "SECOND HEADER BEFORE THE TRAILER"
                       TO WS-FEED-ERROR
               WHEN OTHER
                   ADD 1 TO WS-FEED-COUNT
                   ADD WS-FEED-REC-HASH TO WS-FEED-HASH
           END-EVALUATE.
       9970-EXIT.
           EXIT.
       9980-CHECK-FEED-END.
           IF WS-FEED-ERROR NOT EQUAL TO SPACE
               GO TO 9980-EXIT
           END-IF
           EVALUATE TRUE
               WHEN FEED-NOT-STARTED
                   MOVE "EMPTY FILE - NO HEADER RECORD"
                       TO WS-FEED-ERROR
               WHEN FEED-HEADER-SEEN
                   MOVE "NO TRAILER RECORD - FILE TRUNCATED"
                       TO WS-FEED-ERROR
           END-EVALUATE.
       9980-EXIT.
           EXIT.
