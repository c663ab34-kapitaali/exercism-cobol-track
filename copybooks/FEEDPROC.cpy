      ******************************************************************
      *    COPYBOOK:  FEEDPROC
      *    PURPOSE :  SHARED HEADER/TRAILER LOGIC FOR THE PROGRAMS
      *               THAT WRITE AN OUTBOUND FEED.  THE CALLER
      *               DECLARES ITS OWN SELECT/FD FOR FEED-SEQ
      *               (ASSIGN TO "FEEDSEQ", INDEXED, ACCESS MODE
      *               RANDOM, RECORD KEY IS FSEQ-FEED-NAME, FILE
      *               STATUS IS WS-FEED-STATUS; COPY FEEDSEQ FOR THE
      *               RECORD LAYOUT) AND COPIES FEEDWS AND FEEDCTL
      *               INTO WORKING-STORAGE.
      *               9900-OPEN-FEED-SEQ: PERFORM IN PLACE OF OPENING
      *               FEED-SEQ YOURSELF.  PROBES FOR THE FILE AND
      *               CREATES IT EMPTY ON THE FIRST EVER RUN, LIKE
      *               RUNPROC'S 9550-OPEN-RUN-CTL.
      *               9910-BUILD-HEADER: MOVE THE FEED NAME TO
      *               WS-FEED-NAME AND THE BUSINESS DATE TO
      *               WS-FEED-BUS-DATE, PERFORM, THEN WRITE THE FEED'S
      *               FIRST RECORD FROM FEED-CTL-RECORD.  ISSUES THE
      *               FEED'S NEXT SEQUENCE NUMBER (999999 WRAPS TO 1)
      *               AND ZEROES WS-FEED-COUNT AND WS-FEED-HASH.
      *               9920-BUILD-TRAILER: AFTER THE LAST DATA RECORD,
      *               PERFORM, THEN WRITE THE FEED'S LAST RECORD FROM
      *               FEED-CTL-RECORD.  CARRIES THE COUNT AND HASH THE
      *               CALLER ACCUMULATED AND POSTS THE COUNT TO THE
      *               FEED'S SEQUENCE RECORD.
      ******************************************************************
      *    2026-10-13  DCD  INITIAL VERSION.
       9900-OPEN-FEED-SEQ.
           OPEN I-O FEED-SEQ
           IF WS-FEED-STATUS NOT = "00"
               OPEN OUTPUT FEED-SEQ
               CLOSE FEED-SEQ
               OPEN I-O FEED-SEQ
           END-IF.
       9900-EXIT.
           EXIT.
       9910-BUILD-HEADER.
           MOVE "N" TO WS-FEED-FOUND-SW
           MOVE WS-FEED-NAME TO FSEQ-FEED-NAME
           READ FEED-SEQ
               INVALID KEY
                   MOVE ZERO TO FSEQ-LAST-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-FEED-FOUND-SW
           END-READ
           IF FSEQ-LAST-SEQ NOT LESS THAN 999999
               MOVE 1 TO WS-FEED-SEQ-NO
           ELSE
               COMPUTE WS-FEED-SEQ-NO = FSEQ-LAST-SEQ + 1
           END-IF
           MOVE WS-FEED-NAME TO FSEQ-FEED-NAME
           MOVE WS-FEED-SEQ-NO TO FSEQ-LAST-SEQ
           MOVE WS-FEED-BUS-DATE TO FSEQ-LAST-DATE
           MOVE ZERO TO FSEQ-LAST-COUNT
           IF FEED-SEQ-ON-FILE
               REWRITE FEED-SEQ-RECORD
                   INVALID KEY
                       DISPLAY "FEED SEQUENCE REWRITE FAILED: "
                           WS-FEED-NAME
               END-REWRITE
           ELSE
               WRITE FEED-SEQ-RECORD
                   INVALID KEY
                       DISPLAY "FEED SEQUENCE WRITE FAILED: "
                           WS-FEED-NAME
               END-WRITE
           END-IF
           MOVE ZERO TO WS-FEED-COUNT
           MOVE ZERO TO WS-FEED-HASH
           MOVE SPACE TO FEED-CTL-RECORD
           SET FCTL-IS-HEADER TO TRUE
           MOVE WS-FEED-NAME TO FCTL-FEED-NAME
           MOVE WS-FEED-BUS-DATE TO FCTL-BUS-DATE
           MOVE WS-FEED-SEQ-NO TO FCTL-SEQ-NO
           MOVE ZERO TO FCTL-REC-COUNT
           MOVE ZERO TO FCTL-HASH-TOTAL.
       9910-EXIT.
           EXIT.
       9920-BUILD-TRAILER.
           MOVE WS-FEED-NAME TO FSEQ-FEED-NAME
           READ FEED-SEQ
               INVALID KEY
                   DISPLAY "FEED SEQUENCE NOT ON FILE: "
                       WS-FEED-NAME
               NOT INVALID KEY
                   MOVE WS-FEED-COUNT TO FSEQ-LAST-COUNT
                   REWRITE FEED-SEQ-RECORD
                       INVALID KEY
                           DISPLAY "FEED SEQUENCE REWRITE FAILED: "
                               WS-FEED-NAME
                   END-REWRITE
           END-READ
           MOVE SPACE TO FEED-CTL-RECORD
           SET FCTL-IS-TRAILER TO TRUE
           MOVE WS-FEED-NAME TO FCTL-FEED-NAME
           MOVE WS-FEED-BUS-DATE TO FCTL-BUS-DATE
           MOVE WS-FEED-SEQ-NO TO FCTL-SEQ-NO
           MOVE WS-FEED-COUNT TO FCTL-REC-COUNT
           MOVE WS-FEED-HASH TO FCTL-HASH-TOTAL.
       9920-EXIT.
           EXIT.
