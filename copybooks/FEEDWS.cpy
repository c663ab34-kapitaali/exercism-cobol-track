      ******************************************************************
      *    COPYBOOK:  FEEDWS
      *    PURPOSE :  WORKING-STORAGE FOR THE SHARED FEED HEADER AND
      *               TRAILER LOGIC - FEEDPROC ON THE WRITING SIDE,
      *               FEEDCKPR ON THE READING SIDE.  COPY FEEDCTL
      *               ALONGSIDE IT FOR THE CONTROL RECORD ITSELF.
      *               WS-FEED-STATUS IS FOR THE WRITER'S SELECT OF
      *               FEED-SEQ (FILE STATUS IS WS-FEED-STATUS).  THE
      *               CALLER ADDS 1 TO WS-FEED-COUNT AND THE RECORD'S
      *               HASH FIGURE TO WS-FEED-HASH FOR EVERY DATA RECORD
      *               IT WRITES (OR, READING, MOVES THE FIGURE TO
      *               WS-FEED-REC-HASH AND LETS 9970 ADD IT).
      ******************************************************************
      *    2026-10-13  DCD  INITIAL VERSION.
       01  WS-FEED-STATUS             PIC X(02).
       01  WS-FEED-NAME               PIC X(08).
       01  WS-FEED-BUS-DATE           PIC X(08).
       01  WS-FEED-SEQ-NO             PIC 9(06) VALUE ZERO.
       01  WS-FEED-COUNT              PIC 9(09) VALUE ZERO.
       01  WS-FEED-HASH               PIC 9(15) VALUE ZERO.
       01  WS-FEED-REC-HASH           PIC 9(15) VALUE ZERO.
       01  WS-FEED-ERROR              PIC X(40) VALUE SPACE.
       01  WS-FEED-FOUND-SW           PIC X(01) VALUE "N".
           88  FEED-SEQ-ON-FILE                 VALUE "Y".
       01  WS-FEED-STATE-SW           PIC X(01) VALUE "N".
           88  FEED-NOT-STARTED                 VALUE "N".
           88  FEED-HEADER-SEEN                 VALUE "H".
           88  FEED-TRAILER-SEEN                VALUE "T".
