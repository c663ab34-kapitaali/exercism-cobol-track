      ******************************************************************
      *    COPYBOOK:  SCRREVQ
      *    PURPOSE :  RECORD LAYOUT FOR THE INTEGRITY REVIEW QUEUE
      *               (REVIEWQ, A GENERATION DATASET) WRITTEN BY THE
      *               NIGHTLY SCREENING STEP SCRSCRN.  ONE RECORD =
      *               ONE FLAGGED ITEM FOR THE CONTEST DESK: THE
      *               REASON CODE, THE PLAYER (AND THE OPPONENT FOR
      *               A PAIRING), THE DAY AND WORD WHERE THERE IS
      *               ONE, AND THE TWO FIGURES THAT TRIPPED THE
      *               RULE.  THE DESK MARKS EACH ITEM CONFIRMED OR
      *               DISMISSED IN REVQ-DECISION AND FEEDS THE
      *               MARKED QUEUE TO SCRREVW, WHICH TURNS CONFIRMED
      *               SCORE ITEMS INTO CHALLENGE TRANSACTIONS FOR
      *               SCRADJ.
      *
      *               REASON       FIGURE            BASIS
      *               JUMP  DAY'S TOTAL       PLAYER'S DAILY AVERAGE
      *               WORD  WORD'S SCORE      PLAYERS WHO PLAYED IT
      *               PAIR  GAMES PLAYED      GAMES WON BY PLAYER
      ******************************************************************
      *    2026-10-15  WCO  INITIAL VERSION.
       01  REVIEW-QUEUE-RECORD.
           05  REVQ-SCREEN-DATE       PIC X(08).
           05  REVQ-ITEM-NO           PIC 9(05).
           05  REVQ-REASON            PIC X(04).
               88  REVQ-IS-JUMP                 VALUE "JUMP".
               88  REVQ-IS-WORD                 VALUE "WORD".
               88  REVQ-IS-PAIR                 VALUE "PAIR".
           05  REVQ-PLAYER-ID         PIC X(10).
           05  REVQ-OTHER-ID          PIC X(10).
           05  REVQ-ENTRY-DATE        PIC X(08).
           05  REVQ-WORD              PIC X(60).
           05  REVQ-FIGURE            PIC 9(06).
           05  REVQ-BASIS             PIC 9(06).
           05  REVQ-DECISION          PIC X(01).
               88  REVQ-IS-PENDING              VALUE SPACE.
               88  REVQ-IS-CONFIRMED            VALUE "C".
               88  REVQ-IS-DISMISSED            VALUE "D".
           05  FILLER                 PIC X(02).
