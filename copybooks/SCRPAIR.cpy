      ******************************************************************
      *    COPYBOOK:  SCRPAIR
      *    PURPOSE :  RECORD LAYOUT FOR A TOURNAMENT EVENT'S ROUND
      *               PAIRING FILE (PAIRIN/PAIROUT, A GENERATION
      *               DATASET PER EVENT), WRITTEN BY SCRPAIR.  ONE
      *               RECORD = ONE BOARD OF ONE ROUND: THE GAME ID
      *               THE BOARD MUST BE PLAYED UNDER (EVENT CODE,
      *               ROUND, BOARD), THE TWO PLAYERS DRAWN, AND THE
      *               RESULT ONCE SCRRATE HAS SCORED IT.  A BYE IS A
      *               BOARD WITH NO SECOND PLAYER.  EACH NEW
      *               GENERATION CARRIES EVERY EARLIER ROUND FORWARD
      *               WITH ITS RESULTS POSTED, SO THE LATEST
      *               GENERATION IS THE WHOLE EVENT TO DATE AND
      *               SCRGAME CHECKS GAMEIN AGAINST ITS LAST ROUND.
      ******************************************************************
      *    2026-10-15  WCO  INITIAL VERSION.
       01  PAIRING-RECORD.
           05  PAIR-ROUND             PIC 9(03).
           05  PAIR-BOARD             PIC 9(03).
           05  PAIR-GAME-ID.
               10  PAIR-GAME-EVENT    PIC X(02).
               10  PAIR-GAME-ROUND    PIC 9(03).
               10  PAIR-GAME-BOARD    PIC 9(03).
           05  PAIR-PLAYER-1          PIC X(10).
           05  PAIR-PLAYER-2          PIC X(10).
           05  PAIR-RESULT            PIC X(01).
               88  PAIR-NOT-PLAYED              VALUE SPACE.
               88  PAIR-PLAYER-1-WON            VALUE "1".
               88  PAIR-PLAYER-2-WON            VALUE "2".
               88  PAIR-IS-DRAWN                VALUE "D".
               88  PAIR-IS-BYE                  VALUE "B".
           05  PAIR-REMATCH-SW        PIC X(01).
               88  PAIR-IS-REMATCH              VALUE "Y".
           05  FILLER                 PIC X(04).
