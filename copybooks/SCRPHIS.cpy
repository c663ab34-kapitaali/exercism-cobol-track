      ******************************************************************
      *    COPYBOOK:  SCRPHIS
      *    PURPOSE :  RECORD LAYOUT FOR THE PAIRING HISTORY FILE
      *               (PAIRHIST), KEYED BY THE TWO PLAYERS (LOWER ID
      *               FIRST) PLUS THE GAME ID SO ONE PAIR'S MEETINGS
      *               READ AS ONE KEY RANGE.  ONE RECORD = ONE
      *               TWO-PLAYER GAME FROM GAMESUM WITH BOTH FINAL
      *               TOTALS, POSTED BY SCRSCRN.  GAMESUM HOLDS ONLY
      *               ONE NIGHT'S GAMES; THIS IS WHAT SHOWS THE SAME
      *               TWO PLAYERS MEETING AGAIN AND AGAIN.  THE GAME
      *               ID IN THE KEY MAKES A RE-RUN NIGHT POST
      *               NOTHING TWICE.
      ******************************************************************
      *    2026-10-15  WCO  INITIAL VERSION.
       01  PAIR-HIST-RECORD.
           05  PAIR-HIST-KEY.
               10  PHIS-PLAYER-A      PIC X(10).
               10  PHIS-PLAYER-B      PIC X(10).
               10  PHIS-GAME-ID       PIC X(08).
           05  PHIS-POSTED-DATE       PIC X(08).
           05  PHIS-A-TOTAL           PIC 9(06).
           05  PHIS-B-TOTAL           PIC 9(06).
