      ******************************************************************
      *    COPYBOOK:  SCRENTR
      *    PURPOSE :  RECORD LAYOUT FOR A TOURNAMENT EVENT'S ENTRANT
      *               LIST (ENTRANTS), KEYED BY THE TOURNAMENT
      *               DIRECTOR.  ONE RECORD = ONE PLAYER ENTERED IN
      *               THE EVENT.  A PLAYER WHO WITHDRAWS PART WAY
      *               THROUGH STAYS ON THE LIST MARKED 'W' SO THE
      *               EARLIER ROUNDS STILL READ RIGHT, BUT IS NOT
      *               PAIRED AGAIN (SEE SCRPAIR).
      ******************************************************************
      *    2026-10-15  WCO  INITIAL VERSION.
       01  ENTRANT-RECORD.
           05  ENTR-PLAYER-ID         PIC X(10).
           05  ENTR-STATUS            PIC X(01).
               88  ENTR-IS-WITHDRAWN            VALUE "W".
           05  FILLER                 PIC X(09).
