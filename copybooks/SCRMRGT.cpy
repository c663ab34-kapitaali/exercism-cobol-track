      ******************************************************************
      *    COPYBOOK:  SCRMRGT
      *    PURPOSE :  RECORD LAYOUT FOR THE PLAYER MERGE TRANSACTION
      *               FEED READ BY SCRMERGE.  ONE RECORD = ONE
      *               PLAYER FOUND REGISTERED TWICE (SEE THE SCRDUPL
      *               LISTING), CONFIRMED BY THE CONTEST DESK: THE ID
      *               THAT STAYS, THE ID THAT IS RETIRED INTO IT, AND
      *               THE REASON FOR THE AUDIT TRAIL.
      ******************************************************************
      *    2026-10-15  WCO  INITIAL VERSION.
       01  MERGE-TRAN-RECORD.
           05  MRGT-SURVIVOR-ID       PIC X(10).
           05  MRGT-RETIRED-ID        PIC X(10).
           05  MRGT-REASON            PIC X(40).
