      ******************************************************************
      *    COPYBOOK:  HAMCMP
      *    PURPOSE :  RECORD LAYOUT FOR THE PER-STRAIN BASE-
      *               COMPOSITION LIMITS FILE (COMPLIM), KEYED BY
      *               STRAIN ID.  ONE RECORD = THE GC-PERCENT BAND,
      *               THE MAXIMUM AMBIGUOUS-BASE PERCENT AND THE
      *               LONGEST HOMOPOLYMER RUN A STRAND OF THAT STRAIN
      *               MAY SHOW BEFORE HAMCOMP HOLDS IT OUT OF THE
      *               COMPARISON FEED.  AS ON TOLFILE, THE ROW WITH
      *               STRAIN ID '*DEFAULT' APPLIES WHEREVER NO
      *               STRAIN-SPECIFIC ROW EXISTS (AND IS ALL A PAIR
      *               OR CANDIDATE FEED CAN USE - THEY CARRY NO
      *               STRAIN ID).  LOADED BY HAMCMPLD.
      ******************************************************************
      *    2026-10-09  SQS  INITIAL VERSION.
       01  CMP-RECORD.
           05  CMP-STRAIN-ID          PIC X(10).
           05  CMP-MIN-GC-PCT         PIC 9(03)V99.
           05  CMP-MAX-GC-PCT         PIC 9(03)V99.
           05  CMP-MAX-AMBIG-PCT      PIC 9(03)V99.
           05  CMP-MAX-HOMOPOLYMER    PIC 9(04).
