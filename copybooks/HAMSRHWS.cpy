      ******************************************************************
      *    COPYBOOK:  HAMSRHWS
      *    PURPOSE :  WORKING-STORAGE FOR THE SAMPLE-RESULT HISTORY
      *               POSTING LOGIC (SEE HAMSRHPR).  COPIED BY ANY
      *               PROGRAM THAT POSTS TO THE SMPLHIST FILE (COPY
      *               HAMSRH FOR THE RECORD LAYOUT).
      ******************************************************************
      *    2026-10-06  SQS  INITIAL VERSION.
       01  WS-SRH-STATUS              PIC X(02).
       01  WS-SRH-OUTCOME             PIC X(01) VALUE "N".
