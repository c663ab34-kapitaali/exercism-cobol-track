      ******************************************************************
      *    COPYBOOK:  HAMSRH
      *    PURPOSE :  RECORD LAYOUT FOR THE SAMPLE-RESULT HISTORY FILE
      *               (SMPLHIST), KEYED BY STRAIN ID, RUN DATE, SAMPLE
      *               ID AND THE PROGRAM THAT PRODUCED THE RESULT.
      *               ONE RECORD = ONE CLEAN COMPARISON FROM HAMSTRN
      *               OR HAMBYID: THE REFERENCE VERSION USED (SEE
      *               HAMHIST), THE DISTANCE AND PERCENT MISMATCH, THE
      *               TOLERANCE OUTCOME, AND THE QUERY STRAND ITSELF,
      *               SO THE RESULT OUTLIVES THE NIGHT'S REPORT.
      *               STRAIN LEADS THE KEY SO A SEQUENTIAL READ
      *               DELIVERS EACH STRAIN'S RESULTS TOGETHER, OLDEST
      *               RUN DATE FIRST (SEE HAMDRIFT).
      ******************************************************************
      *    2026-10-06  SQS  INITIAL VERSION.
       01  SMPL-HIST-RECORD.
           05  SMPL-HIST-KEY.
               10  SRH-STRAIN-ID      PIC X(10).
               10  SRH-RUN-DATE       PIC X(08).
               10  SRH-SAMPLE-ID      PIC X(10).
               10  SRH-PROGRAM        PIC X(08).
           05  SRH-VERSION            PIC 9(04).
           05  SRH-DISTANCE           PIC 9(05).
           05  SRH-PCT-MISMATCH       PIC 9(03)V99.
           05  SRH-TOL-OUTCOME        PIC X(01).
               88  SRH-WITHIN-TOL               VALUE "P".
               88  SRH-OVER-TOL                 VALUE "B".
               88  SRH-NO-TOL                   VALUE "N".
           05  SRH-QUERY-DNA          PIC X(500).
