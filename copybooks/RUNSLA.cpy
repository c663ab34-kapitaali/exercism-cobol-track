      ******************************************************************
      *    COPYBOOK:  RUNSLA
      *    PURPOSE :  RECORD LAYOUT FOR THE BATCH SLA LIMITS FILE,
      *               KEYED BY PROGRAM NAME LIKE THE EXPECTED-JOBS
      *               CALENDAR (RUNCAL) IT SITS BESIDE.  ONE RECORD =
      *               ONE NIGHTLY PROGRAM'S TARGET ELAPSED TIME IN
      *               MINUTES AND THE LATEST TIME OF DAY IT MAY END,
      *               WITH A DAY OFFSET (0 = ON THE RUN DATE, 1 = THE
      *               MORNING AFTER) FOR JOBS THAT RUN PAST MIDNIGHT.
      *               LOADED BY RUNSLALD, READ BY RUNELAPS.
      ******************************************************************
      *    2026-10-12  DCD  INITIAL VERSION.
       01  SLA-RECORD.
           05  SLA-PROGRAM            PIC X(15).
           05  SLA-TARGET-MINS        PIC 9(04).
           05  SLA-LATEST-END.
               10  SLA-END-HH         PIC 9(02).
               10  SLA-END-MM         PIC 9(02).
           05  SLA-END-DAY-OFFSET     PIC 9(01).
