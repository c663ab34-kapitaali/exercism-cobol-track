      ******************************************************************
      *    COPYBOOK:  RUNELH
      *    PURPOSE :  RECORD LAYOUT FOR THE BATCH ELAPSED-TIME
      *               HISTORY FILE, KEYED BY PROGRAM NAME PLUS RUN
      *               DATE SO ONE PROGRAM'S RECENT NIGHTS READ AS ONE
      *               KEY RANGE.  ONE RECORD = ONE COMPLETED RUN AS
      *               RUNCTL SHOWED IT WHEN RUNELAPS REPORTED THE
      *               DATE: START AND END TIMESTAMPS, ELAPSED
      *               SECONDS AND RECORD COUNT.  RUNCTL ITSELF KEEPS
      *               ONLY THE TIMESTAMPS, SO THIS IS WHAT SHOWS A
      *               JOB CREEPING LONGER OVER A SEASON.
      ******************************************************************
      *    2026-10-12  DCD  INITIAL VERSION.
       01  ELH-RECORD.
           05  ELH-KEY.
               10  ELH-PROGRAM        PIC X(15).
               10  ELH-RUN-DATE       PIC X(08).
           05  ELH-START-TS           PIC X(21).
           05  ELH-END-TS             PIC X(21).
           05  ELH-ELAPSED-SECS       PIC 9(07).
           05  ELH-RECORDS            PIC 9(09).
