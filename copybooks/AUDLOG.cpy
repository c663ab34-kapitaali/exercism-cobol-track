      *               TERMINAL SCROLLBACK.
      ******************************************************************
      *    2026-08-09  SQS  INITIAL VERSION.
      *    2026-10-11  DCD  AUD-BACKOUT-FLAG (THE LAST BYTE OF
      *                     AUD-PROGRAM, WHICH NO PROGRAM NAME
      *                     REACHES) IS SET TO "B" BY RUNBKOUT WHEN A
      *                     BAD RUN IS BACKED OUT.  THE ENTRY STAYS ON
      *                     THE LOG FOR THE AUDITORS BUT NO LONGER
      *                     MATCHES ITS PROGRAM NAME, SO IT DROPS OUT
      *                     OF EVERY TOTAL KEYED ON AUD-PROGRAM.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP          PIC X(21).
           05  AUD-PROGRAM            PIC X(15).
           05  FILLER REDEFINES AUD-PROGRAM.
               10  AUD-PROGRAM-NAME   PIC X(14).
               10  AUD-BACKOUT-FLAG   PIC X(01).
                   88  AUD-BACKED-OUT           VALUE "B".
           05  AUD-INPUT-1            PIC X(500).
           05  AUD-INPUT-2            PIC X(500).
           05  AUD-RESULT             PIC X(15).
