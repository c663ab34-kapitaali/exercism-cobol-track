      ******************************************************************
      *    COPYBOOK:  FEEDSEQ
      *    PURPOSE :  RECORD LAYOUT FOR THE SHARED FEED SEQUENCE FILE
      *               (FEEDSEQ), KEYED BY FEED NAME.  ONE RECORD PER
      *               OUTBOUND FEED HOLDS THE LAST SEQUENCE NUMBER
      *               ISSUED TO A HEADER, WITH THE BUSINESS DATE AND
      *               DATA-RECORD COUNT OF THAT LAST FILE, SO A
      *               RECEIVER CAN TELL A MISSED OR REPEATED FILE FROM
      *               THE NEXT ONE.  MAINTAINED ONLY BY FEEDPROC.
      ******************************************************************
      *    2026-10-13  DCD  INITIAL VERSION.
       01  FEED-SEQ-RECORD.
           05  FSEQ-FEED-NAME         PIC X(08).
           05  FSEQ-LAST-SEQ          PIC 9(06).
           05  FSEQ-LAST-DATE         PIC X(08).
           05  FSEQ-LAST-COUNT        PIC 9(09).
