      ******************************************************************
      *    COPYBOOK:  FEEDLST
      *    PURPOSE :  RECORD LAYOUT FOR THE FEED CONTROL LISTING
      *               (FEEDLIST), A PERMANENT APPENDED DATASET.  ONE
      *               LINE PER INBOUND FILE (OR ADJEXT BATCH) A
      *               READING PROGRAM REFUSED BECAUSE ITS HEADER OR
      *               TRAILER DID NOT CHECK (SEE FEEDCKPR): THE DAY
      *               IT WAS REFUSED, THE PROGRAM THAT REFUSED IT, THE
      *               FEED NAME, BUSINESS DATE AND SEQUENCE NUMBER
      *               FROM ITS HEADER, THE DATA RECORDS ACTUALLY READ,
      *               AND THE FAULT.
      ******************************************************************
      *    2026-10-13  DCD  INITIAL VERSION.
       01  FEED-LIST-RECORD.
           05  FLST-RUN-DATE          PIC X(08).
           05  FILLER                 PIC X(02).
           05  FLST-PROGRAM           PIC X(08).
           05  FILLER                 PIC X(02).
           05  FLST-FEED-NAME         PIC X(08).
           05  FILLER                 PIC X(02).
           05  FLST-BUS-DATE          PIC X(08).
           05  FILLER                 PIC X(02).
           05  FLST-SEQ-NO            PIC ZZZZZ9.
           05  FILLER                 PIC X(02).
           05  FLST-RECORDS-READ      PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02).
           05  FLST-REASON            PIC X(40).
           05  FILLER                 PIC X(01).
