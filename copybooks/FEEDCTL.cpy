      ******************************************************************
      *    COPYBOOK:  FEEDCTL
      *    PURPOSE :  LAYOUT OF THE HEADER AND TRAILER CONTROL
      *               RECORDS CARRIED BY EVERY OUTBOUND FEED (SCOREXT,
      *               ADJEXT, AWARDS, FASTAOUT).  THE WRITER BUILDS
      *               THE RECORD HERE (SEE FEEDPROC) AND WRITES ITS OWN
      *               FD RECORD FROM IT, SO THE CONTROL RECORD IS
      *               SPACE-PADDED TO WHATEVER LENGTH THE FEED IS.  THE
      *               FIRST FOUR BYTES ("HDR*" OR "TRL*") TELL A
      *               CONTROL RECORD FROM DATA - NO PLAYER ID, SEASON
      *               TAG, OR FASTA CARD BEGINS THAT WAY.  THE HEADER
      *               IS THE FIRST RECORD OF THE FEED AND CARRIES THE
      *               FEED NAME, THE BUSINESS DATE AND THE FEED'S
      *               RUNNING SEQUENCE NUMBER; THE TRAILER IS THE LAST
      *               AND REPEATS THEM WITH THE COUNT OF DATA RECORDS
      *               BETWEEN THE TWO AND THEIR HASH TOTAL (SUM OF
      *               SCORES, AWARD FIGURES, OR STRAND LENGTHS,
      *               DEPENDING ON THE FEED).  A READER THAT FINDS NO
      *               TRAILER, OR ONE WHOSE COUNT OR HASH DISAGREES
      *               WITH WHAT IT READ, HAS A TRUNCATED OR DAMAGED
      *               FILE (SEE FEEDCKPR).
      ******************************************************************
      *    2026-10-13  DCD  INITIAL VERSION.
       01  FEED-CTL-RECORD.
           05  FCTL-REC-TYPE          PIC X(04).
               88  FCTL-IS-HEADER               VALUE "HDR*".
               88  FCTL-IS-TRAILER              VALUE "TRL*".
               88  FCTL-IS-CONTROL              VALUE "HDR*" "TRL*".
           05  FCTL-FEED-NAME         PIC X(08).
           05  FCTL-BUS-DATE          PIC X(08).
           05  FCTL-SEQ-NO            PIC 9(06).
           05  FCTL-REC-COUNT         PIC 9(09).
           05  FCTL-HASH-TOTAL        PIC 9(15).
