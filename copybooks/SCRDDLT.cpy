      ******************************************************************
      *    COPYBOOK:  SCRDDLT
      *    PURPOSE :  RECORD LAYOUT FOR THE DICTIONARY CHANGE HISTORY
      *               (DICTDLT), APPENDED BY SCRDICMP EACH TIME A
      *               REVISED OFFICIAL WORD LIST IS COMPARED WITH THE
      *               CONTEST DICTIONARY BEFORE THE SCRDICLD RELOAD.
      *               ONE RECORD = ONE WORD THE REVISION ADDS OR
      *               REMOVES, TAGGED WITH THE LIST'S REVISION DATE
      *               AND THE DATE THE COMPARE RAN, SO THE FILE READS
      *               AS THE DICTIONARY'S CHANGE HISTORY, REVISION
      *               BY REVISION.  ONE HISTORY PER CONTEST LANGUAGE.
      ******************************************************************
      *    2026-10-15  WCO  INITIAL VERSION.
       01  DICT-DELTA-RECORD.
           05  DDLT-REV-DATE          PIC X(08).
           05  DDLT-RUN-DATE          PIC X(08).
           05  DDLT-ACTION            PIC X(01).
               88  DDLT-IS-ADDED                VALUE "A".
               88  DDLT-IS-REMOVED              VALUE "R".
           05  DDLT-WORD              PIC X(60).
           05  FILLER                 PIC X(03).
