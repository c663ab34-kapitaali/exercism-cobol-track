000540*                     AND STAYS OFF LDRRPT AND SCOREXT.  THE
000550*                     DICTIONARY DATASET IS SWAPPED PER CONTEST
000560*                     THROUGH THE WORDDICT DD.
000561*    2026-10-13  WCO  SCOREXT NOW OPENS WITH A HEADER RECORD
000562*                     (FEED NAME, BUSINESS DATE, NEXT FEED
000563*                     SEQUENCE NUMBER OFF FEEDSEQ) AND CLOSES
000564*                     WITH A TRAILER CARRYING THE ENTRY COUNT
000565*                     AND THE SUM OF THE SCORES (SEE FEEDCTL/
000566*                     FEEDPROC), SO SCRACK AND SCRSEASN CAN
000567*                     REFUSE A SHORT FILE INSTEAD OF THE
000568*                     PLATFORM FINDING IT FOR US.
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS RUN-CTL-KEY
000881         FILE STATUS IS WS-RUN-STATUS.
000882     SELECT FEED-SEQ ASSIGN TO "FEEDSEQ"
000883         ORGANIZATION IS INDEXED
000884         ACCESS MODE IS RANDOM
000885         RECORD KEY IS FSEQ-FEED-NAME
000886         FILE STATUS IS WS-FEED-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  WORD-IN
001330     LABEL RECORDS ARE STANDARD.
001340 COPY RUNCTL.

001341 FD  FEED-SEQ
001342     LABEL RECORDS ARE STANDARD.
001343 COPY FEEDSEQ.

001350 SD  SORT-WORK.
001360 01  SORT-RECORD.
001370     05  SORT-SCORE             PIC 9(4) COMP.
001430 COPY SCRWS.
001440 COPY RUNWS.
001450 COPY SCRDICWS.
001451 COPY FEEDWS.
001452 COPY FEEDCTL.
001460 77  WS-EOF-SW                  PIC X(01) VALUE "N".
001470     88  END-OF-WORDS                     VALUE "Y".
001480 77  WS-WORDS-READ              PIC 9(07) VALUE ZERO.
001851     PERFORM 1200-OPEN-SCORE-HIST THRU 1200-EXIT
001852     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
001853     PERFORM 1300-PURGE-RUN-DATE THRU 1300-EXIT
001854     PERFORM 9900-OPEN-FEED-SEQ THRU 9900-EXIT
001855     MOVE "SCOREXT" TO WS-FEED-NAME
001856     MOVE WS-RUN-DATE TO WS-FEED-BUS-DATE
001857     PERFORM 9910-BUILD-HEADER THRU 9910-EXIT
001858     WRITE EXTRACT-RECORD FROM FEED-CTL-RECORD
001860     PERFORM 9200-OPEN-AUDIT-LOG THRU 9200-EXIT
001870     MOVE ZERO TO WS-WORDS-READ
001880     MOVE ZERO TO WS-RANK-COUNTER.
002980******************************************************************
002990*    2250-WRITE-EXTRACT -- ONE DOWNSTREAM EXTRACT RECORD PER
003000*                          SCORED ENTRY, IN THE ORDER READ
003010*                          (COUNTED AND HASHED FOR THE TRAILER)
003011******************************************************************
003020 2250-WRITE-EXTRACT.
003040     MOVE WORD-PLAYER-ID TO EXTRACT-PLAYER-ID
003050     MOVE WORD-TEXT TO EXTRACT-WORD
003060     MOVE WS-RESULT TO EXTRACT-SCORE
003070     MOVE WS-RUN-DATE TO EXTRACT-DATE
003080     WRITE EXTRACT-RECORD
003081     ADD 1 TO WS-FEED-COUNT
003082     ADD WS-RESULT TO WS-FEED-HASH.
003090 2250-EXIT.
003100     EXIT.

003640     CLOSE PLAYER-MASTER
003650     CLOSE WORD-REJ
003660     CLOSE DICT-FILE
003661     PERFORM 9920-BUILD-TRAILER THRU 9920-EXIT
003662     WRITE EXTRACT-RECORD FROM FEED-CTL-RECORD
003670     CLOSE EXTRACT-OUT
003671     CLOSE SCORE-HIST
003672     CLOSE FEED-SEQ
003680     CLOSE AUDIT-LOG
003690     DISPLAY "SCRBATCH WORDS READ    : " WS-WORDS-READ
003700     DISPLAY "SCRBATCH WORDS REJECTED: " WS-WORDS-REJECTED
003860*    SHARED DICTIONARY VALIDATION (SEE SCRDICPR COPYBOOK)
003870******************************************************************
003880 COPY SCRDICPR.

003881******************************************************************
003882*    SHARED FEED HEADER/TRAILER LOGIC (SEE FEEDPROC COPYBOOK)
003883******************************************************************
003884 COPY FEEDPROC.
