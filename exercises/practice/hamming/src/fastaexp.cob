000340*                     SILENTLY SKIPPED - TWO LABS RAN A MONTH ON
000350*                     A STALE REFERENCE THE LAST TIME THIS WAS
000360*                     DONE BY HAND.
000361*    2026-10-13  SQS  FASTAOUT NOW OPENS WITH A HEADER RECORD
000362*                     (FEED NAME, BUSINESS DATE, NEXT FEED
000363*                     SEQUENCE NUMBER OFF FEEDSEQ) AND CLOSES
000364*                     WITH A TRAILER CARRYING THE COUNT OF
000365*                     FASTA CARDS BETWEEN THEM AND THE SUM OF
000366*                     THE EXPORTED STRAND LENGTHS (SEE FEEDCTL/
000367*                     FEEDPROC), SO A FILE MISSING ITS TAIL IS
000368*                     CAUGHT BEFORE UPLOAD.  BOTH CONTROL CARDS
000369*                     COME OFF BEFORE THE FILE GOES TO AN
000370*                     INSTRUMENT.
000371******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT REJ-RPT ASSIGN TO "EXPREJ"
000580         ORGANIZATION IS SEQUENTIAL.
000581     SELECT FEED-SEQ ASSIGN TO "FEEDSEQ"
000582         ORGANIZATION IS INDEXED
000583         ACCESS MODE IS RANDOM
000584         RECORD KEY IS FSEQ-FEED-NAME
000585         FILE STATUS IS WS-FEED-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REF-MASTER
000840     05  REJ-REASON             PIC X(40).
000850     05  FILLER                 PIC X(28).

000851 FD  FEED-SEQ
000852     LABEL RECORDS ARE STANDARD.
000853 COPY FEEDSEQ.

000860 WORKING-STORAGE SECTION.
000870 COPY HAMWS.
000871 COPY FEEDWS.
000872 COPY FEEDCTL.
000880 77  WS-EOF-SW                  PIC X(01) VALUE "N".
000890     88  END-OF-SELECT                    VALUE "Y".
000900 77  WS-HIST-EOF-SW             PIC X(01) VALUE "N".
001400     END-IF
001410     OPEN INPUT REF-MASTER
001420     OPEN OUTPUT FASTA-OUT
001421     PERFORM 9900-OPEN-FEED-SEQ THRU 9900-EXIT
001422     MOVE "FASTAOUT" TO WS-FEED-NAME
001423     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEED-BUS-DATE
001424     PERFORM 9910-BUILD-HEADER THRU 9910-EXIT
001425     WRITE FASTA-CARD FROM FEED-CTL-RECORD
001430     OPEN OUTPUT REJ-RPT
001440     IF MODE-IS-LIST
001450         OPEN INPUT SEL-LIST
002280*    5000-EXPORT-STRAIN -- ONE STRAIN (ID IN WS-GRP-STRAIN-ID)
002290*                          OFF THE MASTER AND OUT AS A FASTA
002300*                          ENTRY; NOT ON THE MASTER GOES TO THE
002310*                          REJECT LISTING INSTEAD.  EVERY
002311*                          CARD IS COUNTED, AND THE STRAND
002312*                          LENGTH HASHED, FOR THE TRAILER.
002320******************************************************************
002330 5000-EXPORT-STRAIN.
002340     MOVE SPACE TO WS-ERROR
002490     END-STRING
002500     WRITE FASTA-CARD
002510     ADD 1 TO WS-CARDS-WRITTEN
002511     ADD 1 TO WS-FEED-COUNT
002520     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DNA-1 TRAILING))
002530         TO WS-DNA-1-LEN
002531     ADD WS-DNA-1-LEN TO WS-FEED-HASH
002540     PERFORM 5100-WRITE-SEQUENCE-LINE THRU 5100-EXIT
002550         VARYING WS-SEQ-POS FROM 1 BY 60
002560         UNTIL WS-SEQ-POS > WS-DNA-1-LEN
002720     MOVE WS-DNA-1(WS-SEQ-POS:WS-SEQ-TAKE)
002730         TO CARD-TEXT(1:WS-SEQ-TAKE)
002740     WRITE FASTA-CARD
002750     ADD 1 TO WS-CARDS-WRITTEN
002751     ADD 1 TO WS-FEED-COUNT.
002760 5100-EXIT.
002770     EXIT.

002800******************************************************************
002810 8000-TERMINATE.
002820     CLOSE REF-MASTER
002821     PERFORM 9920-BUILD-TRAILER THRU 9920-EXIT
002822     WRITE FASTA-CARD FROM FEED-CTL-RECORD
002830     CLOSE FASTA-OUT
002840     CLOSE REJ-RPT
002841     CLOSE FEED-SEQ
002850     IF MODE-IS-LIST
002860         CLOSE SEL-LIST
002870     ELSE
002960*    SHARED REFERENCE-MASTER LOOKUP (SEE HAMREFLK COPYBOOK)
002970******************************************************************
002980 COPY HAMREFLK.

002981******************************************************************
002982*    SHARED FEED HEADER/TRAILER LOGIC (SEE FEEDPROC COPYBOOK)
002983******************************************************************
002984 COPY FEEDPROC.
