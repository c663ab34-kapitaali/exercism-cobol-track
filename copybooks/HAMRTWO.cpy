      ******************************************************************
      *    COPYBOOK:  HAMRTWO
      *    PURPOSE :  RECORD LAYOUT FOR THE RETEST WORK-ORDER MASTER
      *               (RTWOMAST), KEYED BY PAIR ID PLUS THE BREACH
      *               DATE OF THE EXCEPTION IT WAS RAISED FOR.  ONE
      *               RECORD = ONE EXCMAST BREACH (SEE HAMEXC) THE
      *               DESK PUT INTO RETEST STATUS.  HAMRTORD OPENS
      *               THE ORDER, EXTRACTS IT FOR THE LAB AND LISTS
      *               IT WHEN OVERDUE; HAMRTMAT MATCHES THE RETESTED
      *               PAIR'S RESULT FROM THE NIGHTLY RUN TO IT AND
      *               CLOSES IT.  PAIR ID LEADS THE KEY SO THE MATCH
      *               CAN START ON A PAIR AND READ ITS ORDERS.
      ******************************************************************
      *    2026-10-07  SQS  INITIAL VERSION.
       01  RETEST-ORDER-RECORD.
           05  RETEST-ORDER-KEY.
               10  RTWO-PAIR-ID       PIC X(10).
               10  RTWO-EXC-DATE      PIC X(08).
           05  RTWO-ORDER-DATE        PIC X(08).
           05  RTWO-DISTANCE          PIC 9(05).
           05  RTWO-PCT-MISMATCH      PIC 9(03)V99.
           05  RTWO-THRESHOLD         PIC X(30).
           05  RTWO-STATUS            PIC X(01).
               88  RTWO-IS-OPEN                 VALUE "O".
               88  RTWO-IS-PASSED               VALUE "P".
               88  RTWO-IS-FAILED               VALUE "F".
               88  RTWO-IS-WITHDRAWN            VALUE "W".
           05  RTWO-RESULT-DATE       PIC X(08).
           05  RTWO-RETEST-DISTANCE   PIC 9(05).
           05  RTWO-RETEST-PCT        PIC 9(03)V99.
