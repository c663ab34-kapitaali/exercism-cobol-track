      *               EVERYTHING STILL OPEN WITH DAYS OUTSTANDING.
      ******************************************************************
      *    2026-09-02  SQS  INITIAL VERSION.
      *    2026-10-07  SQS  ADDED STATUSES C (CLOSED - RETEST PASSED)
      *                     AND E (ESCALATED - RETEST FAILED), SET BY
      *                     HAMRTMAT WHEN A RETEST WORK ORDER (SEE
      *                     HAMRTWO) IS MATCHED TO ITS RESULT.
       01  EXC-MASTER-RECORD.
           05  EXC-MASTER-KEY.
               10  EXCM-DATE          PIC X(08).
               88  EXCM-IS-REVIEWED             VALUE "R".
               88  EXCM-IS-RETEST               VALUE "T".
               88  EXCM-IS-ACCEPTED             VALUE "A".
               88  EXCM-IS-CLOSED               VALUE "C".
               88  EXCM-IS-ESCALATED            VALUE "E".
           05  EXCM-DISP-DATE         PIC X(08).
