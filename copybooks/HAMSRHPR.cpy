      ******************************************************************
      *    COPYBOOK:  HAMSRHPR
      *    PURPOSE :  SHARED SAMPLE-RESULT HISTORY POSTING LOGIC.  THE
      *               CALLING PROGRAM DECLARES ITS OWN SELECT/FD FOR
      *               SMPL-HIST (COPY HAMSRH FOR THE RECORD LAYOUT,
      *               ACCESS MODE RANDOM, FILE STATUS IS
      *               WS-SRH-STATUS), COPIES HAMSRHWS INTO
      *               WORKING-STORAGE, AND PERFORMS
      *               9800-OPEN-SMPL-HIST THRU 9800-EXIT IN PLACE OF
      *               OPENING THE FILE ITSELF.
      *               9810-POST-SMPL-HIST: MOVE THE KEY AND RESULT
      *               FIELDS INTO SMPL-HIST-RECORD AND PERFORM.  A KEY
      *               ALREADY ON FILE (THE SAME RESULT FROM A RERUN
      *               AFTER AN ABEND) IS REWRITTEN, NOT DUPLICATED.
      ******************************************************************
      *    2026-10-06  SQS  INITIAL VERSION.
       9800-OPEN-SMPL-HIST.
           OPEN I-O SMPL-HIST
           IF WS-SRH-STATUS NOT = "00"
               OPEN OUTPUT SMPL-HIST
               CLOSE SMPL-HIST
               OPEN I-O SMPL-HIST
           END-IF.
       9800-EXIT.
           EXIT.
       9810-POST-SMPL-HIST.
           WRITE SMPL-HIST-RECORD
               INVALID KEY
                   REWRITE SMPL-HIST-RECORD
                       INVALID KEY
                           DISPLAY "SAMPLE HISTORY POST FAILED: "
                               SRH-SAMPLE-ID
                   END-REWRITE
           END-WRITE.
       9810-EXIT.
           EXIT.
