      *               PRIZES MORE THAN ONCE.
      ******************************************************************
      *    2026-08-19  WCO  INITIAL VERSION.
      *    2026-10-15  WCO  ADDED PLAYER-MERGED-INTO.  WHEN SCRMERGE
      *                     FOLDS A DUPLICATE REGISTRATION INTO THE
      *                     PLAYER'S SURVIVING ID, THE RETIRED RECORD
      *                     IS SET INACTIVE AND CARRIES THE SURVIVING
      *                     ID HERE, SO AN OLD ID STILL LEADS TO THE
      *                     PLAYER.  SPACES ON EVERY OTHER RECORD.
      *                     RECORD LENGTH 49 TO 59.
      *                     CUTOVER: HOLD THE JOBS THAT OPEN
      *                     PLAYMAST, CONVERT THE MASTER WITH JOB
      *                     SCRPLYCV, THEN PROMOTE EVERY PROGRAM
      *                     RECOMPILED WITH THIS COPYBOOK BEFORE
      *                     RELEASING THEM.
       01  PLAYER-RECORD.
           05  PLAYER-ID              PIC X(10).
           05  PLAYER-NAME            PIC X(30).
           05  PLAYER-STATUS          PIC X(01).
               88  PLAYER-IS-ACTIVE             VALUE "A".
               88  PLAYER-IS-INACTIVE           VALUE "I".
           05  PLAYER-MERGED-INTO     PIC X(10).
