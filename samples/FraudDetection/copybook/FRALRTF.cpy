      *  SIT UNSEEN.  KEYED BY RAISE TIMESTAMP PLUS ALERT TYPE, SO A  *
      *  BROWSE FROM ZERO WALKS THE ALERTS OLDEST-FIRST.              *
      *  COUNTS ARE ZONED SO THE FILE READS CLEANLY OFF A BROWSE.     *
      *  A MODEL-DRIFT ALERT IS RAISED BY THE FRDRIFT BATCH INSTEAD:  *
      *  THE INTERVAL START IS ITS MONITORING WINDOW START, THE TXN   *
      *  COUNT THE MODEL'S SCORED ROWS IN THE WINDOW, AND THE MODEL,  *
      *  FEATURE AND STABILITY INDEX THAT CROSSED THE THRESHOLD ARE   *
      *  CARRIED ON THE DRIFT FIELDS (SPACES/ZERO ON HEALTH ALERTS).  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION, SUPERSEDING THE        *
      *                      FRALRTQ QUEUE RECORD.                    *
      *    2026-10-15  DEV   ADDED THE MODEL-DRIFT ALERT TYPE AND     *
      *                      ITS MODEL-ID, FEATURE AND STABILITY      *
      *                      INDEX FIELDS.  RECORD LENGTH 103 TO 154. *
      ******************************************************************
       01 FRALRT-RECORD.
           02 FRALRT-KEY.
               03 FRALRT-TYPE           PIC X(02).
                   88 FRALRT-FALLBACK-RATE   VALUE 'FB'.
                   88 FRALRT-WRITE-FAIL-RATE VALUE 'WF'.
                   88 FRALRT-MODEL-DRIFT     VALUE 'MD'.
           02 FRALRT-STATUS             PIC X(01).
               88 FRALRT-RAISED              VALUE 'R'.
               88 FRALRT-ACKNOWLEDGED        VALUE 'A'.
           02 FRALRT-ACTION-OPERATOR    PIC X(08).
           02 FRALRT-ACTION-TS          PIC S9(15) COMP-3.
           02 FRALRT-ACTION-NOTE        PIC X(40).
           02 FRALRT-MODEL-ID           PIC X(36).
           02 FRALRT-DRIFT-FEATURE      PIC X(08).
           02 FRALRT-DRIFT-PSI          PIC 9(3)V9(4).
