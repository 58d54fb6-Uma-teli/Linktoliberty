      *  OUTAGE SHOWS UP IN THE FRAUDSTQ INQUIRY IN MINUTES INSTEAD   *
      *  OF IN THE NEXT MORNING'S REPORT.  FRSTATS-ALERT-SW STOPS     *
      *  THE SAME INTERVAL RAISING MORE THAN ONE FRALERT ALERT.       *
      *  THE NIGHTLY FRSTROLL RUN ROLLS COMPLETE DAYS INTO HOURLY AND  *
      *  DAILY FRSTSUM ROWS (FRSUMREC) AND PURGES ROWS OLDER THAN ITS  *
      *  RETENTION PERIOD ONCE THEIR DAY IS ROLLED.                    *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ADDED FRSTATS-DUPLICATE-COUNT FOR        *
      *                      NETWORK RETRIES ANSWERED FROM THE PRIOR  *
      *                      FRHIST ROW INSTEAD OF RE-SCORED.         *
      *    2026-10-15  DEV   ROWS ARE NOW ROLLED UP TO FRSTSUM AND    *
      *                      PURGED BY FRSTROLL; LAYOUT UNCHANGED.    *
      ******************************************************************
       01 FRSTATS-RECORD.
           02 FRSTATS-KEY.
