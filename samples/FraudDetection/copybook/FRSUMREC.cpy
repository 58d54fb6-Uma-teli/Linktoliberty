      ******************************************************************
      *                                                                *
      *  FRSUMREC    -  SCORING HEALTH HOURLY/DAILY SUMMARY (FILE      *
      *                 FRSTSUM)                                       *
      *                                                                *
      *  ONE ROW PER HOUR AND ONE PER DAY, WRITTEN BY THE NIGHTLY      *
      *  FRSTROLL RUN FROM THE 15-MINUTE FRSTATS INTERVAL ROWS         *
      *  FRAUDMOD MAINTAINS, SO THE DETAIL CAN BE PURGED AND THE       *
      *  HISTORY STILL ANSWERS CAPACITY QUESTIONS.  KEYED BY PERIOD    *
      *  TYPE THEN PERIOD START ABSTIME, SO ALL THE DAILY ROWS (OR     *
      *  ALL THE HOURLY ROWS) READ TOGETHER IN TIME ORDER.             *
      *    FRSUM-INTERVAL-COUNT      FRSTATS ROWS ROLLED IN (AN        *
      *                              INTERVAL WITH NO TRAFFIC HAS NO   *
      *                              ROW AND IS NOT COUNTED)           *
      *    FRSUM-...-COUNT           THE FRSTATS COUNTERS, SUMMED      *
      *    FRSUM-PEAK-INTERVAL-START THE BUSIEST 15-MINUTE INTERVAL    *
      *    FRSUM-PEAK-VOLUME         ITS TRANSACTIONS (THE SIX OUTCOME *
      *                              COUNTERS -- EACH TRANSACTION      *
      *                              LANDS IN EXACTLY ONE)             *
      *    FRSUM-PEAK-HOUR-START     THE BUSIEST HOUR OF A DAILY ROW   *
      *    FRSUM-PEAK-HOUR-VOLUME    ITS TRANSACTIONS (ON AN HOURLY    *
      *                              ROW, THE HOUR ITSELF)             *
      *    FRSUM-ALERT-COUNT         INTERVALS THAT RAISED AN FRALERT  *
      *                              HEALTH ALERT                      *
      *    FRSUM-ROLL-THROUGH        THE FRSTROLL CUT-OFF THAT WROTE   *
      *                              THE ROW                           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRSUM-RECORD.
           02 FRSUM-KEY.
               03 FRSUM-PERIOD-TYPE     PIC X(01).
                   88 FRSUM-HOURLY           VALUE 'H'.
                   88 FRSUM-DAILY            VALUE 'D'.
               03 FRSUM-PERIOD-START    PIC S9(15) COMP-3.
           02 FRSUM-INTERVAL-COUNT      PIC 9(4) COMP.
           02 FRSUM-SCORED-COUNT        PIC 9(9) COMP.
           02 FRSUM-FALLBACK-COUNT      PIC 9(9) COMP.
           02 FRSUM-EDIT-REJ-COUNT      PIC 9(9) COMP.
           02 FRSUM-HOTCARD-COUNT       PIC 9(9) COMP.
           02 FRSUM-MERCHANT-COUNT      PIC 9(9) COMP.
           02 FRSUM-DUPLICATE-COUNT     PIC 9(9) COMP.
           02 FRSUM-FRHIST-FAIL-COUNT   PIC 9(9) COMP.
           02 FRSUM-CUSTVEL-FAIL-COUNT  PIC 9(9) COMP.
           02 FRSUM-QUEUE-FAIL-COUNT    PIC 9(9) COMP.
           02 FRSUM-PEAK-INTERVAL-START PIC S9(15) COMP-3.
           02 FRSUM-PEAK-VOLUME         PIC 9(9) COMP.
           02 FRSUM-PEAK-HOUR-START     PIC S9(15) COMP-3.
           02 FRSUM-PEAK-HOUR-VOLUME    PIC 9(9) COMP.
           02 FRSUM-ALERT-COUNT         PIC 9(9) COMP.
           02 FRSUM-ROLL-THROUGH        PIC S9(15) COMP-3.
