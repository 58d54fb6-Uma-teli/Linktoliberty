      ******************************************************************
      *                                                                *
      *  FRDRFREC    -  MODEL DRIFT BASELINE PROFILE (FILE FRDRBASE)   *
      *                                                                *
      *  ONE ROW PER MODEL-ID AND PROFILED FEATURE, HOLDING HOW THAT   *
      *  MODEL'S SCORED POPULATION FELL ACROSS THE FEATURE'S TEN BINS  *
      *  OVER THE BASELINE PERIOD.  WRITTEN BY FRDRIFT IN BASELINE     *
      *  MODE (RE-RUN FOR A MODEL WHEN IT IS PROMOTED, WHICH REPLACES  *
      *  ITS ROWS) AND READ BY FRDRIFT IN MONITOR MODE, WHICH PROFILES *
      *  THE CURRENT WINDOW THE SAME WAY AND MEASURES THE SHIFT WITH   *
      *  A POPULATION-STABILITY INDEX.  THE BIN RULES PER FEATURE ARE  *
      *  DESCRIBED IN FRDRIFT -- A ROW IS ONLY MEANINGFUL AGAINST A    *
      *  CURRENT PROFILE BINNED BY THE SAME RULES.                     *
      *  COUNTS ARE ZONED SO THE FILE READS CLEANLY OFF A BROWSE.      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRDRB-RECORD.
           02 FRDRB-KEY.
               03 FRDRB-MODEL-ID        PIC X(36).
               03 FRDRB-FEATURE         PIC X(08).
           02 FRDRB-BASE-START          PIC S9(15) COMP-3.
           02 FRDRB-BASE-END            PIC S9(15) COMP-3.
           02 FRDRB-ROW-COUNT           PIC 9(9).
           02 FRDRB-BIN-COUNT           PIC 9(9) OCCURS 10 TIMES.
