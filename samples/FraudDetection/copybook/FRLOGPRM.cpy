      ******************************************************************
      *                                                                *
      *  FRLOGPRM    -  FRRUNLOG CALL PARAMETERS                       *
      *                                                                *
      *  PASSED BY EVERY NIGHTLY BATCH STEP TO THE FRRUNLOG RUN-LOG    *
      *  SUBPROGRAM (FRLOGREC ROWS ON RUNLOG), ONCE BEFORE IT OPENS    *
      *  ANYTHING AND ONCE AFTER ITS LAST CLOSE:                       *
      *    START  THE CALLER SETS FRLOGP-PROGRAM AND ANY PREREQUISITE  *
      *           STEPS (UP TO THREE; BLANK = NONE).  FRRUNLOG READS   *
      *           THE BUSINESS DATE FROM THE RUNDATE CARD, CHECKS THE  *
      *           LATEST RUN OF EACH PREREQUISITE FOR THAT DATE ENDED  *
      *           WITH RC 0, ADDS THE STEP'S ROW, AND HANDS BACK THE   *
      *           DATE AND ATTEMPT NUMBER WITH THE WINDOW AND COUNTS   *
      *           CLEARED.  ANYTHING BUT FRLOGP-OK MEANS THE STEP MUST *
      *           NOT RUN: A PREREQUISITE NOT MET ENDS IT WITH RC 12   *
      *           (THE ROW IS LOGGED AS SKIPPED), A RUN LOG THAT       *
      *           CANNOT BE READ OR WRITTEN WITH RC 8.                 *
      *    END    THE CALLER FILLS IN ITS WINDOW, KEY COUNTS AND ITS   *
      *           RETURN CODE; FRRUNLOG COMPLETES THE ROW.  A LOG      *
      *           FAILURE RAISES THE RETURN CODE TO 8.                 *
      *  EITHER WAY THE CALLER MOVES FRLOGP-RETURN-CODE TO RETURN-     *
      *  CODE AFTER THE CALL.                                          *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRLOGP-PARMS.
           02 FRLOGP-FUNCTION           PIC X(01).
               88 FRLOGP-START               VALUE 'S'.
               88 FRLOGP-END                 VALUE 'E'.
           02 FRLOGP-PROGRAM            PIC X(08).
           02 FRLOGP-PREREQ-LIST.
               03 FRLOGP-PREREQ         PIC X(08) OCCURS 3 TIMES.
           02 FRLOGP-BUS-DATE           PIC 9(8).
           02 FRLOGP-RUN-SEQ            PIC 9(3).
           02 FRLOGP-WINDOW-FROM        PIC S9(15) COMP-3.
           02 FRLOGP-WINDOW-TO          PIC S9(15) COMP-3.
           02 FRLOGP-COUNT OCCURS 4 TIMES.
               03 FRLOGP-COUNT-LABEL    PIC X(16).
               03 FRLOGP-COUNT-VALUE    PIC 9(9) COMP.
           02 FRLOGP-RETURN-CODE        PIC S9(4) COMP.
           02 FRLOGP-RESULT             PIC X(01).
               88 FRLOGP-OK                  VALUE '0'.
               88 FRLOGP-PREREQ-NOT-MET      VALUE '1'.
               88 FRLOGP-LOG-ERROR           VALUE '3'.
           02 FRLOGP-REASON             PIC X(40).
