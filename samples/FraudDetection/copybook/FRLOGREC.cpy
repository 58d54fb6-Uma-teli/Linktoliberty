      ******************************************************************
      *                                                                *
      *  FRLOGREC    -  NIGHTLY BATCH RUN LOG (FILE RUNLOG)            *
      *                                                                *
      *  ONE ROW PER ATTEMPT AT A BATCH STEP, WRITTEN THROUGH THE      *
      *  FRRUNLOG SUBPROGRAM: THE ROW IS ADDED WHEN THE STEP STARTS    *
      *  AND COMPLETED WHEN IT ENDS, SO A ROW STILL RUNNING THE NEXT   *
      *  MORNING IS A STEP THAT ABENDED.  KEYED BY THE BUSINESS DATE   *
      *  FROM THE JOB STREAM'S RUNDATE CARD, THE PROGRAM, AND THE      *
      *  ATTEMPT NUMBER WITHIN THE DATE (A RERUN ADDS A NEW ROW; THE   *
      *  LATEST ATTEMPT IS THE ONE THAT COUNTS FOR A SUCCESSOR'S       *
      *  PREREQUISITE CHECK).                                          *
      *    FRLOG-STATUS        R  RUNNING (OR ABENDED)                 *
      *                        E  ENDED -- FRLOG-RETURN-CODE SAYS HOW  *
      *                        S  SKIPPED -- A PREREQUISITE HAD NOT    *
      *                           ENDED CLEANLY; FRLOG-REASON SAYS     *
      *                           WHICH                                *
      *    FRLOG-WINDOW-...    THE STEP'S OWN AS-OF OR FROM/TO WINDOW  *
      *                        (ABSTIME; AN AS-OF STEP FILLS ONLY TO,  *
      *                        A STEP WITH NO WINDOW LEAVES BOTH ZERO) *
      *    FRLOG-COUNT         UP TO FOUR KEY COUNTS, EACH WITH ITS    *
      *                        LABEL; AN UNUSED SLOT HAS A BLANK LABEL *
      *  DATES ARE CCYYMMDD AND TIMES HHMMSSHH (HUNDREDTHS).           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRLOG-RECORD.
           02 FRLOG-KEY.
               03 FRLOG-BUS-DATE        PIC 9(8).
               03 FRLOG-PROGRAM         PIC X(08).
               03 FRLOG-RUN-SEQ         PIC 9(3).
           02 FRLOG-STATUS              PIC X(01).
               88 FRLOG-RUNNING              VALUE 'R'.
               88 FRLOG-ENDED                VALUE 'E'.
               88 FRLOG-SKIPPED              VALUE 'S'.
           02 FRLOG-START-DATE          PIC 9(8).
           02 FRLOG-START-TIME          PIC 9(8).
           02 FRLOG-END-DATE            PIC 9(8).
           02 FRLOG-END-TIME            PIC 9(8).
           02 FRLOG-WINDOW-FROM         PIC S9(15) COMP-3.
           02 FRLOG-WINDOW-TO           PIC S9(15) COMP-3.
           02 FRLOG-COUNT OCCURS 4 TIMES.
               03 FRLOG-COUNT-LABEL     PIC X(16).
               03 FRLOG-COUNT-VALUE     PIC 9(9) COMP.
           02 FRLOG-RETURN-CODE         PIC S9(4) COMP.
           02 FRLOG-REASON              PIC X(40).
