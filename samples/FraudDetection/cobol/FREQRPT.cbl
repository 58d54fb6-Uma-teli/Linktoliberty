      *                      JOB EXISTS TO PREVENT.  FREXCIN IS       *
      *                      UNTOUCHED BY A FAILED RUN, SO THE RERUN  *
      *                      STARTS CLEAN.                            *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900).                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-FIND-NEWEST-TS THRU 1500-EXIT
               UNTIL WS-EOF.
           PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FREQRPT' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-NEWEST-TS TO FRLOGP-WINDOW-TO.
           MOVE 'EXCEPTIONS' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-TOTAL-COUNT TO FRLOGP-COUNT-VALUE (1).
           MOVE 'RESUBMITTED' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-RESUB-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'HELD' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-HELD-COUNT TO FRLOGP-COUNT-VALUE (3).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
