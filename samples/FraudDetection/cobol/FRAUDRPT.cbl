      *                      AMOUNT AND SCORE) ARE SKIPPED FROM THE   *
      *                      TOTALS, DECILES AND HIGH-RISK LINES AND  *
      *                      COUNTED ON THEIR OWN SUMMARY LINE.       *
      *    2026-10-15  DEV   FRHIST RECORD LENGTH FOLLOWS FRHISREC    *
      *                      (NEW FRHIST-RULE-ID).                    *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900), AND DOES NOT RUN (RC 12)    *
      *                      UNLESS FRDAYBAL ENDED CLEANLY FOR THE    *
      *                      SAME BUSINESS DATE.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  RPT-FILE

       COPY FRRPTPRM.

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-FRHIST THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *        FRDAYBAL MUST HAVE ENDED CLEANLY FOR THE SAME           *
      *        BUSINESS DATE, OR THE STEP DOES NOT RUN.                *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FRAUDRPT' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           MOVE 'FRDAYBAL' TO FRLOGP-PREREQ (1).
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
           MOVE 'ROWS SCORED' TO FRLOGP-COUNT-LABEL (1).
           MOVE RPT-COUNT-SCORED TO FRLOGP-COUNT-VALUE (1).
           MOVE 'ROWS FLAGGED' TO FRLOGP-COUNT-LABEL (2).
           MOVE RPT-COUNT-FLAGGED TO FRLOGP-COUNT-VALUE (2).
           MOVE 'DUPLICATES' TO FRLOGP-COUNT-LABEL (3).
           MOVE RPT-COUNT-DUPLICATE TO FRLOGP-COUNT-VALUE (3).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
