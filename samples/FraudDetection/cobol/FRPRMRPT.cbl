      *                      CARD FAILS THE STEP (RC 8, LIKE          *
      *                      FRCSERPT'S CSECTL) INSTEAD OF QUIETLY    *
      *                      RUNNING WITH THE OVERDUE CHECK OFF.      *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900).                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-EDIT-NEW-CUTOFF       PIC 9.9999.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
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
           MOVE 'FRPRMRPT' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-ASOF-TS TO FRLOGP-WINDOW-TO.
           MOVE 'CHANGES' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-CHANGE-COUNT TO FRLOGP-COUNT-VALUE (1).
           MOVE 'APPROVED' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-APPROVED-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'PENDING' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-PENDING-COUNT TO FRLOGP-COUNT-VALUE (3).
           MOVE 'OVERDUE' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-OVERDUE-COUNT TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
