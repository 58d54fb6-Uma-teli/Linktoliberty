      *                      AND DECISION) ARE KEPT OUT OF THE        *
      *                      VOLUME, MIX AND DISTRIBUTION AND         *
      *                      COUNTED ON THEIR OWN DUPLICAT LINE.      *
      *    2026-10-15  DEV   FRHIST RECORD LENGTH FOLLOWS FRHISREC    *
      *                      (NEW FRHIST-RULE-ID).                    *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900).                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  RPT-FILE
       01 WS-EDIT-BUCKET-HIGH      PIC ZZ9.
       01 WS-EDIT-MCC              PIC 9(4).

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
           PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FRAUDCMP' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE 'MODELS' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-MDL-COUNT TO FRLOGP-COUNT-VALUE (1).
           MOVE 'ROWS SKIPPED' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-SKIPPED-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
