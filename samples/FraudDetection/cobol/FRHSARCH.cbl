      *                      FD RECORD AREA IS UNDEFINED AFTER CLOSE, *
      *                      SO THE OLD POST-CLOSE READS COULD SEED   *
      *                      THE PURGE CUTOFF FROM A RELEASED BUFFER. *
      *    2026-10-15  DEV   FRHIST AND ARCHIVE RECORD LENGTHS FOLLOW *
      *                      FRHISREC (NEW FRHIST-RULE-ID).           *
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

       FD  ARCH-FILE
           RECORD CONTAINS 186 CHARACTERS.
       01 ARCH-RECORD              PIC X(186).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               AND FRARCH-PHASE-ARCHIVE
               PERFORM 3800-VERIFY-PURGE THRU 3800-EXIT
           END-IF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FRHSARCH' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        READ THE RETENTION CUTOFF, OPEN FRHIST, AND ESTABLISH   *
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-CUTOFF-TS TO FRLOGP-WINDOW-TO.
           MOVE 'ROWS READ' TO FRLOGP-COUNT-LABEL (1).
           MOVE FRARCH-READ-COUNT TO FRLOGP-COUNT-VALUE (1).
           MOVE 'ROWS ARCHIVED' TO FRLOGP-COUNT-LABEL (2).
           MOVE FRARCH-ARCHIVED-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'ROWS KEPT' TO FRLOGP-COUNT-LABEL (3).
           MOVE FRARCH-KEPT-COUNT TO FRLOGP-COUNT-VALUE (3).
           MOVE 'ROWS DELETED' TO FRLOGP-COUNT-LABEL (4).
           MOVE FRARCH-DELETED-COUNT TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
