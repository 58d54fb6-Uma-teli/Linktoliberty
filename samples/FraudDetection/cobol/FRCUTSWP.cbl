      *                      2.0/3.0 WOULD OTHERWISE STAGE A BLANKET  *
      *                      AUTO-APPROVE FOR SOMEONE TO RUBBER-      *
      *                      STAMP.                                   *
      *    2026-10-15  DEV   LABLOUT RECORD LENGTH FOLLOWS FRHISREC   *
      *                      (NEW FRHIST-RULE-ID).                    *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END, KEY *
      *                      COUNTS AND RETURN CODE ON THE RUNLOG RUN *
      *                      LOG THROUGH FRRUNLOG (0100/9900), AND    *
      *                      DOES NOT RUN (RC 12) UNLESS CHBKRCN,     *
      *                      WHICH WRITES LABLOUT, ENDED CLEANLY FOR  *
      *                      THE SAME BUSINESS DATE.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LBL-IN-FILE
           RECORD CONTAINS 187 CHARACTERS.
       01 LBL-RECORD.
           02 LBL-HISTORY           PIC X(186).
           02 LBL-FRAUD-FLAG        PIC X(01).

       FD  RPT-FILE
       01 WS-EDIT-AMOUNT-2         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF.
               AND WS-STAGE-REQUESTED
               PERFORM 7000-STAGE-CHOSEN-PAIR THRU 7000-EXIT
           END-IF.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *        CHBKRCN MUST HAVE ENDED CLEANLY FOR THE SAME            *
      *        BUSINESS DATE, OR THE STEP DOES NOT RUN.                *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FRCUTSWP' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           MOVE 'CHBKRCN' TO FRLOGP-PREREQ (1).
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
           MOVE 'ROWS READ' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-ROWS-READ TO FRLOGP-COUNT-VALUE (1).
           MOVE 'ROWS SWEPT' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-ROWS-SWEPT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'ROWS SKIPPED' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-ROWS-SKIPPED TO FRLOGP-COUNT-VALUE (3).
           MOVE 'FRAUD ROWS' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-FRAUD-ROWS TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
