      *      DECISION WAS NOT APPROVE, DUPLICATES AND EDIT REJECTS     *
      *      EXCLUDED (A DUPLICATE NEVER OPENS A SECOND CASE, AND AN   *
      *      EDIT REJECT IS DECLINED AND QUEUED TO FREQ WITHOUT A      *
      *      CASE -- SEE FRAUDMOD'S MAINLINE).  A MISSED-FRAUD CASE    *
      *      CHBKRCN OPENED LATER FOR AN APPROVED TRANSACTION CARRIES  *
      *      THAT DAY'S TIMESTAMP BUT WAS NEVER OPENED BY FRAUDMOD,    *
      *      SO IT IS LEFT OUT OF THE COUNT                            *
      *    - FREQ RECORDS DRAINED MUST EQUAL THE EDIT-REJECTED         *
      *      FRHIST ROWS (EVERY EDIT REJECT WRITES BOTH)               *
      *  THE FRSTATS WRITE-FAILURE COUNTERS ARE SHOWN AS CONTEXT --    *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FRHIST AND FRCASE RECORD LENGTHS FOLLOW  *
      *                      FRHISREC AND FRCASREC (NEW RULE-ID       *
      *                      FIELDS).                                 *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW FRCASE-CHBK-SW AND                  *
      *                      FRCASE-CHBK-TIMESTAMP).  A RETROACTIVE   *
      *                      MISSED-FRAUD CASE FROM CHBKRCN IS NOT    *
      *                      COUNTED AS OPENED, SO A RERUN FOR A DAY  *
      *                      THE CHARGEBACK RUN HAS SINCE TOUCHED     *
      *                      STILL BALANCES.                          *
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

       FD  FRSTATS-FILE
           COPY FRSTATS.

       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  FREXC-IN-FILE
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TOTAL-FRHIST THRU 2000-EXIT.
           PERFORM 3000-TOTAL-FRSTATS THRU 3000-EXIT.
           PERFORM 4000-TOTAL-FRCASE THRU 4000-EXIT.
           PERFORM 5000-TOTAL-FREQ-DRAIN THRU 5000-EXIT.
           PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FRDAYBAL' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
               OR FRCASE-TIMESTAMP NOT < WS-DAY-END
               GO TO 4100-EXIT
           END-IF.
           IF FRCASE-CHBK-MISSED-FRAUD
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CASE-OPENED.
       4100-EXIT.
           EXIT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-DAY-START TO FRLOGP-WINDOW-FROM.
           MOVE WS-DAY-END TO FRLOGP-WINDOW-TO.
           MOVE 'FRHIST ROWS' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-HIST-TOTAL TO FRLOGP-COUNT-VALUE (1).
           MOVE 'FRSTATS SCORED' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-STAT-SCORED TO FRLOGP-COUNT-VALUE (2).
           MOVE 'CASES OPENED' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-CASE-OPENED TO FRLOGP-COUNT-VALUE (3).
           MOVE 'FREQ DRAINED' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-FREQ-DRAINED TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
