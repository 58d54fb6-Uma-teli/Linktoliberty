      *      ON THE FILE, NOT ON A SPREADSHEET                         *
      *    - PER-ANALYST COUNTS OF CLAIMS, DISPOSITIONS AND CONFIRMED  *
      *      FRAUD, WITH THE CONFIRMED-FRAUD HIT RATE PER ANALYST      *
      *    - THE CASES THE CHBKRCN CHARGEBACK RUN FLAGGED IN THE 24    *
      *      HOURS TO THE AS-OF TIME: FALSE-POSITIVES A CHARGEBACK     *
      *      DISPUTED (FOR SUPERVISOR REVIEW) AND RETROACTIVE CASES    *
      *      FOR FRAUD THE MODEL APPROVED (MISSED FRAUD), WITH THE     *
      *      TOTALS OF BOTH STILL ON FILE                              *
      *  THE CLAIM/DISPOSITION TIMESTAMPS FRAUDCSE STAMPS ON THE CASE  *
      *  ROW ARE WHAT MAKES THE AGING EXACT -- A CASE THAT SAT NEW     *
      *  FOR TEN MINUTES NO LONGER LOOKS LIKE ONE THAT SAT FOR THREE   *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW FRCASE-RULE-ID).                    *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW CHARGEBACK FLAG).  A NEW SECTION    *
      *                      LISTS THE CASES CHBKRCN FLAGGED IN THE   *
      *                      LAST 24 HOURS -- FALSE-POSITIVES A       *
      *                      CHARGEBACK DISPUTED, FOR SUPERVISOR      *
      *                      REVIEW, AND RETROACTIVE MISSED-FRAUD     *
      *                      CASES -- WITH THE TOTALS OF BOTH ON      *
      *                      FILE.                                    *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900).                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  CTL-FILE
       01 WS-ESCALATED-NOW         PIC 9(9) COMP VALUE ZERO.
       01 WS-ESCALATED-PRIOR       PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    CHARGEBACK-FLAGGED CASES -- TOTALS ON FILE, AND THE ONES    *
      *    FLAGGED IN THE LAST 24 HOURS HELD FOR THEIR OWN REPORT      *
      *    SECTION (THE ESCALATION LINES ARE WRITTEN AS THE FILE IS    *
      *    READ).  A TABLE OVERFLOW IS COUNTED AND ENDS THE JOB        *
      *    NON-ZERO SO THE SECTION IS NOT TRUSTED AS COMPLETE.         *
      *----------------------------------------------------------------*
       01 WS-DISPUTED-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-DISPUTED-NEW          PIC 9(9) COMP VALUE ZERO.
       01 WS-MISSED-COUNT          PIC 9(9) COMP VALUE ZERO.
       01 WS-MISSED-AMOUNT         PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-MISSED-NEW            PIC 9(9) COMP VALUE ZERO.
       01 WS-CHBK-LIMIT            PIC 9(4) COMP VALUE 500.
       01 WS-CHBK-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-CHBK-OVERFLOW         PIC 9(4) COMP VALUE ZERO.
       01 WS-CHBK-IDX              PIC 9(4) COMP.
       01 WS-CHBK-TABLE.
           05 WS-CHBK-ENTRY OCCURS 500 TIMES.
               10 WS-CHBK-CARD          PIC 9(9).
               10 WS-CHBK-TIMESTAMP     PIC S9(15) COMP-3.
               10 WS-CHBK-AMOUNT        PIC S9(9)V9(2) COMP-3.
               10 WS-CHBK-SW            PIC X(01).
                   88 WS-CHBK-DISPUTED       VALUE 'D'.
               10 WS-CHBK-ANALYST-ID    PIC X(08).
               10 WS-CHBK-DISP-CODE     PIC X(04).

      *----------------------------------------------------------------*
      *    PER-ANALYST PRODUCTIVITY TABLE -- A CLAIM IS A CASE WITH A  *
      *    CLAIM TIMESTAMP, A DISPOSITION ONE WITH A DISPOSITION       *
       01 WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE             PIC ZZ9.

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
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
           MOVE 'FRCSERPT' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           IF NOT FRCASE-CHBK-NONE
               PERFORM 2400-COUNT-CHBK-FLAG THRU 2400-EXIT
           END-IF.
           PERFORM 2500-COUNT-ANALYST-WORK THRU 2500-EXIT.
           PERFORM 2100-READ-FRCASE THRU 2100-EXIT.
       2000-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-COUNT-CHBK-FLAG                                        *
      *        A CASE THE CHARGEBACK RUN FLAGGED DISPUTED OR MISSED    *
      *        FRAUD.  EVERY ONE IS COUNTED; THOSE FLAGGED IN THE 24   *
      *        HOURS TO THE AS-OF TIME ARE HELD FOR THE DETAIL         *
      *        SECTION, SO THE SUPERVISOR SEES EACH ONE THE NIGHT IT   *
      *        ARRIVES.                                                *
      *----------------------------------------------------------------*
       2400-COUNT-CHBK-FLAG.
           IF FRCASE-CHBK-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT
           ELSE
               IF FRCASE-CHBK-MISSED-FRAUD
                   ADD 1 TO WS-MISSED-COUNT
                   ADD FRCASE-AMOUNT TO WS-MISSED-AMOUNT
               ELSE
                   GO TO 2400-EXIT
               END-IF
           END-IF.

           COMPUTE WS-AGE = WS-ASOF-TS - FRCASE-CHBK-TIMESTAMP.
           IF WS-AGE NOT < WS-AGE-24-HOURS
               GO TO 2400-EXIT
           END-IF.
           IF FRCASE-CHBK-DISPUTED
               ADD 1 TO WS-DISPUTED-NEW
           ELSE
               ADD 1 TO WS-MISSED-NEW
           END-IF.

           IF WS-CHBK-COUNT NOT < WS-CHBK-LIMIT
               ADD 1 TO WS-CHBK-OVERFLOW
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-CHBK-COUNT.
           MOVE FRCASE-CARD       TO WS-CHBK-CARD (WS-CHBK-COUNT).
           MOVE FRCASE-TIMESTAMP  TO WS-CHBK-TIMESTAMP (WS-CHBK-COUNT).
           MOVE FRCASE-AMOUNT     TO WS-CHBK-AMOUNT (WS-CHBK-COUNT).
           MOVE FRCASE-CHBK-SW    TO WS-CHBK-SW (WS-CHBK-COUNT).
           MOVE FRCASE-ANALYST-ID TO WS-CHBK-ANALYST-ID (WS-CHBK-COUNT).
           MOVE FRCASE-DISP-CODE  TO WS-CHBK-DISP-CODE (WS-CHBK-COUNT).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-COUNT-ANALYST-WORK                                     *
      *        ATTRIBUTE CLAIMS, DISPOSITIONS AND CONFIRMED FRAUD TO   *
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGEBACK-FLAGGED CASES, LAST 24 HOURS (DISPUTED '
                  'FALSE-POSITIVES FOR SUPERVISOR / MISSED FRAUD)'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 8200-WRITE-CHBK-LINE THRU 8200-EXIT
               VARYING WS-CHBK-IDX FROM 1 BY 1
               UNTIL WS-CHBK-IDX > WS-CHBK-COUNT.

           MOVE WS-DISPUTED-NEW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISPUTED THIS RUN    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DISPUTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISPUTED ON FILE     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MISSED-NEW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MISSED FRAUD NEW     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-MISSED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MISSED FRAUD ON FILE : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  '  AMOUNT: '              DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CHBK-OVERFLOW > ZERO
               MOVE WS-CHBK-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  CHARGEBACK TABLE OVERFLOW: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                   DELIMITED BY SIZE
                      '  -- CHARGEBACK SECTION INCOMPLETE'
                                                      DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'FRCSERPT: CHARGEBACK TABLE OVERFLOW - '
                       'CHARGEBACK SECTION INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8200-WRITE-CHBK-LINE                                        *
      *        A DISPUTED CASE CARRIES THE ANALYST AND DISPOSITION     *
      *        THE CHARGEBACK CONTRADICTS.                             *
      *----------------------------------------------------------------*
       8200-WRITE-CHBK-LINE.
           MOVE WS-CHBK-TIMESTAMP (WS-CHBK-IDX) TO WS-EDIT-TIMESTAMP.
           MOVE WS-CHBK-AMOUNT (WS-CHBK-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           IF WS-CHBK-DISPUTED (WS-CHBK-IDX)
               STRING '  CARD='                  DELIMITED BY SIZE
                      WS-CHBK-CARD (WS-CHBK-IDX) DELIMITED BY SIZE
                      ' TIMESTAMP='              DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP          DELIMITED BY SIZE
                      ' AMOUNT='                 DELIMITED BY SIZE
                      WS-EDIT-AMOUNT             DELIMITED BY SIZE
                      ' DISPUTED ANALYST='       DELIMITED BY SIZE
                      WS-CHBK-ANALYST-ID (WS-CHBK-IDX)
                                                 DELIMITED BY SIZE
                      ' DISP='                   DELIMITED BY SIZE
                      WS-CHBK-DISP-CODE (WS-CHBK-IDX)
                                                 DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING '  CARD='                  DELIMITED BY SIZE
                      WS-CHBK-CARD (WS-CHBK-IDX) DELIMITED BY SIZE
                      ' TIMESTAMP='              DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP          DELIMITED BY SIZE
                      ' AMOUNT='                 DELIMITED BY SIZE
                      WS-EDIT-AMOUNT             DELIMITED BY SIZE
                      ' MISSED FRAUD REASON='    DELIMITED BY SIZE
                      WS-CHBK-DISP-CODE (WS-CHBK-IDX)
                                                 DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-ASOF-TS TO FRLOGP-WINDOW-TO.
           MOVE 'OPEN CASES' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-OPEN-COUNT TO FRLOGP-COUNT-VALUE (1).
           MOVE 'OVER SLA' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-OPEN-OVER-SLA TO FRLOGP-COUNT-VALUE (2).
           MOVE 'ESCALATED NOW' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-ESCALATED-NOW TO FRLOGP-COUNT-VALUE (3).
           MOVE 'DISPUTED' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-DISPUTED-COUNT TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
