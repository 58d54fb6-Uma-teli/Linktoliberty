       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRRULRPT.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRRULRPT   -  DESK DECISION RULE HIT REPORT                   *
      *                                                                *
      *  NIGHTLY COMPANION TO FRAUDRUL.  LOADS THE FRRULE DESK RULES,  *
      *  THEN MAKES ONE SEQUENTIAL PASS OVER FRHIST FOR THE REPORTING  *
      *  WINDOW ON THE RULCTL CARD, COUNTING EVERY ROW A RULE FORCED   *
      *  (FRHIST-RULE-ID) AGAINST THAT RULE -- TRANSACTIONS, HOW MANY  *
      *  IT SENT TO REVIEW AND HOW MANY IT DECLINED, AND THE DOLLARS   *
      *  INVOLVED.  EACH RULE STILL PENDING OR IN FORCE IS LISTED,     *
      *  AND SO IS ANY RETIRED RULE THAT FIRED IN THE WINDOW BEFORE    *
      *  ITS RETIREMENT.  THE POINT IS TO KEEP EMERGENCY RULES FROM    *
      *  PILING UP: AN IN-FORCE RULE THAT HIT NOTHING ALL WINDOW, OR   *
      *  ONE WHOSE EXPIRY HAS PASSED BUT WAS NEVER RETIRED, IS CALLED  *
      *  OUT AS A CANDIDATE TO RETIRE.                                 *
      *                                                                *
      *  DUPLICATE ROWS (NETWORK RETRIES QUOTING THE ORIGINAL'S        *
      *  DECISION -- SEE FRAUDMOD) ARE NOT COUNTED, SO A RETRIED       *
      *  AUTHORIZATION IS NOT A SECOND HIT.  A RULE ID ON FRHIST WITH  *
      *  NO FRRULE ROW IS COUNTED ON ITS OWN SUMMARY LINE.             *
      *                                                                *
      *  THE RULCTL CARD (WINDOW START ABSTIME COLS 1-15, WINDOW END   *
      *  COLS 16-30; START INCLUSIVE, END EXCLUSIVE) IS REQUIRED -- A  *
      *  MISSING OR GARBLED CARD FAILS THE STEP (RC 8), AS DOES A      *
      *  RULE FILE BIGGER THAN THE RULE TABLE.                         *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRRULE-FILE ASSIGN TO FRRULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRRULE-KEY
               FILE STATUS IS WS-FRRULE-STATUS.

           SELECT FRHIST-FILE ASSIGN TO FRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRHIST-KEY
               FILE STATUS IS WS-FRHIST-STATUS.

           SELECT CTL-FILE ASSIGN TO RULCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO RULRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRRULE-FILE
           RECORD CONTAINS 168 CHARACTERS.
           COPY FRRULREC.

       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-WINDOW-START      PIC 9(15).
           02 CTL-WINDOW-END        PIC 9(15).
           02 FILLER                PIC X(50).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRRULE-STATUS         PIC X(02).
       01 WS-FRHIST-STATUS         PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.

      *----------------------------------------------------------------*
      *    REPORTING WINDOW FROM THE RULCTL CARD, SAVED TO WORKING     *
      *    STORAGE BEFORE THE CARD FILE IS CLOSED.                     *
      *----------------------------------------------------------------*
       01 WS-WINDOW-START          PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-WINDOW-END            PIC S9(15) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      *    RULE TABLE -- EVERY FRRULE ROW, WITH ITS HIT COUNTERS FOR   *
      *    THE WINDOW.  FRRULE HOLDS A HANDFUL OF EMERGENCY RULES, NOT *
      *    A RULE ENGINE'S WORTH; A FILE BIGGER THAN THE TABLE FAILS   *
      *    THE STEP SO THE REPORT IS NOT TRUSTED AS COMPLETE.          *
      *----------------------------------------------------------------*
       01 WS-RUL-LIMIT             PIC 9(4) COMP VALUE 500.
       01 WS-RUL-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-RUL-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-RUL-IDX               PIC 9(4) COMP.
       01 WS-RUL-FOUND-SW          PIC X(01).
           88 WS-RULE-FOUND             VALUE 'Y'.
           88 WS-RULE-NOT-FOUND         VALUE 'N'.
       01 WS-RULE-TABLE.
           05 WS-RUL-ENTRY OCCURS 500 TIMES.
               10 WS-RUL-RULE-ID        PIC X(08).
               10 WS-RUL-STATUS         PIC X(01).
                   88 WS-RUL-PENDING         VALUE 'P'.
                   88 WS-RUL-IN-FORCE        VALUES 'A' 'T'.
                   88 WS-RUL-CLOSED          VALUES 'X' 'R'.
               10 WS-RUL-ACTION         PIC X(01).
               10 WS-RUL-REASON-CODE    PIC X(04).
               10 WS-RUL-EFF-TIMESTAMP  PIC S9(15) COMP-3.
               10 WS-RUL-EXP-TIMESTAMP  PIC S9(15) COMP-3.
               10 WS-RUL-DESCRIPTION    PIC X(40).
               10 WS-RUL-HITS           PIC 9(9) COMP.
               10 WS-RUL-REVIEWS        PIC 9(9) COMP.
               10 WS-RUL-DECLINES       PIC 9(9) COMP.
               10 WS-RUL-DOLLARS        PIC S9(11)V9(2) COMP-3.

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-ROWS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-ROWS-IN-WINDOW        PIC 9(9) COMP VALUE ZERO.
       01 WS-TOTAL-HITS            PIC 9(9) COMP VALUE ZERO.
       01 WS-TOTAL-DOLLARS         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01 WS-UNKNOWN-HITS          PIC 9(9) COMP VALUE ZERO.
       01 WS-LISTED-COUNT          PIC 9(9) COMP VALUE ZERO.
       01 WS-IN-FORCE-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-PENDING-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-CANDIDATE-COUNT       PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-TIMESTAMP        PIC 9(15).
       01 WS-EDIT-TIMESTAMP-2      PIC 9(15).
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-3          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-DOLLARS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-RULES THRU 2000-EXIT.
           PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
           PERFORM 5000-REPORT-RULES THRU 5000-EXIT.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT FRRULE-FILE.
           IF WS-FRRULE-STATUS NOT = '00'
               DISPLAY 'FRRULRPT: OPEN FRRULE FAILED, STATUS='
                       WS-FRRULE-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT FRHIST-FILE.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRRULRPT: OPEN FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRRULRPT: OPEN RULRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-WINDOW-START TO WS-EDIT-TIMESTAMP.
           MOVE WS-WINDOW-END   TO WS-EDIT-TIMESTAMP-2.
           MOVE SPACES TO RPT-LINE.
           STRING 'DESK DECISION RULE HIT REPORT  WINDOW '
                                           DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP        DELIMITED BY SIZE
                  ' TO '                   DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP-2      DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FRRULRPT: OPEN RULCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRRULRPT: RULCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF CTL-WINDOW-START NOT NUMERIC
                   OR CTL-WINDOW-END NOT NUMERIC
                   OR CTL-WINDOW-START NOT < CTL-WINDOW-END
                   DISPLAY 'FRRULRPT: INVALID WINDOW ON RULCTL'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-WINDOW-START TO WS-WINDOW-START
                   MOVE CTL-WINDOW-END   TO WS-WINDOW-END
               END-IF
           END-IF.
           CLOSE CTL-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-RULES                                             *
      *----------------------------------------------------------------*
       2000-LOAD-RULES.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-LOAD-RULE-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
           IF WS-RUL-OVERFLOW > ZERO
               DISPLAY 'FRRULRPT: FRRULE BIGGER THAN THE RULE TABLE'
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-RULE-ROW                                          *
      *----------------------------------------------------------------*
       2100-LOAD-RULE-ROW.
           READ FRRULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FRRULE-STATUS NOT = '00'
               DISPLAY 'FRRULRPT: FRRULE READ FAILED, STATUS='
                       WS-FRRULE-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           IF WS-RUL-COUNT NOT < WS-RUL-LIMIT
               ADD 1 TO WS-RUL-OVERFLOW
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-RUL-COUNT.
           MOVE FRRULE-RULE-ID     TO WS-RUL-RULE-ID (WS-RUL-COUNT).
           MOVE FRRULE-STATUS      TO WS-RUL-STATUS (WS-RUL-COUNT).
           MOVE FRRULE-ACTION      TO WS-RUL-ACTION (WS-RUL-COUNT).
           MOVE FRRULE-REASON-CODE TO
               WS-RUL-REASON-CODE (WS-RUL-COUNT).
           MOVE FRRULE-EFF-TIMESTAMP TO
               WS-RUL-EFF-TIMESTAMP (WS-RUL-COUNT).
           MOVE FRRULE-EXP-TIMESTAMP TO
               WS-RUL-EXP-TIMESTAMP (WS-RUL-COUNT).
           MOVE FRRULE-DESCRIPTION TO
               WS-RUL-DESCRIPTION (WS-RUL-COUNT).
           MOVE ZERO TO WS-RUL-HITS (WS-RUL-COUNT).
           MOVE ZERO TO WS-RUL-REVIEWS (WS-RUL-COUNT).
           MOVE ZERO TO WS-RUL-DECLINES (WS-RUL-COUNT).
           MOVE ZERO TO WS-RUL-DOLLARS (WS-RUL-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SCAN-HISTORY                                           *
      *        ONE SEQUENTIAL PASS OVER FRHIST.  THE FILE IS KEYED     *
      *        CARD/TIMESTAMP, SO THE WINDOW CANNOT BE POSITIONED TO   *
      *        -- EVERY ROW IS READ AND ROWS OUTSIDE IT SKIPPED, THE   *
      *        SAME AS FRDAYBAL.                                       *
      *----------------------------------------------------------------*
       3000-SCAN-HISTORY.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-COUNT-HISTORY-ROW THRU 3100-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-COUNT-HISTORY-ROW                                      *
      *----------------------------------------------------------------*
       3100-COUNT-HISTORY-ROW.
           READ FRHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRRULRPT: FRHIST READ FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           IF FRHIST-TIMESTAMP < WS-WINDOW-START
               OR FRHIST-TIMESTAMP NOT < WS-WINDOW-END
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-IN-WINDOW.
           IF FRHIST-RULE-ID = SPACES
               OR FRHIST-DUPLICATE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-TOTAL-HITS.
           ADD AMOUNT-NUM OF FRHIST-INPUT TO WS-TOTAL-DOLLARS.
           SET WS-RULE-NOT-FOUND TO TRUE.
           PERFORM 3150-MATCH-RULE-SLOT THRU 3150-EXIT
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RUL-COUNT
               OR WS-RULE-FOUND.
           IF WS-RULE-NOT-FOUND
               ADD 1 TO WS-UNKNOWN-HITS
               GO TO 3100-EXIT
           END-IF.
      *    THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST THE
      *    MATCHED SLOT BY THE TIME THE UNTIL TEST SEES THE SWITCH, SO
      *    BACK IT UP ONE.
           SUBTRACT 1 FROM WS-RUL-IDX.
           ADD 1 TO WS-RUL-HITS (WS-RUL-IDX).
           ADD AMOUNT-NUM OF FRHIST-INPUT TO
               WS-RUL-DOLLARS (WS-RUL-IDX).
           IF DECISION-DECLINE OF FRHIST-OUTPUT
               ADD 1 TO WS-RUL-DECLINES (WS-RUL-IDX)
           ELSE
               ADD 1 TO WS-RUL-REVIEWS (WS-RUL-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3150-MATCH-RULE-SLOT                                        *
      *----------------------------------------------------------------*
       3150-MATCH-RULE-SLOT.
           IF WS-RUL-RULE-ID (WS-RUL-IDX) = FRHIST-RULE-ID
               SET WS-RULE-FOUND TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-REPORT-RULES                                           *
      *        ONE BLOCK PER RULE, IN RULE-ID ORDER.                   *
      *----------------------------------------------------------------*
       5000-REPORT-RULES.
           IF WS-ABORT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-REPORT-ONE-RULE THRU 5100-EXIT
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RUL-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-REPORT-ONE-RULE                                        *
      *        A RETIRED OR REJECTED RULE THAT DID NOT FIRE IN THE     *
      *        WINDOW IS HISTORY AND IS LEFT OFF.  AN IN-FORCE RULE    *
      *        THAT WAS ALREADY EFFECTIVE FOR THE WHOLE WINDOW AND     *
      *        STILL HIT NOTHING, OR ONE PAST ITS EXPIRY THAT NOBODY   *
      *        RETIRED, IS FLAGGED AS A CANDIDATE TO RETIRE.           *
      *----------------------------------------------------------------*
       5100-REPORT-ONE-RULE.
           IF WS-RUL-CLOSED (WS-RUL-IDX)
               AND WS-RUL-HITS (WS-RUL-IDX) = ZERO
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-RUL-IN-FORCE (WS-RUL-IDX)
               ADD 1 TO WS-IN-FORCE-COUNT
           END-IF.
           IF WS-RUL-PENDING (WS-RUL-IDX)
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'RULE='                         DELIMITED BY SIZE
                  WS-RUL-RULE-ID (WS-RUL-IDX)     DELIMITED BY SIZE
                  ' STATUS='                      DELIMITED BY SIZE
                  WS-RUL-STATUS (WS-RUL-IDX)      DELIMITED BY SIZE
                  ' ACTION='                      DELIMITED BY SIZE
                  WS-RUL-ACTION (WS-RUL-IDX)      DELIMITED BY SIZE
                  ' REASON='                      DELIMITED BY SIZE
                  WS-RUL-REASON-CODE (WS-RUL-IDX) DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-RUL-DESCRIPTION (WS-RUL-IDX) DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-RUL-EFF-TIMESTAMP (WS-RUL-IDX) TO WS-EDIT-TIMESTAMP.
           MOVE WS-RUL-EXP-TIMESTAMP (WS-RUL-IDX) TO
               WS-EDIT-TIMESTAMP-2.
           MOVE SPACES TO RPT-LINE.
           IF WS-RUL-EXP-TIMESTAMP (WS-RUL-IDX) = ZERO
               STRING '  EFFECTIVE='      DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP   DELIMITED BY SIZE
                      ' EXPIRES=NONE'     DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING '  EFFECTIVE='      DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP   DELIMITED BY SIZE
                      ' EXPIRES='         DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP-2 DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

           MOVE WS-RUL-HITS (WS-RUL-IDX)     TO WS-EDIT-COUNT.
           MOVE WS-RUL-REVIEWS (WS-RUL-IDX)  TO WS-EDIT-COUNT-2.
           MOVE WS-RUL-DECLINES (WS-RUL-IDX) TO WS-EDIT-COUNT-3.
           MOVE WS-RUL-DOLLARS (WS-RUL-IDX)  TO WS-EDIT-DOLLARS.
           MOVE SPACES TO RPT-LINE.
           STRING '  HITS='               DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' REVIEW='              DELIMITED BY SIZE
                  WS-EDIT-COUNT-2         DELIMITED BY SIZE
                  ' DECLINE='             DELIMITED BY SIZE
                  WS-EDIT-COUNT-3         DELIMITED BY SIZE
                  ' DOLLARS='             DELIMITED BY SIZE
                  WS-EDIT-DOLLARS         DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT WS-RUL-IN-FORCE (WS-RUL-IDX)
               GO TO 5100-EXIT
           END-IF.
           IF WS-RUL-EXP-TIMESTAMP (WS-RUL-IDX) NOT = ZERO
               AND WS-RUL-EXP-TIMESTAMP (WS-RUL-IDX) NOT > WS-WINDOW-END
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  ** EXPIRED BUT NOT RETIRED - '
                      'CANDIDATE TO RETIRE **'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 5100-EXIT
           END-IF.
           IF WS-RUL-HITS (WS-RUL-IDX) = ZERO
               AND WS-RUL-EFF-TIMESTAMP (WS-RUL-IDX) NOT >
                   WS-WINDOW-START
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  ** NO HITS IN WINDOW - '
                      'CANDIDATE TO RETIRE **'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                          *
      *----------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           IF WS-RPT-STATUS NOT = '00'
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ABORT
               MOVE SPACES TO RPT-LINE
               STRING '** RUN FAILED - SEE JOB LOG; '
                      'REPORT INCOMPLETE **'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 8000-EXIT
           END-IF.

           MOVE WS-RUL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RULES ON FILE           : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LISTED                : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-IN-FORCE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  IN FORCE              : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  PENDING APPROVAL      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CANDIDATE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CANDIDATES TO RETIRE  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-IN-WINDOW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FRHIST ROWS IN WINDOW   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-HITS TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-DOLLARS TO WS-EDIT-DOLLARS.
           MOVE SPACES TO RPT-LINE.
           STRING '  FORCED BY A DESK RULE : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
                  ' DOLLARS='                  DELIMITED BY SIZE
                  WS-EDIT-DOLLARS              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-UNKNOWN-HITS > ZERO
               MOVE WS-UNKNOWN-HITS TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  RULE ID NOT ON FRRULE : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'FRRULRPT: ' WS-UNKNOWN-HITS ' FRHIST ROW(S) '
                       'CARRY A RULE ID NOT ON FRRULE'
           END-IF.
           IF WS-RUL-OVERFLOW > ZERO
               MOVE WS-RUL-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'TABLE OVERFLOW - RULES: '  DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      '  -- REPORT INCOMPLETE'    DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRRULE-STATUS = '00' OR WS-FRRULE-STATUS = '10'
               CLOSE FRRULE-FILE
           END-IF.
           IF WS-FRHIST-STATUS = '00' OR WS-FRHIST-STATUS = '10'
               CLOSE FRHIST-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
