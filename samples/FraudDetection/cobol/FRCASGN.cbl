       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRCASGN.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRCASGN    -  AUTOMATIC CASE ASSIGNMENT FROM THE ANALYST      *
      *                ROSTER                                          *
      *                                                                *
      *  HANDS EVERY NEW FRCASE CASE TO A QUALIFIED, ON-SHIFT ANALYST  *
      *  ON THE FRROSTER ROSTER (FRROSREC) WHO HAS ROOM FOR IT,        *
      *  HIGHEST FRCASE-AMOUNT FIRST, SO THE BIG-DOLLAR CASES ARE NO   *
      *  LONGER THE ONES LEFT SITTING UNTIL FRCSERPT ESCALATES THEM.   *
      *  RUN AT EACH SHIFT CHANGE AND AT INTERVALS THROUGH THE DAY.    *
      *                                                                *
      *  PASS 1 READS FRCASE IN KEY ORDER:                             *
      *    - AN ASSIGNED CASE HELD BY A ROSTERED ANALYST WHO IS NOW    *
      *      OFF SHIFT OR REMOVED GOES BACK TO THE POOL -- STATUS NEW, *
      *      ANALYST AND CLAIM TIME CLEARED -- AND IS LISTED           *
      *    - AN ASSIGNED CASE HELD BY AN ON-SHIFT ANALYST COUNTS       *
      *      TOWARD THAT ANALYST'S OPEN LOAD                           *
      *    - EVERY NEW CASE (INCLUDING ONE JUST RETURNED) IS TAKEN     *
      *      INTO THE WORK TABLE, KEPT IN DESCENDING AMOUNT ORDER      *
      *  CASES CLAIMED BY HAND IN FRAUDCSE BY SOMEONE NOT ON THE       *
      *  ROSTER ARE LEFT ALONE.                                        *
      *                                                                *
      *  PASS 2 WALKS THE WORK TABLE.  AN ANALYST QUALIFIES FOR A      *
      *  CASE WHEN THEY ARE ON SHIFT, HOLD FEWER OPEN CASES THAN       *
      *  THEIR FRROS-MAX-OPEN, HAVE AN AMOUNT TIER AT LEAST THE        *
      *  CASE'S, AND HAVE AN MCC GROUP COVERING THE CASE'S MCC.  OF    *
      *  THOSE, THE ONE HOLDING THE FEWEST OPEN CASES GETS IT (THE     *
      *  EARLIER ROSTER ENTRY ON A TIE).  THE CASE IS RE-READ BEFORE   *
      *  IT IS STAMPED -- ONE CLAIMED ONLINE SINCE PASS 1 IS SKIPPED   *
      *  -- AND IS STAMPED EXACTLY AS A FRAUDCSE CLAIM IS: STATUS      *
      *  ASSIGNED, FRCASE-ANALYST-ID AND FRCASE-CLAIM-TIMESTAMP, SO    *
      *  FRCSERPT COUNTS IT AS THAT ANALYST'S CLAIM.  A CASE NOBODY    *
      *  QUALIFIES FOR STAYS NEW AND IS LISTED FOR THE SUPERVISOR.     *
      *                                                                *
      *  CASE AMOUNT TIERS (COMPARED WITH FRROS-AMOUNT-TIER):          *
      *    1  UNDER $1,000     2  UNDER $10,000     3  ANY AMOUNT      *
      *                                                                *
      *  ASNCTL CONTROL CARD:                                          *
      *    COLS  1-15  AS-OF TIME (ABSTIME) -- STAMPED AS THE CLAIM    *
      *                TIME ON EVERY CASE ASSIGNED                     *
      *  A MISSING OR GARBLED CARD FAILS THE STEP (RC 8).  AN FRCASE   *
      *  REWRITE FAILURE STOPS THE RUN (RC 8); WHAT WAS ALREADY        *
      *  ASSIGNED STAYS ASSIGNED AND A RERUN PICKS UP THE REST.  A     *
      *  FULL ROSTER OR WORK TABLE IS COUNTED AND ENDS RC 8 -- THE     *
      *  CASES NOT TAKEN IN STAY NEW FOR THE NEXT RUN.                 *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW FRCASE-CHBK-SW AND                  *
      *                      FRCASE-CHBK-TIMESTAMP).                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRCASE-FILE ASSIGN TO FRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRCASE-KEY
               FILE STATUS IS WS-FRCASE-STATUS.

           SELECT FRROS-FILE ASSIGN TO FRROSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRROS-KEY
               FILE STATUS IS WS-FRROS-STATUS.

           SELECT CTL-FILE ASSIGN TO ASNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO ASNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  FRROS-FILE
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRROSREC.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-ASOF-TS           PIC 9(15).
           02 FILLER                PIC X(65).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRCASE-STATUS         PIC X(02).
       01 WS-FRROS-STATUS          PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-FRCASE-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRCASE-OPENED          VALUE 'Y'.

      *----------------------------------------------------------------*
      *    AS-OF TIME FROM THE ASNCTL CARD, SAVED TO WORKING STORAGE   *
      *    BEFORE THE CARD FILE IS CLOSED.                             *
      *----------------------------------------------------------------*
       01 WS-ASOF-TS               PIC S9(15) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      *    CASE AMOUNT TIER EDGES -- SEE THE PROGRAM DESCRIPTION.      *
      *----------------------------------------------------------------*
       01 WS-TIER-1-LIMIT          PIC S9(9)V9(2) COMP-3
                                   VALUE 1000.00.
       01 WS-TIER-2-LIMIT          PIC S9(9)V9(2) COMP-3
                                   VALUE 10000.00.
       01 WS-CASE-TIER             PIC 9(01).

      *----------------------------------------------------------------*
      *    THE ROSTER, LOADED ONCE.  WS-ROS-LOAD IS THE ANALYST'S      *
      *    ASSIGNED CASES, COUNTED IN PASS 1 AND RAISED AS PASS 2      *
      *    HANDS THEM MORE.                                            *
      *----------------------------------------------------------------*
       01 WS-ROS-LIMIT             PIC 9(4) COMP VALUE 100.
       01 WS-ROS-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ROS-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-ROS-IDX               PIC 9(4) COMP.
       01 WS-BEST-IDX              PIC 9(4) COMP.
       01 WS-GRP-IDX               PIC 9(4) COMP.
       01 WS-FOUND-SW              PIC X(01).
           88 WS-ENTRY-FOUND            VALUE 'Y'.
           88 WS-ENTRY-NOT-FOUND        VALUE 'N'.
       01 WS-OUTCOME-SW            PIC X(01).
           88 WS-OUTCOME-ASSIGNED       VALUE 'A'.
           88 WS-OUTCOME-NO-ANALYST     VALUE 'N'.
           88 WS-OUTCOME-TAKEN-ONLINE   VALUE 'T'.
       01 WS-MCC-SW                PIC X(01).
           88 WS-MCC-COVERED            VALUE 'Y'.
           88 WS-MCC-NOT-COVERED        VALUE 'N'.
       01 WS-ROSTER-TABLE.
           05 WS-ROS-ENTRY OCCURS 100 TIMES.
               10 WS-ROS-ANALYST-ID     PIC X(08).
               10 WS-ROS-STATUS         PIC X(01).
                   88 WS-ROS-ON-SHIFT        VALUE 'O'.
                   88 WS-ROS-REMOVED         VALUE 'X'.
                   88 WS-ROS-NOT-WORKING     VALUES 'F' 'X'.
               10 WS-ROS-MAX-OPEN       PIC 9(4) COMP.
               10 WS-ROS-AMOUNT-TIER    PIC 9(01).
               10 WS-ROS-MCC-GROUP OCCURS 4 TIMES.
                   15 WS-ROS-MCC-LOW        PIC 9(04).
                   15 WS-ROS-MCC-HIGH       PIC 9(04).
               10 WS-ROS-LOAD-BEFORE    PIC 9(4) COMP.
               10 WS-ROS-LOAD           PIC 9(4) COMP.
               10 WS-ROS-ASSIGNED       PIC 9(4) COMP.
               10 WS-ROS-RELEASED       PIC 9(4) COMP.

      *----------------------------------------------------------------*
      *    THE NEW CASES WAITING, HIGHEST AMOUNT FIRST.  EACH CASE IS  *
      *    INSERTED IN PLACE AS PASS 1 FINDS IT; EQUAL AMOUNTS KEEP    *
      *    FRCASE KEY ORDER.                                           *
      *----------------------------------------------------------------*
       01 WS-CND-LIMIT             PIC 9(4) COMP VALUE 2000.
       01 WS-CND-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-CND-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-CND-IDX               PIC 9(4) COMP.
       01 WS-INS-IDX               PIC 9(4) COMP.
       01 WS-SHIFT-IDX             PIC 9(4) COMP.
       01 WS-CANDIDATE-TABLE.
           05 WS-CND-ENTRY OCCURS 2000 TIMES.
               10 WS-CND-CARD           PIC 9(9).
               10 WS-CND-TIMESTAMP      PIC S9(15) COMP-3.
               10 WS-CND-AMOUNT         PIC S9(9)V9(2) COMP-3.
               10 WS-CND-MCC            PIC 9(4).

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-CASES-READ            PIC 9(9) COMP VALUE ZERO.
       01 WS-CASES-RELEASED        PIC 9(9) COMP VALUE ZERO.
       01 WS-CASES-NEW             PIC 9(9) COMP VALUE ZERO.
       01 WS-CASES-ASSIGNED        PIC 9(9) COMP VALUE ZERO.
       01 WS-CASES-UNASSIGNED      PIC 9(9) COMP VALUE ZERO.
       01 WS-CASES-TAKEN-ONLINE    PIC 9(9) COMP VALUE ZERO.
       01 WS-ANALYSTS-ON-SHIFT     PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL-1          PIC ZZZ9.
       01 WS-EDIT-SMALL-2          PIC ZZZ9.
       01 WS-EDIT-SMALL-3          PIC ZZZ9.
       01 WS-EDIT-SMALL-4          PIC ZZZ9.
       01 WS-EDIT-SMALL-5          PIC ZZZ9.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).
       01 WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-CASES THRU 2000-EXIT.
           PERFORM 3000-ASSIGN-CASES THRU 3000-EXIT.
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

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRCASGN: OPEN ASNRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-ASOF-TS TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASE ASSIGNMENT RUN - AS OF ' DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O FRCASE-FILE.
           IF WS-FRCASE-STATUS = '00'
               MOVE 'Y' TO WS-FRCASE-OPEN-SW
           ELSE
               DISPLAY 'FRCASGN: OPEN FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FRCASGN: OPEN ASNCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRCASGN: ASNCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF CTL-ASOF-TS NOT NUMERIC
                   OR CTL-ASOF-TS = ZERO
                   DISPLAY 'FRCASGN: INVALID AS-OF TIME ON ASNCTL'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-ASOF-TS TO WS-ASOF-TS
               END-IF
           END-IF.
           CLOSE CTL-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-ROSTER                                            *
      *        EVERY ROSTER ROW IS LOADED, REMOVED ONES INCLUDED --    *
      *        PASS 1 NEEDS THEM TO RECOGNISE THE CASES TO RETURN.     *
      *        THE ROSTER IS ONLY READ, SO IT IS CLOSED AGAIN HERE.    *
      *----------------------------------------------------------------*
       1200-LOAD-ROSTER.
           OPEN INPUT FRROS-FILE.
           IF WS-FRROS-STATUS NOT = '00'
               DISPLAY 'FRCASGN: OPEN FRROSTER FAILED, STATUS='
                       WS-FRROS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1250-LOAD-ROSTER-ROW THRU 1250-EXIT
               UNTIL WS-EOF.
           CLOSE FRROS-FILE.
           IF WS-ROS-OVERFLOW > ZERO
               DISPLAY 'FRCASGN: ROSTER TABLE OVERFLOW - ANALYSTS '
                       'LEFT OUT OF THIS RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1250-LOAD-ROSTER-ROW                                        *
      *----------------------------------------------------------------*
       1250-LOAD-ROSTER-ROW.
           READ FRROS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1250-EXIT
           END-READ.
           IF WS-FRROS-STATUS NOT = '00'
               DISPLAY 'FRCASGN: READ FRROSTER FAILED, STATUS='
                       WS-FRROS-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1250-EXIT
           END-IF.
           IF WS-ROS-COUNT NOT < WS-ROS-LIMIT
               ADD 1 TO WS-ROS-OVERFLOW
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-ROS-COUNT.
           MOVE WS-ROS-COUNT TO WS-ROS-IDX.
           MOVE FRROS-ANALYST-ID  TO WS-ROS-ANALYST-ID (WS-ROS-IDX).
           MOVE FRROS-STATUS      TO WS-ROS-STATUS (WS-ROS-IDX).
           MOVE FRROS-MAX-OPEN    TO WS-ROS-MAX-OPEN (WS-ROS-IDX).
           MOVE FRROS-AMOUNT-TIER TO WS-ROS-AMOUNT-TIER (WS-ROS-IDX).
           PERFORM 1260-LOAD-MCC-GROUP THRU 1260-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 4.
           MOVE ZERO TO WS-ROS-LOAD-BEFORE (WS-ROS-IDX)
                        WS-ROS-LOAD (WS-ROS-IDX)
                        WS-ROS-ASSIGNED (WS-ROS-IDX)
                        WS-ROS-RELEASED (WS-ROS-IDX).
           IF FRROS-ON-SHIFT
               ADD 1 TO WS-ANALYSTS-ON-SHIFT
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1260-LOAD-MCC-GROUP                                         *
      *----------------------------------------------------------------*
       1260-LOAD-MCC-GROUP.
           MOVE FRROS-MCC-LOW (WS-GRP-IDX)  TO
               WS-ROS-MCC-LOW (WS-ROS-IDX WS-GRP-IDX).
           MOVE FRROS-MCC-HIGH (WS-GRP-IDX) TO
               WS-ROS-MCC-HIGH (WS-ROS-IDX WS-GRP-IDX).
       1260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-SCAN-CASES                                             *
      *        PASS 1 -- SEE THE PROGRAM DESCRIPTION.                  *
      *----------------------------------------------------------------*
       2000-SCAN-CASES.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ASSIGNED CASES RETURNED TO THE POOL (ANALYST OFF '
                  'SHIFT OR REMOVED)'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-SCAN-NEXT-CASE THRU 2100-EXIT
               UNTIL WS-EOF.
           PERFORM 2050-NOTE-LOAD-BEFORE THRU 2050-EXIT
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT.
           IF WS-CND-OVERFLOW > ZERO
               DISPLAY 'FRCASGN: WORK TABLE OVERFLOW - NEW CASES '
                       'LEFT FOR THE NEXT RUN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-NOTE-LOAD-BEFORE                                       *
      *----------------------------------------------------------------*
       2050-NOTE-LOAD-BEFORE.
           MOVE WS-ROS-LOAD (WS-ROS-IDX) TO
               WS-ROS-LOAD-BEFORE (WS-ROS-IDX).
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-SCAN-NEXT-CASE                                         *
      *----------------------------------------------------------------*
       2100-SCAN-NEXT-CASE.
           READ FRCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRCASGN: READ FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CASES-READ.

           IF FRCASE-ASSIGNED
               PERFORM 2200-CHECK-ASSIGNED-CASE THRU 2200-EXIT
               IF WS-ABORT
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF FRCASE-NEW
               ADD 1 TO WS-CASES-NEW
               PERFORM 2400-ADD-CANDIDATE THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-CHECK-ASSIGNED-CASE                                    *
      *        AN ON-SHIFT HOLDER ADDS TO THEIR LOAD.  AN OFF-SHIFT OR *
      *        REMOVED HOLDER LOSES THE CASE BACK TO THE POOL; THE     *
      *        ROW IN THE RECORD AREA IS LEFT NEW SO 2100 TAKES IT     *
      *        STRAIGHT INTO THE WORK TABLE.  A REWRITE FAILURE STOPS  *
      *        THE RUN.                                                *
      *----------------------------------------------------------------*
       2200-CHECK-ASSIGNED-CASE.
           PERFORM 2300-FIND-ROSTER-ENTRY THRU 2300-EXIT.
           IF WS-ENTRY-NOT-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF WS-ROS-ON-SHIFT (WS-ROS-IDX)
               ADD 1 TO WS-ROS-LOAD (WS-ROS-IDX)
               GO TO 2200-EXIT
           END-IF.

           SET FRCASE-NEW TO TRUE.
           MOVE SPACES TO FRCASE-ANALYST-ID.
           MOVE ZERO   TO FRCASE-CLAIM-TIMESTAMP.
           REWRITE FRCASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRCASGN: RELEASE REWRITE FAILED, STATUS='
                       WS-FRCASE-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-CASES-RELEASED.
           ADD 1 TO WS-ROS-RELEASED (WS-ROS-IDX).

           MOVE FRCASE-TIMESTAMP TO WS-EDIT-TIMESTAMP.
           MOVE FRCASE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CARD='                       DELIMITED BY SIZE
                  FRCASE-CARD                     DELIMITED BY SIZE
                  ' TIMESTAMP='                   DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP               DELIMITED BY SIZE
                  ' AMOUNT='                      DELIMITED BY SIZE
                  WS-EDIT-AMOUNT                  DELIMITED BY SIZE
                  ' FROM='                        DELIMITED BY SIZE
                  WS-ROS-ANALYST-ID (WS-ROS-IDX)  DELIMITED BY SIZE
                  ' STATUS='                      DELIMITED BY SIZE
                  WS-ROS-STATUS (WS-ROS-IDX)      DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FIND-ROSTER-ENTRY                                      *
      *        LINEAR SEARCH OF THE ROSTER TABLE FOR THE CASE'S        *
      *        ANALYST.                                                *
      *----------------------------------------------------------------*
       2300-FIND-ROSTER-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2350-MATCH-ROSTER-SLOT THRU 2350-EXIT
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
      *        THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST
      *        THE MATCHED SLOT BY THE TIME THE UNTIL TEST SEES THE
      *        SWITCH, SO BACK IT UP ONE.
               SUBTRACT 1 FROM WS-ROS-IDX
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2350-MATCH-ROSTER-SLOT                                      *
      *----------------------------------------------------------------*
       2350-MATCH-ROSTER-SLOT.
           IF WS-ROS-ANALYST-ID (WS-ROS-IDX) = FRCASE-ANALYST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-ADD-CANDIDATE                                          *
      *        INSERT THE NEW CASE IN THE WORK TABLE AHEAD OF THE      *
      *        FIRST ENTRY WITH A SMALLER AMOUNT, SHIFTING THE REST    *
      *        DOWN ONE.                                               *
      *----------------------------------------------------------------*
       2400-ADD-CANDIDATE.
           IF WS-CND-COUNT NOT < WS-CND-LIMIT
               ADD 1 TO WS-CND-OVERFLOW
               GO TO 2400-EXIT
           END-IF.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2450-FIND-INSERT-SLOT THRU 2450-EXIT
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-CND-COUNT
               OR WS-ENTRY-FOUND.
      *    THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST THE
      *    MATCHED SLOT; UNMATCHED, IT HAS STOPPED ONE PAST THE LAST
      *    ENTRY, WHICH IS WHERE THE CASE GOES.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-INS-IDX
           END-IF.
           PERFORM 2460-SHIFT-CANDIDATE THRU 2460-EXIT
               VARYING WS-SHIFT-IDX FROM WS-CND-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INS-IDX.
           MOVE FRCASE-CARD      TO WS-CND-CARD (WS-INS-IDX).
           MOVE FRCASE-TIMESTAMP TO WS-CND-TIMESTAMP (WS-INS-IDX).
           MOVE FRCASE-AMOUNT    TO WS-CND-AMOUNT (WS-INS-IDX).
           MOVE FRCASE-MCC       TO WS-CND-MCC (WS-INS-IDX).
           ADD 1 TO WS-CND-COUNT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2450-FIND-INSERT-SLOT                                       *
      *----------------------------------------------------------------*
       2450-FIND-INSERT-SLOT.
           IF WS-CND-AMOUNT (WS-INS-IDX) < FRCASE-AMOUNT
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2460-SHIFT-CANDIDATE                                        *
      *----------------------------------------------------------------*
       2460-SHIFT-CANDIDATE.
           MOVE WS-CND-ENTRY (WS-SHIFT-IDX) TO
               WS-CND-ENTRY (WS-SHIFT-IDX + 1).
       2460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-ASSIGN-CASES                                           *
      *        PASS 2 -- THE WORK TABLE, HIGHEST AMOUNT FIRST.         *
      *----------------------------------------------------------------*
       3000-ASSIGN-CASES.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'NEW CASES, HIGHEST AMOUNT FIRST'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 3100-ASSIGN-ONE-CASE THRU 3100-EXIT
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-COUNT
               OR WS-ABORT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-ASSIGN-ONE-CASE                                        *
      *        PICK THE ANALYST, RE-READ THE CASE, AND STAMP IT THE    *
      *        WAY A FRAUDCSE CLAIM DOES.  THE DETAIL LINE SAYS WHAT   *
      *        BECAME OF EVERY CASE IN THE TABLE.                      *
      *----------------------------------------------------------------*
       3100-ASSIGN-ONE-CASE.
           IF WS-CND-AMOUNT (WS-CND-IDX) < WS-TIER-1-LIMIT
               MOVE 1 TO WS-CASE-TIER
           ELSE
               IF WS-CND-AMOUNT (WS-CND-IDX) < WS-TIER-2-LIMIT
                   MOVE 2 TO WS-CASE-TIER
               ELSE
                   MOVE 3 TO WS-CASE-TIER
               END-IF
           END-IF.

           MOVE ZERO TO WS-BEST-IDX.
           PERFORM 3200-CONSIDER-ANALYST THRU 3200-EXIT
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT.
           IF WS-BEST-IDX = ZERO
               ADD 1 TO WS-CASES-UNASSIGNED
               SET WS-OUTCOME-NO-ANALYST TO TRUE
               PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-CND-CARD (WS-CND-IDX)      TO FRCASE-CARD.
           MOVE WS-CND-TIMESTAMP (WS-CND-IDX) TO FRCASE-TIMESTAMP.
           READ FRCASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRCASE-STATUS = '23'
               ADD 1 TO WS-CASES-TAKEN-ONLINE
               SET WS-OUTCOME-TAKEN-ONLINE TO TRUE
               PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRCASGN: RE-READ FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           IF NOT FRCASE-NEW
               ADD 1 TO WS-CASES-TAKEN-ONLINE
               SET WS-OUTCOME-TAKEN-ONLINE TO TRUE
               PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.

           SET FRCASE-ASSIGNED TO TRUE.
           MOVE WS-ROS-ANALYST-ID (WS-BEST-IDX) TO FRCASE-ANALYST-ID.
           MOVE WS-ASOF-TS TO FRCASE-CLAIM-TIMESTAMP.
           REWRITE FRCASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRCASGN: ASSIGN REWRITE FAILED, STATUS='
                       WS-FRCASE-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CASES-ASSIGNED.
           ADD 1 TO WS-ROS-LOAD (WS-BEST-IDX).
           ADD 1 TO WS-ROS-ASSIGNED (WS-BEST-IDX).
           SET WS-OUTCOME-ASSIGNED TO TRUE.
           PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-CONSIDER-ANALYST                                       *
      *        DOES THIS ROSTER ENTRY QUALIFY, AND DOES IT HOLD FEWER  *
      *        CASES THAN THE BEST SO FAR?                             *
      *----------------------------------------------------------------*
       3200-CONSIDER-ANALYST.
           IF NOT WS-ROS-ON-SHIFT (WS-ROS-IDX)
               OR WS-ROS-LOAD (WS-ROS-IDX) NOT <
                  WS-ROS-MAX-OPEN (WS-ROS-IDX)
               OR WS-ROS-AMOUNT-TIER (WS-ROS-IDX) < WS-CASE-TIER
               GO TO 3200-EXIT
           END-IF.
           SET WS-MCC-NOT-COVERED TO TRUE.
           PERFORM 3250-MATCH-MCC-GROUP THRU 3250-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 4
               OR WS-MCC-COVERED.
           IF WS-MCC-NOT-COVERED
               GO TO 3200-EXIT
           END-IF.
           IF WS-BEST-IDX = ZERO
               MOVE WS-ROS-IDX TO WS-BEST-IDX
               GO TO 3200-EXIT
           END-IF.
           IF WS-ROS-LOAD (WS-ROS-IDX) < WS-ROS-LOAD (WS-BEST-IDX)
               MOVE WS-ROS-IDX TO WS-BEST-IDX
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3250-MATCH-MCC-GROUP                                        *
      *        A ZERO-ZERO SLOT IS UNUSED AND MATCHES NOTHING.         *
      *----------------------------------------------------------------*
       3250-MATCH-MCC-GROUP.
           IF WS-ROS-MCC-HIGH (WS-ROS-IDX WS-GRP-IDX) = ZERO
               GO TO 3250-EXIT
           END-IF.
           IF WS-CND-MCC (WS-CND-IDX) NOT <
                  WS-ROS-MCC-LOW (WS-ROS-IDX WS-GRP-IDX)
               AND WS-CND-MCC (WS-CND-IDX) NOT >
                  WS-ROS-MCC-HIGH (WS-ROS-IDX WS-GRP-IDX)
               SET WS-MCC-COVERED TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3800-WRITE-CASE-LINE                                        *
      *        WS-OUTCOME-SW SAYS WHETHER THE CASE WENT TO THE ANALYST *
      *        AT WS-BEST-IDX, NOBODY QUALIFIED, OR IT WAS CLAIMED     *
      *        ONLINE SINCE PASS 1.                                    *
      *----------------------------------------------------------------*
       3800-WRITE-CASE-LINE.
           MOVE WS-CND-TIMESTAMP (WS-CND-IDX) TO WS-EDIT-TIMESTAMP.
           MOVE WS-CND-AMOUNT (WS-CND-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           IF WS-OUTCOME-ASSIGNED
               STRING '  CARD='                   DELIMITED BY SIZE
                      WS-CND-CARD (WS-CND-IDX)    DELIMITED BY SIZE
                      ' TIMESTAMP='               DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP           DELIMITED BY SIZE
                      ' AMOUNT='                  DELIMITED BY SIZE
                      WS-EDIT-AMOUNT              DELIMITED BY SIZE
                      ' MCC='                     DELIMITED BY SIZE
                      WS-CND-MCC (WS-CND-IDX)     DELIMITED BY SIZE
                      ' ASSIGNED TO '             DELIMITED BY SIZE
                      WS-ROS-ANALYST-ID (WS-BEST-IDX)
                                                  DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               IF WS-OUTCOME-TAKEN-ONLINE
                   STRING '  CARD='               DELIMITED BY SIZE
                          WS-CND-CARD (WS-CND-IDX)
                                                  DELIMITED BY SIZE
                          ' TIMESTAMP='           DELIMITED BY SIZE
                          WS-EDIT-TIMESTAMP       DELIMITED BY SIZE
                          ' AMOUNT='              DELIMITED BY SIZE
                          WS-EDIT-AMOUNT          DELIMITED BY SIZE
                          ' MCC='                 DELIMITED BY SIZE
                          WS-CND-MCC (WS-CND-IDX) DELIMITED BY SIZE
                          ' SKIPPED - NO LONGER NEW'
                                                  DELIMITED BY SIZE
                       INTO RPT-LINE
               ELSE
                   STRING '  CARD='               DELIMITED BY SIZE
                          WS-CND-CARD (WS-CND-IDX)
                                                  DELIMITED BY SIZE
                          ' TIMESTAMP='           DELIMITED BY SIZE
                          WS-EDIT-TIMESTAMP       DELIMITED BY SIZE
                          ' AMOUNT='              DELIMITED BY SIZE
                          WS-EDIT-AMOUNT          DELIMITED BY SIZE
                          ' MCC='                 DELIMITED BY SIZE
                          WS-CND-MCC (WS-CND-IDX) DELIMITED BY SIZE
                          ' LEFT NEW - NO QUALIFIED ANALYST WITH ROOM'
                                                  DELIMITED BY SIZE
                       INTO RPT-LINE
               END-IF
           END-IF.
           WRITE RPT-LINE.
       3800-EXIT.
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
               STRING 'RUN STOPPED BEFORE COMPLETION - CASES ALREADY '
                      'ASSIGNED OR RETURNED STAY THAT WAY'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING 'ANALYST LOAD (OPEN BEFORE / ASSIGNED / OPEN AFTER / '
                  'LIMIT / RETURNED)'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 8100-WRITE-ANALYST-LINE THRU 8100-EXIT
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASES-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES READ           : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASES-RELEASED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RETURNED TO POOL     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASES-NEW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NEW CASES            : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASES-ASSIGNED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ASSIGNED THIS RUN    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASES-UNASSIGNED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO QUALIFIED ANALYST : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASES-TAKEN-ONLINE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CLAIMED ONLINE       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ANALYSTS-ON-SHIFT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ANALYSTS ON SHIFT    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-ROS-OVERFLOW > ZERO
               MOVE WS-ROS-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  ROSTER TABLE OVERFLOW: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      '  -- ANALYSTS LEFT OUT OF THIS RUN'
                                                  DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-CND-OVERFLOW > ZERO
               MOVE WS-CND-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  WORK TABLE OVERFLOW: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      '  -- NEW CASES LEFT FOR THE NEXT RUN'
                                                DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-WRITE-ANALYST-LINE                                     *
      *        REMOVED ANALYSTS ARE LISTED ONLY IF THIS RUN TOOK       *
      *        CASES BACK FROM THEM.                                   *
      *----------------------------------------------------------------*
       8100-WRITE-ANALYST-LINE.
           IF WS-ROS-REMOVED (WS-ROS-IDX)
               AND WS-ROS-RELEASED (WS-ROS-IDX) = ZERO
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-ROS-LOAD-BEFORE (WS-ROS-IDX) TO WS-EDIT-SMALL-1.
           MOVE WS-ROS-ASSIGNED (WS-ROS-IDX)    TO WS-EDIT-SMALL-2.
           MOVE WS-ROS-LOAD (WS-ROS-IDX)        TO WS-EDIT-SMALL-3.
           MOVE WS-ROS-MAX-OPEN (WS-ROS-IDX)    TO WS-EDIT-SMALL-4.
           MOVE WS-ROS-RELEASED (WS-ROS-IDX)    TO WS-EDIT-SMALL-5.
           MOVE SPACES TO RPT-LINE.
           STRING '  '                            DELIMITED BY SIZE
                  WS-ROS-ANALYST-ID (WS-ROS-IDX)  DELIMITED BY SIZE
                  ' STATUS='                      DELIMITED BY SIZE
                  WS-ROS-STATUS (WS-ROS-IDX)      DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-EDIT-SMALL-1                 DELIMITED BY SIZE
                  ' /'                            DELIMITED BY SIZE
                  WS-EDIT-SMALL-2                 DELIMITED BY SIZE
                  ' /'                            DELIMITED BY SIZE
                  WS-EDIT-SMALL-3                 DELIMITED BY SIZE
                  ' /'                            DELIMITED BY SIZE
                  WS-EDIT-SMALL-4                 DELIMITED BY SIZE
                  ' /'                            DELIMITED BY SIZE
                  WS-EDIT-SMALL-5                 DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRCASE-OPENED
               CLOSE FRCASE-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
