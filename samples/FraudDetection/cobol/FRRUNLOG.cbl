       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRRUNLOG.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRRUNLOG   -  NIGHTLY BATCH RUN LOG AND PREREQUISITE GATE     *
      *                                                                *
      *  CALLED SUBPROGRAM SHARED BY THE NIGHTLY BATCH STEPS (SEE      *
      *  FRLOGPRM FOR THE CALL).  AT A STEP'S START IT READS THE       *
      *  BUSINESS DATE FROM THE JOB STREAM'S RUNDATE CARD (CCYYMMDD IN *
      *  COLUMNS 1-8 -- THE SAME CARD FOR EVERY STEP OF THE NIGHT),    *
      *  CHECKS THE STEP'S PREREQUISITES, AND ADDS THE STEP'S RUNLOG   *
      *  ROW (FRLOGREC) AS RUNNING OR, IF A PREREQUISITE IS NOT MET,   *
      *  AS SKIPPED WITH RC 12 AND THE REASON.  A PREREQUISITE IS MET  *
      *  ONLY WHEN ITS LATEST ATTEMPT FOR THE SAME BUSINESS DATE ENDED *
      *  WITH RC 0 -- ONE THAT HAS NOT RUN, IS STILL RUNNING (OR       *
      *  ABENDED), WAS ITSELF SKIPPED, OR ENDED NON-ZERO IS NOT.  AT   *
      *  THE STEP'S END IT COMPLETES THE ROW WITH THE END TIME, THE    *
      *  STEP'S WINDOW, KEY COUNTS AND RETURN CODE.  FRRUNRPT LISTS    *
      *  THE NIGHT'S ROWS.                                             *
      *                                                                *
      *  RUNLOG IS OPENED AND CLOSED ON EVERY CALL, SO NOTHING IS HELD *
      *  BETWEEN A STEP'S TWO CALLS.  A RUN LOG THAT CANNOT BE READ OR *
      *  WRITTEN IS DISPLAYED AND COMES BACK AS RC 8: AT THE START THE *
      *  STEP DOES NOT RUN, SINCE ITS PREREQUISITES CANNOT BE PROVED.  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

           SELECT FRLOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRLOG-KEY
               FILE STATUS IS WS-FRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DATE-RECORD.
           02 DATE-BUS-DATE         PIC 9(8).
           02 DATE-BUS-DATE-X REDEFINES DATE-BUS-DATE.
               03 DATE-BUS-CCYY     PIC 9(4).
               03 DATE-BUS-MM       PIC 9(2).
               03 DATE-BUS-DD       PIC 9(2).
           02 FILLER                PIC X(72).

       FD  FRLOG-FILE
           RECORD CONTAINS 190 CHARACTERS.
           COPY FRLOGREC.

       WORKING-STORAGE SECTION.
       01 WS-DATE-STATUS           PIC X(02).
       01 WS-FRLOG-STATUS          PIC X(02).
       01 WS-FRLOG-OPEN-SW         PIC X(01).
           88 WS-FRLOG-OPENED           VALUE 'Y'.
       01 WS-SCAN-SW               PIC X(01).
           88 WS-SCAN-ACTIVE            VALUE 'A'.
           88 WS-SCAN-DONE              VALUE 'D'.

      *----------------------------------------------------------------*
      *    LATEST ATTEMPT OF WS-SCAN-PROGRAM FOR THE BUSINESS DATE,    *
      *    AS FOUND BY 1300-FIND-LATEST-RUN                            *
      *----------------------------------------------------------------*
       01 WS-SCAN-PROGRAM          PIC X(08).
       01 WS-LATEST-SW             PIC X(01).
           88 WS-LATEST-FOUND           VALUE 'Y'.
           88 WS-LATEST-NONE            VALUE 'N'.
       01 WS-LATEST-SEQ            PIC 9(3).
       01 WS-LATEST-STATUS         PIC X(01).
       01 WS-LATEST-RC             PIC S9(4) COMP.

       01 WS-PRQ-IDX               PIC 9(1) COMP.
       01 WS-CNT-IDX               PIC 9(1) COMP.
       01 WS-NEW-SEQ               PIC 9(3).
       01 WS-SKIP-RC               PIC S9(4) COMP VALUE 12.
       01 WS-LOG-FAIL-RC           PIC S9(4) COMP VALUE 8.
       01 WS-TODAY                 PIC 9(8).
       01 WS-NOW                   PIC 9(8).
       01 WS-EDIT-RC               PIC ZZZ9.

       LINKAGE SECTION.
           COPY FRLOGPRM.

       PROCEDURE DIVISION USING FRLOGP-PARMS.

       0000-MAINLINE.
           SET FRLOGP-OK TO TRUE.
           MOVE 'N' TO WS-FRLOG-OPEN-SW.
           IF FRLOGP-START
               PERFORM 1000-START-STEP THRU 1000-EXIT
           ELSE
               IF FRLOGP-END
                   PERFORM 2000-END-STEP THRU 2000-EXIT
               ELSE
                   MOVE 'INVALID RUN-LOG FUNCTION' TO FRLOGP-REASON
                   PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-START-STEP                                             *
      *----------------------------------------------------------------*
       1000-START-STEP.
           MOVE ZERO TO FRLOGP-RETURN-CODE.
           MOVE SPACES TO FRLOGP-REASON.
           MOVE ZERO TO FRLOGP-RUN-SEQ.
           MOVE ZERO TO FRLOGP-WINDOW-FROM.
           MOVE ZERO TO FRLOGP-WINDOW-TO.
           PERFORM 1900-CLEAR-PARM-COUNT THRU 1900-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 4.

           PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
           IF NOT FRLOGP-OK
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O FRLOG-FILE.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG OPEN FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (28:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRLOG-OPEN-SW.

           MOVE FRLOGP-PROGRAM TO WS-SCAN-PROGRAM.
           PERFORM 1300-FIND-LATEST-RUN THRU 1300-EXIT.
           IF NOT FRLOGP-OK
               GO TO 1000-EXIT
           END-IF.
           IF WS-LATEST-NONE
               MOVE 1 TO WS-NEW-SEQ
           ELSE
               IF WS-LATEST-SEQ NOT < 999
                   MOVE 'TOO MANY RUNS FOR THIS BUSINESS DATE'
                       TO FRLOGP-REASON
                   PERFORM 8000-LOG-FAILED THRU 8000-EXIT
                   GO TO 1000-EXIT
               END-IF
               COMPUTE WS-NEW-SEQ = WS-LATEST-SEQ + 1
           END-IF.

           PERFORM 1200-CHECK-PREREQ THRU 1200-EXIT
               VARYING WS-PRQ-IDX FROM 1 BY 1
               UNTIL WS-PRQ-IDX > 3
                  OR NOT FRLOGP-OK.
           IF FRLOGP-LOG-ERROR
               GO TO 1000-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE FRLOGP-BUS-DATE TO FRLOG-BUS-DATE.
           MOVE FRLOGP-PROGRAM  TO FRLOG-PROGRAM.
           MOVE WS-NEW-SEQ      TO FRLOG-RUN-SEQ.
           MOVE WS-TODAY        TO FRLOG-START-DATE.
           MOVE WS-NOW          TO FRLOG-START-TIME.
           MOVE ZERO            TO FRLOG-WINDOW-FROM.
           MOVE ZERO            TO FRLOG-WINDOW-TO.
           PERFORM 1950-CLEAR-LOG-COUNT THRU 1950-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 4.
           IF FRLOGP-PREREQ-NOT-MET
               SET FRLOG-SKIPPED TO TRUE
               MOVE WS-TODAY      TO FRLOG-END-DATE
               MOVE WS-NOW        TO FRLOG-END-TIME
               MOVE WS-SKIP-RC    TO FRLOG-RETURN-CODE
               MOVE FRLOGP-REASON TO FRLOG-REASON
           ELSE
               SET FRLOG-RUNNING TO TRUE
               MOVE ZERO          TO FRLOG-END-DATE
               MOVE ZERO          TO FRLOG-END-TIME
               MOVE ZERO          TO FRLOG-RETURN-CODE
               MOVE SPACES        TO FRLOG-REASON
           END-IF.
           WRITE FRLOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG WRITE FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (29:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-NEW-SEQ TO FRLOGP-RUN-SEQ.

           IF FRLOGP-PREREQ-NOT-MET
               MOVE WS-SKIP-RC TO FRLOGP-RETURN-CODE
               DISPLAY 'FRRUNLOG: ' FRLOGP-PROGRAM ' NOT RUN - '
                       FRLOGP-REASON
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-RUN-DATE                                          *
      *----------------------------------------------------------------*
       1100-READ-RUN-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS NOT = '00'
               MOVE 'RUNDATE OPEN FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-DATE-STATUS TO FRLOGP-REASON (29:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               GO TO 1100-EXIT
           END-IF.
           READ DATE-FILE
               AT END
                   MOVE 'RUNDATE IS EMPTY' TO FRLOGP-REASON
                   PERFORM 8000-LOG-FAILED THRU 8000-EXIT
           END-READ.
           IF FRLOGP-OK
               IF DATE-BUS-DATE NOT NUMERIC
                   OR DATE-BUS-MM < 1 OR DATE-BUS-MM > 12
                   OR DATE-BUS-DD < 1 OR DATE-BUS-DD > 31
                   MOVE 'INVALID BUSINESS DATE ON RUNDATE'
                       TO FRLOGP-REASON
                   PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               ELSE
                   MOVE DATE-BUS-DATE TO FRLOGP-BUS-DATE
               END-IF
           END-IF.
           CLOSE DATE-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-CHECK-PREREQ                                           *
      *        THE FIRST PREREQUISITE NOT MET IS THE REASON RECORDED.  *
      *----------------------------------------------------------------*
       1200-CHECK-PREREQ.
           IF FRLOGP-PREREQ (WS-PRQ-IDX) = SPACES
               GO TO 1200-EXIT
           END-IF.
           MOVE FRLOGP-PREREQ (WS-PRQ-IDX) TO WS-SCAN-PROGRAM.
           PERFORM 1300-FIND-LATEST-RUN THRU 1300-EXIT.
           IF NOT FRLOGP-OK
               GO TO 1200-EXIT
           END-IF.

           IF WS-LATEST-NONE
               STRING 'PREREQUISITE '  DELIMITED BY SIZE
                      WS-SCAN-PROGRAM  DELIMITED BY SPACE
                      ' HAS NOT RUN'   DELIMITED BY SIZE
                   INTO FRLOGP-REASON
               SET FRLOGP-PREREQ-NOT-MET TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF WS-LATEST-STATUS = 'R'
               STRING 'PREREQUISITE '  DELIMITED BY SIZE
                      WS-SCAN-PROGRAM  DELIMITED BY SPACE
                      ' HAS NOT ENDED' DELIMITED BY SIZE
                   INTO FRLOGP-REASON
               SET FRLOGP-PREREQ-NOT-MET TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF WS-LATEST-STATUS = 'S'
               STRING 'PREREQUISITE '  DELIMITED BY SIZE
                      WS-SCAN-PROGRAM  DELIMITED BY SPACE
                      ' WAS SKIPPED'   DELIMITED BY SIZE
                   INTO FRLOGP-REASON
               SET FRLOGP-PREREQ-NOT-MET TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF WS-LATEST-RC NOT = ZERO
               MOVE WS-LATEST-RC TO WS-EDIT-RC
               STRING 'PREREQUISITE '  DELIMITED BY SIZE
                      WS-SCAN-PROGRAM  DELIMITED BY SPACE
                      ' ENDED RC '     DELIMITED BY SIZE
                      WS-EDIT-RC       DELIMITED BY SIZE
                   INTO FRLOGP-REASON
               SET FRLOGP-PREREQ-NOT-MET TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-FIND-LATEST-RUN                                        *
      *        THE ATTEMPTS OF ONE PROGRAM FOR ONE DATE ARE ADJACENT   *
      *        IN KEY ORDER; THE LAST ONE READ IS THE LATEST.          *
      *----------------------------------------------------------------*
       1300-FIND-LATEST-RUN.
           SET WS-LATEST-NONE TO TRUE.
           MOVE FRLOGP-BUS-DATE TO FRLOG-BUS-DATE.
           MOVE WS-SCAN-PROGRAM TO FRLOG-PROGRAM.
           MOVE ZERO            TO FRLOG-RUN-SEQ.
           START FRLOG-FILE KEY IS NOT LESS THAN FRLOG-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRLOG-STATUS = '23'
               GO TO 1300-EXIT
           END-IF.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG START FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (29:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               GO TO 1300-EXIT
           END-IF.
           SET WS-SCAN-ACTIVE TO TRUE.
           PERFORM 1350-READ-NEXT-RUN THRU 1350-EXIT
               UNTIL WS-SCAN-DONE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1350-READ-NEXT-RUN                                          *
      *----------------------------------------------------------------*
       1350-READ-NEXT-RUN.
           READ FRLOG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG READ FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (28:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               SET WS-SCAN-DONE TO TRUE
               GO TO 1350-EXIT
           END-IF.
           IF FRLOG-BUS-DATE NOT = FRLOGP-BUS-DATE
               OR FRLOG-PROGRAM NOT = WS-SCAN-PROGRAM
               SET WS-SCAN-DONE TO TRUE
               GO TO 1350-EXIT
           END-IF.
           SET WS-LATEST-FOUND TO TRUE.
           MOVE FRLOG-RUN-SEQ     TO WS-LATEST-SEQ.
           MOVE FRLOG-STATUS      TO WS-LATEST-STATUS.
           MOVE FRLOG-RETURN-CODE TO WS-LATEST-RC.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-CLEAR-PARM-COUNT                                       *
      *----------------------------------------------------------------*
       1900-CLEAR-PARM-COUNT.
           MOVE SPACES TO FRLOGP-COUNT-LABEL (WS-CNT-IDX).
           MOVE ZERO   TO FRLOGP-COUNT-VALUE (WS-CNT-IDX).
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1950-CLEAR-LOG-COUNT                                        *
      *----------------------------------------------------------------*
       1950-CLEAR-LOG-COUNT.
           MOVE SPACES TO FRLOG-COUNT-LABEL (WS-CNT-IDX).
           MOVE ZERO   TO FRLOG-COUNT-VALUE (WS-CNT-IDX).
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-END-STEP                                               *
      *        COMPLETE THE ROW THE START CALL ADDED.                  *
      *----------------------------------------------------------------*
       2000-END-STEP.
           MOVE SPACES TO FRLOGP-REASON.
           OPEN I-O FRLOG-FILE.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG OPEN FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (28:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRLOG-OPEN-SW.

           MOVE FRLOGP-BUS-DATE TO FRLOG-BUS-DATE.
           MOVE FRLOGP-PROGRAM  TO FRLOG-PROGRAM.
           MOVE FRLOGP-RUN-SEQ  TO FRLOG-RUN-SEQ.
           READ FRLOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG READ FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (28:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           SET FRLOG-ENDED TO TRUE.
           MOVE WS-TODAY           TO FRLOG-END-DATE.
           MOVE WS-NOW             TO FRLOG-END-TIME.
           MOVE FRLOGP-WINDOW-FROM TO FRLOG-WINDOW-FROM.
           MOVE FRLOGP-WINDOW-TO   TO FRLOG-WINDOW-TO.
           PERFORM 2100-COPY-COUNT THRU 2100-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 4.
           MOVE FRLOGP-RETURN-CODE TO FRLOG-RETURN-CODE.
           REWRITE FRLOG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FRLOG-STATUS NOT = '00'
               MOVE 'RUNLOG REWRITE FAILED, STATUS=' TO FRLOGP-REASON
               MOVE WS-FRLOG-STATUS TO FRLOGP-REASON (31:2)
               PERFORM 8000-LOG-FAILED THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-COPY-COUNT                                             *
      *----------------------------------------------------------------*
       2100-COPY-COUNT.
           MOVE FRLOGP-COUNT-LABEL (WS-CNT-IDX) TO
               FRLOG-COUNT-LABEL (WS-CNT-IDX).
           MOVE FRLOGP-COUNT-VALUE (WS-CNT-IDX) TO
               FRLOG-COUNT-VALUE (WS-CNT-IDX).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-LOG-FAILED                                             *
      *        FRLOGP-REASON HOLDS WHAT WENT WRONG.  THE STEP'S RETURN *
      *        CODE IS RAISED TO 8, NEVER LOWERED.                     *
      *----------------------------------------------------------------*
       8000-LOG-FAILED.
           SET FRLOGP-LOG-ERROR TO TRUE.
           IF FRLOGP-RETURN-CODE < WS-LOG-FAIL-RC
               MOVE WS-LOG-FAIL-RC TO FRLOGP-RETURN-CODE
           END-IF.
           DISPLAY 'FRRUNLOG: ' FRLOGP-PROGRAM ' ' FRLOGP-REASON.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRLOG-OPENED
               CLOSE FRLOG-FILE
           END-IF.
       9999-EXIT.
           EXIT.
