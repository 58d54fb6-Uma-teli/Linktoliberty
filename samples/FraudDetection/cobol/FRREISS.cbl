       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRREISS.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRREISS    -  NIGHTLY CARD REISSUE APPLICATION                *
      *                                                                *
      *  READS THE CARD-MANAGEMENT SYSTEM'S REISSUE FILE (REISSIN,     *
      *  FRRISREC LAYOUT -- OLD CARD, NEW CARD, REISSUE REASON AND     *
      *  EFFECTIVE TIME) AND, FOR EACH ROW:                            *
      *    - WRITES THE FRCRDXRF CARD CROSS-REFERENCE ROW (FRXRFREC),  *
      *      KEYED BY THE NEW CARD AND POINTING AT THE OLD ONE, SO     *
      *      FRAUDHIQ CAN PAGE FROM THE NEW CARD BACK INTO THE OLD     *
      *      CARD'S FRHIST ROWS                                        *
      *    - LIFTS THE OLD CARD'S HOTCARD BLOCK, IF IT HAS ONE, WITH   *
      *      THE REISSUE AS THE REASON -- THE BLOCKED PLASTIC IS GONE, *
      *      AND THE ROW STAYS ON FILE AS THE RECORD THE BLOCK EXISTED *
      *    - CARRIES THE OLD CARD'S CUSTVEL VELOCITY ROWS OVER TO THE  *
      *      NEW CARD, SO THE REPLACEMENT DOES NOT START SCORING WITH  *
      *      A CLEAN BURST-ACTIVITY HISTORY                            *
      *    - REPORTS THE REISSUE IF THE OLD CARD STILL HAS OPEN        *
      *      (NEW/ASSIGNED) FRCASE ROWS, SO THE DESK CAN FINISH THEM   *
      *      KNOWING THE CARD HAS BEEN REPLACED                        *
      *                                                                *
      *  A ROW WITH A MISSING OR REPEATED CARD, OR WHOSE NEW CARD IS   *
      *  ALREADY CROSS-REFERENCED TO A DIFFERENT OLD CARD, IS LISTED   *
      *  AS AN EXCEPTION AND NOT APPLIED.  A ROW ALREADY APPLIED BY A  *
      *  PRIOR RUN FINDS ITS CROSS-REFERENCE, LIFTED BLOCK AND         *
      *  VELOCITY ROWS IN PLACE AND CHANGES NOTHING, SO THE SAME FILE  *
      *  MAY BE RERUN.  A CROSS-REFERENCE WRITE FAILURE STOPS THE RUN  *
      *  UNDER RC 8; A HOT-CARD OR VELOCITY FAILURE IS DISPLAYED AND   *
      *  FAILS THE STEP BUT THE RUN CARRIES ON.                        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIS-IN-FILE ASSIGN TO REISSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RIS-STATUS.

           SELECT FRXRF-FILE ASSIGN TO FRCRDXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRXRF-KEY
               FILE STATUS IS WS-FRXRF-STATUS.

           SELECT HOTCARD-FILE ASSIGN TO HOTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOTCARD-KEY
               FILE STATUS IS WS-HOTCARD-STATUS.

           SELECT CUSTVEL-FILE ASSIGN TO CUSTVEL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTVEL-KEY
               FILE STATUS IS WS-CUSTVEL-STATUS.

           SELECT FRCASE-FILE ASSIGN TO FRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRCASE-KEY
               FILE STATUS IS WS-FRCASE-STATUS.

           SELECT RPT-FILE ASSIGN TO RISRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIS-IN-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY FRRISREC.

       FD  FRXRF-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY FRXRFREC.

       FD  HOTCARD-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY HOTCARD.

       FD  CUSTVEL-FILE
           RECORD CONTAINS 38 CHARACTERS.
           COPY CUSTVEL.

       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RIS-STATUS            PIC X(02).
       01 WS-FRXRF-STATUS          PIC X(02).
       01 WS-HOTCARD-STATUS        PIC X(02).
       01 WS-CUSTVEL-STATUS        PIC X(02).
       01 WS-FRCASE-STATUS         PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-RIS-OPEN-SW           PIC X(01) VALUE 'N'.
           88 WS-RIS-OPENED             VALUE 'Y'.
       01 WS-FRXRF-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRXRF-OPENED           VALUE 'Y'.
       01 WS-HOTCARD-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-HOTCARD-OPENED         VALUE 'Y'.
       01 WS-CUSTVEL-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-CUSTVEL-OPENED         VALUE 'Y'.
       01 WS-FRCASE-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRCASE-OPENED          VALUE 'Y'.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-ROW-SW                PIC X(01).
           88 WS-ROW-USABLE             VALUE 'Y'.
           88 WS-ROW-NOT-USABLE         VALUE 'N'.
       01 WS-SCAN-SW               PIC X(01).
           88 WS-SCAN-ACTIVE            VALUE 'A'.
           88 WS-SCAN-DONE              VALUE 'D'.

      *----------------------------------------------------------------*
      *    LIFT STAMPS -- A LIFTED BLOCK IS OWNED BY THE REISSUE       *
      *    PSEUDO-ANALYST, CARRIES THE REISSUE REASON CODE, AND IS     *
      *    DATED WITH THE REISSUE'S EFFECTIVE TIME.                    *
      *----------------------------------------------------------------*
       01 WS-REISSUE-ANALYST       PIC X(08) VALUE 'REISSUE'.
       01 WS-REISSUE-LIFT-CODE     PIC X(04) VALUE 'RISS'.

      *----------------------------------------------------------------*
      *    VELOCITY CARRY-OVER -- THE OLD CARD'S CUSTVEL ROW IS HELD   *
      *    HERE WHILE ITS NEW-CARD COPY IS WRITTEN, AND THE BROWSE     *
      *    RESUMES FROM ITS KEY.                                       *
      *----------------------------------------------------------------*
       01 WS-VEL-SAVE              PIC X(38).
       01 WS-VEL-OLD-KEY.
           05 WS-VEL-OLD-CARD       PIC 9(9).
           05 WS-VEL-OLD-USER       PIC 9(9).

      *----------------------------------------------------------------*
      *    OPEN CASES ON THE OLD CARD, FOR THE CURRENT ROW             *
      *----------------------------------------------------------------*
       01 WS-ROW-OPEN-CASES        PIC 9(5) COMP.
       01 WS-ROW-OPEN-AMOUNT       PIC S9(11)V9(2) COMP-3.

      *----------------------------------------------------------------*
      *    EXCEPTION TABLE -- ROWS NOT APPLIED, HELD FOR THEIR OWN     *
      *    REPORT SECTION AFTER THE OPEN-CASE LINES.  AN OVERFLOW IS   *
      *    COUNTED AND ENDS THE JOB NON-ZERO SO THE SECTION IS NOT     *
      *    TRUSTED AS COMPLETE.                                        *
      *----------------------------------------------------------------*
       01 WS-EXC-LIMIT             PIC 9(4) COMP VALUE 500.
       01 WS-EXC-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-EXC-OVERFLOW          PIC 9(4) COMP VALUE ZERO.
       01 WS-EXC-IDX               PIC 9(4) COMP.
       01 WS-EXC-TEXT              PIC X(40).
       01 WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 500 TIMES.
               10 WS-EXC-OLD-CARD       PIC X(09).
               10 WS-EXC-NEW-CARD       PIC X(09).
               10 WS-EXC-DESCRIPTION    PIC X(40).

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-TOTALS.
           05 WS-ROWS-READ              PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-REJECTED          PIC 9(9) COMP VALUE ZERO.
           05 WS-XRF-WRITTEN            PIC 9(9) COMP VALUE ZERO.
           05 WS-XRF-ALREADY            PIC 9(9) COMP VALUE ZERO.
           05 WS-HOT-LIFTED             PIC 9(9) COMP VALUE ZERO.
           05 WS-HOT-ALREADY-LIFTED     PIC 9(9) COMP VALUE ZERO.
           05 WS-HOT-NONE               PIC 9(9) COMP VALUE ZERO.
           05 WS-HOT-FAIL               PIC 9(9) COMP VALUE ZERO.
           05 WS-VEL-CARRIED            PIC 9(9) COMP VALUE ZERO.
           05 WS-VEL-ALREADY            PIC 9(9) COMP VALUE ZERO.
           05 WS-VEL-FAIL               PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-REISSUES          PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-OPEN-TOTAL        PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-REISSUE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT RIS-IN-FILE.
           IF WS-RIS-STATUS = '00'
               MOVE 'Y' TO WS-RIS-OPEN-SW
           ELSE
               DISPLAY 'FRREISS: OPEN REISSIN FAILED, STATUS='
                       WS-RIS-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O FRXRF-FILE.
           IF WS-FRXRF-STATUS = '00'
               MOVE 'Y' TO WS-FRXRF-OPEN-SW
           ELSE
               DISPLAY 'FRREISS: OPEN FRCRDXRF FAILED, STATUS='
                       WS-FRXRF-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O HOTCARD-FILE.
           IF WS-HOTCARD-STATUS = '00'
               MOVE 'Y' TO WS-HOTCARD-OPEN-SW
           ELSE
               DISPLAY 'FRREISS: OPEN HOTCARD FAILED, STATUS='
                       WS-HOTCARD-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O CUSTVEL-FILE.
           IF WS-CUSTVEL-STATUS = '00'
               MOVE 'Y' TO WS-CUSTVEL-OPEN-SW
           ELSE
               DISPLAY 'FRREISS: OPEN CUSTVEL FAILED, STATUS='
                       WS-CUSTVEL-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT FRCASE-FILE.
           IF WS-FRCASE-STATUS = '00'
               MOVE 'Y' TO WS-FRCASE-OPEN-SW
           ELSE
               DISPLAY 'FRREISS: OPEN FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRREISS: OPEN RISRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING 'CARD REISSUE APPLICATION'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'REISSUED CARDS WITH OPEN CASES ON THE OLD CARD'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-APPLY-ONE-REISSUE                                      *
      *        THE CROSS-REFERENCE GOES FIRST: IT IS THE ONE STEP A    *
      *        CONFLICTING ROW MUST NOT GET PAST, AND ONCE IT IS ON    *
      *        FILE THE OTHER STEPS ARE SAFE TO REPEAT.                *
      *----------------------------------------------------------------*
       2000-APPLY-ONE-REISSUE.
           READ RIS-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ROWS-READ.

           PERFORM 2100-EDIT-ROW THRU 2100-EXIT.
           IF WS-ROW-NOT-USABLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-WRITE-CROSS-REFERENCE THRU 2200-EXIT.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           IF WS-ROW-NOT-USABLE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-LIFT-HOT-CARD THRU 2300-EXIT.
           PERFORM 2400-CARRY-VELOCITY THRU 2400-EXIT.
           PERFORM 2500-CHECK-OPEN-CASES THRU 2500-EXIT.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-EDIT-ROW                                               *
      *----------------------------------------------------------------*
       2100-EDIT-ROW.
           SET WS-ROW-NOT-USABLE TO TRUE.
           IF FRRIS-OLD-CARD NOT NUMERIC
               OR FRRIS-NEW-CARD NOT NUMERIC
               OR FRRIS-EFFECTIVE-TS NOT NUMERIC
               MOVE 'INVALID ROW - NOT APPLIED' TO WS-EXC-TEXT
               PERFORM 3000-HOLD-EXCEPTION THRU 3000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF FRRIS-OLD-CARD = ZERO
               OR FRRIS-NEW-CARD = ZERO
               OR FRRIS-EFFECTIVE-TS NOT > ZERO
               MOVE 'MISSING CARD OR TIME - NOT APPLIED'
                   TO WS-EXC-TEXT
               PERFORM 3000-HOLD-EXCEPTION THRU 3000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF FRRIS-OLD-CARD = FRRIS-NEW-CARD
               MOVE 'OLD AND NEW CARD THE SAME - NOT APPLIED'
                   TO WS-EXC-TEXT
               PERFORM 3000-HOLD-EXCEPTION THRU 3000-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-ROW-USABLE TO TRUE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-WRITE-CROSS-REFERENCE                                  *
      *        A DUPLICATE KEY IS EITHER THIS SAME REISSUE FROM A      *
      *        PRIOR RUN (SAME OLD CARD -- CARRY ON) OR A NEW CARD     *
      *        THE CARD SYSTEM HAS ALREADY TIED TO A DIFFERENT OLD     *
      *        CARD, WHICH IS LEFT AS IT IS FOR SOMEONE TO LOOK AT.    *
      *        ANY OTHER FAILURE STOPS THE RUN.                        *
      *----------------------------------------------------------------*
       2200-WRITE-CROSS-REFERENCE.
           MOVE FRRIS-NEW-CARD     TO FRXRF-NEW-CARD.
           MOVE FRRIS-OLD-CARD     TO FRXRF-OLD-CARD.
           MOVE FRRIS-REASON-CODE  TO FRXRF-REASON-CODE.
           MOVE FRRIS-EFFECTIVE-TS TO FRXRF-EFFECTIVE-TS.
           WRITE FRXRF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRXRF-STATUS = '00'
               ADD 1 TO WS-XRF-WRITTEN
               GO TO 2200-EXIT
           END-IF.
           IF WS-FRXRF-STATUS NOT = '22'
               DISPLAY 'FRREISS: WRITE FRCRDXRF FAILED, STATUS='
                       WS-FRXRF-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.

           READ FRXRF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRXRF-STATUS NOT = '00'
               DISPLAY 'FRREISS: READ FRCRDXRF FAILED, STATUS='
                       WS-FRXRF-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.
           IF FRXRF-OLD-CARD NOT = FRRIS-OLD-CARD
               SET WS-ROW-NOT-USABLE TO TRUE
               MOVE 'NEW CARD LINKED TO ANOTHER - NOT APPLIED'
                   TO WS-EXC-TEXT
               PERFORM 3000-HOLD-EXCEPTION THRU 3000-EXIT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-XRF-ALREADY.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-LIFT-HOT-CARD                                          *
      *        NO ROW, OR A ROW ALREADY LIFTED, IS NOTHING TO DO.  THE *
      *        CROSS-REFERENCE HAS ALREADY COMMITTED, SO A FAILURE     *
      *        HERE IS DISPLAYED AND FAILS THE STEP BUT THE RUN        *
      *        CARRIES ON.                                             *
      *----------------------------------------------------------------*
       2300-LIFT-HOT-CARD.
           MOVE FRRIS-OLD-CARD TO HOTCARD-CARD.
           READ HOTCARD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-HOTCARD-STATUS = '23'
               ADD 1 TO WS-HOT-NONE
               GO TO 2300-EXIT
           END-IF.
           IF WS-HOTCARD-STATUS NOT = '00'
               DISPLAY 'FRREISS: READ HOTCARD FAILED, STATUS='
                       WS-HOTCARD-STATUS ' CARD=' FRRIS-OLD-CARD
               ADD 1 TO WS-HOT-FAIL
               MOVE 8 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF.
           IF HOTCARD-LIFTED
               ADD 1 TO WS-HOT-ALREADY-LIFTED
               GO TO 2300-EXIT
           END-IF.

           SET HOTCARD-LIFTED        TO TRUE.
           MOVE WS-REISSUE-LIFT-CODE TO HOTCARD-REASON-CODE.
           MOVE WS-REISSUE-ANALYST   TO HOTCARD-ANALYST-ID.
           MOVE FRRIS-EFFECTIVE-TS   TO HOTCARD-SET-TIMESTAMP.
           REWRITE HOTCARD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-HOTCARD-STATUS = '00'
               ADD 1 TO WS-HOT-LIFTED
           ELSE
               DISPLAY 'FRREISS: HOTCARD REWRITE FAILED, STATUS='
                       WS-HOTCARD-STATUS ' CARD=' FRRIS-OLD-CARD
               ADD 1 TO WS-HOT-FAIL
               MOVE 8 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-CARRY-VELOCITY                                         *
      *        CUSTVEL IS KEYED CARD/USER, SO THE OLD CARD'S ROWS ARE  *
      *        ADJACENT.  EACH ONE IS COPIED UNDER THE NEW CARD WITH   *
      *        ITS WINDOW AND COUNT AS THEY STAND.  A NEW-CARD ROW     *
      *        ALREADY ON FILE (A RERUN, OR THE NEW CARD HAS BEEN      *
      *        USED ALREADY) IS LEFT ALONE -- ITS OWN ACTIVITY WINS.   *
      *----------------------------------------------------------------*
       2400-CARRY-VELOCITY.
           MOVE FRRIS-OLD-CARD TO CUSTVEL-CARD.
           MOVE ZERO           TO CUSTVEL-USER.
           START CUSTVEL-FILE KEY IS NOT LESS THAN CUSTVEL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-CUSTVEL-STATUS = '23'
               GO TO 2400-EXIT
           END-IF.
           IF WS-CUSTVEL-STATUS NOT = '00'
               DISPLAY 'FRREISS: START CUSTVEL FAILED, STATUS='
                       WS-CUSTVEL-STATUS ' CARD=' FRRIS-OLD-CARD
               ADD 1 TO WS-VEL-FAIL
               MOVE 8 TO RETURN-CODE
               GO TO 2400-EXIT
           END-IF.
           SET WS-SCAN-ACTIVE TO TRUE.
           PERFORM 2450-COPY-VELOCITY-ROW THRU 2450-EXIT
               UNTIL WS-SCAN-DONE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2450-COPY-VELOCITY-ROW                                      *
      *        THE WRITE DOES NOT MOVE THE BROWSE POSITION, BUT THE    *
      *        RECORD AREA NOW HOLDS THE NEW-CARD COPY, SO THE OLD KEY *
      *        IS PUT BACK BEFORE THE NEXT READ IS ISSUED.             *
      *----------------------------------------------------------------*
       2450-COPY-VELOCITY-ROW.
           READ CUSTVEL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2450-EXIT
           END-READ.
           IF WS-CUSTVEL-STATUS NOT = '00'
               DISPLAY 'FRREISS: READ CUSTVEL FAILED, STATUS='
                       WS-CUSTVEL-STATUS ' CARD=' FRRIS-OLD-CARD
               ADD 1 TO WS-VEL-FAIL
               MOVE 8 TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 2450-EXIT
           END-IF.
           IF CUSTVEL-CARD NOT = FRRIS-OLD-CARD
               SET WS-SCAN-DONE TO TRUE
               GO TO 2450-EXIT
           END-IF.

           MOVE CUSTVEL-RECORD TO WS-VEL-SAVE.
           MOVE CUSTVEL-CARD   TO WS-VEL-OLD-CARD.
           MOVE CUSTVEL-USER   TO WS-VEL-OLD-USER.
           MOVE FRRIS-NEW-CARD TO CUSTVEL-CARD.
           WRITE CUSTVEL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CUSTVEL-STATUS = '00'
               ADD 1 TO WS-VEL-CARRIED
           ELSE
               IF WS-CUSTVEL-STATUS = '22'
                   ADD 1 TO WS-VEL-ALREADY
               ELSE
                   DISPLAY 'FRREISS: WRITE CUSTVEL FAILED, STATUS='
                           WS-CUSTVEL-STATUS ' CARD=' FRRIS-NEW-CARD
                   ADD 1 TO WS-VEL-FAIL
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-VEL-SAVE TO CUSTVEL-RECORD.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-CHECK-OPEN-CASES                                       *
      *        FRCASE IS KEYED CARD/TIMESTAMP, SO THE OLD CARD'S CASES *
      *        ARE ADJACENT.  COUNT THE OPEN ONES AND, IF THERE ARE    *
      *        ANY, LIST THE REISSUE FOR THE DESK.  A READ FAILURE     *
      *        STOPS THE RUN -- A SILENT "NO OPEN CASES" IS WHAT THIS  *
      *        SECTION EXISTS TO AVOID.                                *
      *----------------------------------------------------------------*
       2500-CHECK-OPEN-CASES.
           MOVE ZERO TO WS-ROW-OPEN-CASES.
           MOVE ZERO TO WS-ROW-OPEN-AMOUNT.
           MOVE FRRIS-OLD-CARD TO FRCASE-CARD.
           MOVE ZERO           TO FRCASE-TIMESTAMP.
           START FRCASE-FILE KEY IS NOT LESS THAN FRCASE-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRCASE-STATUS = '23'
               GO TO 2500-EXIT
           END-IF.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRREISS: START FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           SET WS-SCAN-ACTIVE TO TRUE.
           PERFORM 2550-COUNT-CASE-ROW THRU 2550-EXIT
               UNTIL WS-SCAN-DONE.
           IF WS-ABORT
               GO TO 2500-EXIT
           END-IF.
           IF WS-ROW-OPEN-CASES = ZERO
               GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-CASE-REISSUES.
           ADD WS-ROW-OPEN-CASES TO WS-CASE-OPEN-TOTAL.
           MOVE WS-ROW-OPEN-CASES TO WS-EDIT-COUNT.
           MOVE WS-ROW-OPEN-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE FRRIS-EFFECTIVE-TS TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING '  OLD CARD='      DELIMITED BY SIZE
                  FRRIS-OLD-CARD     DELIMITED BY SIZE
                  ' NEW CARD='       DELIMITED BY SIZE
                  FRRIS-NEW-CARD     DELIMITED BY SIZE
                  ' EFFECTIVE='      DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP  DELIMITED BY SIZE
                  ' REASON='         DELIMITED BY SIZE
                  FRRIS-REASON-CODE  DELIMITED BY SIZE
                  ' OPEN CASES='     DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  ' AMOUNT='         DELIMITED BY SIZE
                  WS-EDIT-AMOUNT     DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2550-COUNT-CASE-ROW                                         *
      *----------------------------------------------------------------*
       2550-COUNT-CASE-ROW.
           READ FRCASE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2550-EXIT
           END-READ.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRREISS: READ FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 2550-EXIT
           END-IF.
           IF FRCASE-CARD NOT = FRRIS-OLD-CARD
               SET WS-SCAN-DONE TO TRUE
               GO TO 2550-EXIT
           END-IF.
           IF FRCASE-OPEN
               ADD 1 TO WS-ROW-OPEN-CASES
               ADD FRCASE-AMOUNT TO WS-ROW-OPEN-AMOUNT
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-HOLD-EXCEPTION                                         *
      *        THE CARDS ARE HELD AS READ (NOT EDITED) -- A ROW THAT   *
      *        FAILED THE NUMERIC EDIT IS LISTED EXACTLY AS IT CAME.   *
      *----------------------------------------------------------------*
       3000-HOLD-EXCEPTION.
           ADD 1 TO WS-ROWS-REJECTED.
           IF WS-EXC-COUNT NOT < WS-EXC-LIMIT
               ADD 1 TO WS-EXC-OVERFLOW
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-EXC-COUNT.
           MOVE FRRIS-OLD-CARD TO WS-EXC-OLD-CARD (WS-EXC-COUNT).
           MOVE FRRIS-NEW-CARD TO WS-EXC-NEW-CARD (WS-EXC-COUNT).
           MOVE WS-EXC-TEXT    TO WS-EXC-DESCRIPTION (WS-EXC-COUNT).
       3000-EXIT.
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
           MOVE SPACES TO RPT-LINE.
           STRING 'REISSUE ROWS NOT APPLIED'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 8100-WRITE-EXCEPTION-LINE THRU 8100-EXIT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REISSUE ROWS READ      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROWS NOT APPLIED       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-XRF-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CROSS-REFERENCES ADDED : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-XRF-ALREADY TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALREADY CROSS-REFERENCED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOT-LIFTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOT CARDS LIFTED       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOT-ALREADY-LIFTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOT CARDS ALREADY LIFTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOT-NONE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OLD CARD NOT BLOCKED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-VEL-CARRIED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'VELOCITY ROWS CARRIED  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-VEL-ALREADY TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'VELOCITY ALREADY ON NEW: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASE-REISSUES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REISSUES WITH OPEN CASES: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASE-OPEN-TOTAL TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPEN CASES ON OLD CARDS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-HOT-FAIL > ZERO
               MOVE WS-HOT-FAIL TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'HOT CARD FAILURES      : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      '  -- SEE JOB LOG'          DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-VEL-FAIL > ZERO
               MOVE WS-VEL-FAIL TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'VELOCITY FAILURES      : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      '  -- SEE JOB LOG'          DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  EXCEPTION TABLE OVERFLOW: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                  DELIMITED BY SIZE
                      '  -- NOT-APPLIED LIST INCOMPLETE'
                                                     DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'FRREISS: EXCEPTION TABLE OVERFLOW - '
                       'NOT-APPLIED LIST INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ABORT
               MOVE SPACES TO RPT-LINE
               STRING '*** RUN STOPPED EARLY -- SEE JOB LOG ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-WRITE-EXCEPTION-LINE                                   *
      *----------------------------------------------------------------*
       8100-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '  OLD CARD='                    DELIMITED BY SIZE
                  WS-EXC-OLD-CARD (WS-EXC-IDX)     DELIMITED BY SIZE
                  ' NEW CARD='                     DELIMITED BY SIZE
                  WS-EXC-NEW-CARD (WS-EXC-IDX)     DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-EXC-DESCRIPTION (WS-EXC-IDX)  DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-RIS-OPENED
               CLOSE RIS-IN-FILE
           END-IF.
           IF WS-FRXRF-OPENED
               CLOSE FRXRF-FILE
           END-IF.
           IF WS-HOTCARD-OPENED
               CLOSE HOTCARD-FILE
           END-IF.
           IF WS-CUSTVEL-OPENED
               CLOSE CUSTVEL-FILE
           END-IF.
           IF WS-FRCASE-OPENED
               CLOSE FRCASE-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
