       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRRUNRPT.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRRUNRPT   -  NIGHTLY BATCH RUN LOG REPORT                    *
      *                                                                *
      *  LISTS EVERY RUNLOG ROW (FRLOGREC) FOR THE BUSINESS DATE ON    *
      *  THE RUNDATE CARD (CCYYMMDD IN COLUMNS 1-8 -- THE SAME CARD    *
      *  THE NIGHT'S STEPS WERE RUN WITH), IN STEP NAME AND ATTEMPT    *
      *  ORDER, SO OPERATIONS CAN SEE IN ONE PLACE WHICH STEPS RAN,    *
      *  WHICH WERE SKIPPED AND WHY.  FOR EACH ATTEMPT:                *
      *    - STATUS, START AND END DATE/TIME AND RETURN CODE           *
      *    - THE STEP'S WINDOW OR AS-OF TIME, WHEN IT HAS ONE          *
      *    - ITS KEY COUNTS                                            *
      *    - THE REASON A SKIPPED STEP DID NOT RUN                     *
      *  A ROW STILL MARKED RUNNING IS A STEP THAT NEVER REACHED ITS   *
      *  END CALL -- STILL RUNNING OR, ONCE THE NIGHT IS OVER,         *
      *  ABENDED.  THE SUMMARY COUNTS THE ATTEMPTS BY OUTCOME.  RC 4   *
      *  WHEN ANY ATTEMPT WAS SKIPPED, ENDED NON-ZERO OR NEVER ENDED,  *
      *  RC 8 ON A FILE ERROR.                                         *
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

           SELECT RPT-FILE ASSIGN TO RUNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DATE-RECORD.
           02 DATE-BUS-DATE         PIC 9(8).
           02 FILLER                PIC X(72).

       FD  FRLOG-FILE
           RECORD CONTAINS 190 CHARACTERS.
           COPY FRLOGREC.

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATE-STATUS           PIC X(02).
       01 WS-FRLOG-STATUS          PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-FRLOG-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRLOG-OPENED           VALUE 'Y'.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.

       01 WS-BUS-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CNT-IDX               PIC 9(1) COMP.
       01 WS-STATUS-TEXT           PIC X(09).

      *----------------------------------------------------------------*
      *    HHMMSSHH TIMES ARE PRINTED HH:MM:SS                         *
      *----------------------------------------------------------------*
       01 WS-TIME                  PIC 9(8).
       01 WS-TIME-X REDEFINES WS-TIME.
           05 WS-TIME-HH            PIC 9(2).
           05 WS-TIME-MM            PIC 9(2).
           05 WS-TIME-SS            PIC 9(2).
           05 WS-TIME-HS            PIC 9(2).
       01 WS-EDIT-TIME             PIC X(08).
       01 WS-EDIT-START-TIME       PIC X(08).

      *----------------------------------------------------------------*
      *    KEY COUNTS LINE -- ONE SLOT PER FRLOG-COUNT, BLANK WHEN     *
      *    THE SLOT IS UNUSED                                          *
      *----------------------------------------------------------------*
       01 WS-CNT-LINE.
           05 WS-CNT-SLOT OCCURS 4 TIMES PIC X(30).

       01 WS-TOTALS.
           05 WS-ROWS-READ              PIC 9(9) COMP VALUE ZERO.
           05 WS-ENDED-CLEAN            PIC 9(9) COMP VALUE ZERO.
           05 WS-ENDED-NON-ZERO         PIC 9(9) COMP VALUE ZERO.
           05 WS-SKIPPED-COUNT          PIC 9(9) COMP VALUE ZERO.
           05 WS-NOT-ENDED-COUNT        PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-RC               PIC ZZZ9.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).
       01 WS-EDIT-TIMESTAMP-2      PIC 9(15).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-ONE-RUN THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-DATE THRU 1100-EXIT.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT FRLOG-FILE.
           IF WS-FRLOG-STATUS NOT = '00'
               DISPLAY 'FRRUNRPT: OPEN RUNLOG FAILED, STATUS='
                       WS-FRLOG-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRLOG-OPEN-SW.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRRUNRPT: OPEN RUNRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING 'NIGHTLY BATCH RUN LOG FOR BUSINESS DATE '
                                         DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BUS-DATE TO FRLOG-BUS-DATE.
           MOVE LOW-VALUES  TO FRLOG-PROGRAM.
           MOVE ZERO        TO FRLOG-RUN-SEQ.
           START FRLOG-FILE KEY IS NOT LESS THAN FRLOG-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRLOG-STATUS = '23'
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           IF WS-FRLOG-STATUS NOT = '00'
               DISPLAY 'FRRUNRPT: START RUNLOG FAILED, STATUS='
                       WS-FRLOG-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-RUN-DATE                                          *
      *----------------------------------------------------------------*
       1100-READ-RUN-DATE.
           OPEN INPUT DATE-FILE.
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FRRUNRPT: OPEN RUNDATE FAILED, STATUS='
                       WS-DATE-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ DATE-FILE
               AT END
                   DISPLAY 'FRRUNRPT: RUNDATE IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF DATE-BUS-DATE NOT NUMERIC
                   OR DATE-BUS-DATE = ZERO
                   DISPLAY 'FRRUNRPT: INVALID RUNDATE CARD'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE DATE-BUS-DATE TO WS-BUS-DATE
               END-IF
           END-IF.
           CLOSE DATE-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LIST-ONE-RUN                                           *
      *----------------------------------------------------------------*
       2000-LIST-ONE-RUN.
           READ FRLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           IF WS-FRLOG-STATUS NOT = '00'
               DISPLAY 'FRRUNRPT: READ RUNLOG FAILED, STATUS='
                       WS-FRLOG-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF FRLOG-BUS-DATE NOT = WS-BUS-DATE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-READ.
           IF FRLOG-ENDED
               MOVE 'ENDED'         TO WS-STATUS-TEXT
               IF FRLOG-RETURN-CODE = ZERO
                   ADD 1 TO WS-ENDED-CLEAN
               ELSE
                   ADD 1 TO WS-ENDED-NON-ZERO
               END-IF
           ELSE
               IF FRLOG-SKIPPED
                   MOVE 'SKIPPED'   TO WS-STATUS-TEXT
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE 'NOT ENDED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-NOT-ENDED-COUNT
               END-IF
           END-IF.

           MOVE FRLOG-START-TIME TO WS-TIME.
           PERFORM 2900-EDIT-TIME THRU 2900-EXIT.
           MOVE WS-EDIT-TIME TO WS-EDIT-START-TIME.
           MOVE FRLOG-END-TIME TO WS-TIME.
           PERFORM 2900-EDIT-TIME THRU 2900-EXIT.
           MOVE FRLOG-RETURN-CODE TO WS-EDIT-RC.
           MOVE SPACES TO RPT-LINE.
           IF FRLOG-RUNNING
               STRING 'STEP='            DELIMITED BY SIZE
                      FRLOG-PROGRAM      DELIMITED BY SIZE
                      ' RUN='            DELIMITED BY SIZE
                      FRLOG-RUN-SEQ      DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-STATUS-TEXT     DELIMITED BY SIZE
                      ' START='          DELIMITED BY SIZE
                      FRLOG-START-DATE   DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-EDIT-START-TIME DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING 'STEP='            DELIMITED BY SIZE
                      FRLOG-PROGRAM      DELIMITED BY SIZE
                      ' RUN='            DELIMITED BY SIZE
                      FRLOG-RUN-SEQ      DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-STATUS-TEXT     DELIMITED BY SIZE
                      ' START='          DELIMITED BY SIZE
                      FRLOG-START-DATE   DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-EDIT-START-TIME DELIMITED BY SIZE
                      ' END='            DELIMITED BY SIZE
                      FRLOG-END-DATE     DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-EDIT-TIME       DELIMITED BY SIZE
                      ' RC='             DELIMITED BY SIZE
                      WS-EDIT-RC         DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

           IF FRLOG-WINDOW-FROM NOT = ZERO
               MOVE FRLOG-WINDOW-FROM TO WS-EDIT-TIMESTAMP
               MOVE FRLOG-WINDOW-TO   TO WS-EDIT-TIMESTAMP-2
               MOVE SPACES TO RPT-LINE
               STRING '    WINDOW FROM='    DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP     DELIMITED BY SIZE
                      ' TO='                DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP-2   DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF FRLOG-WINDOW-TO NOT = ZERO
                   MOVE FRLOG-WINDOW-TO TO WS-EDIT-TIMESTAMP
                   MOVE SPACES TO RPT-LINE
                   STRING '    AS OF='          DELIMITED BY SIZE
                          WS-EDIT-TIMESTAMP     DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

           IF FRLOG-COUNT-LABEL (1) NOT = SPACES
               PERFORM 2100-EDIT-COUNT-SLOT THRU 2100-EXIT
                   VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 4
               MOVE SPACES TO RPT-LINE
               STRING '    '           DELIMITED BY SIZE
                      WS-CNT-LINE      DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           IF FRLOG-REASON NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING '    REASON: '   DELIMITED BY SIZE
                      FRLOG-REASON     DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-EDIT-COUNT-SLOT                                        *
      *----------------------------------------------------------------*
       2100-EDIT-COUNT-SLOT.
           MOVE SPACES TO WS-CNT-SLOT (WS-CNT-IDX).
           IF FRLOG-COUNT-LABEL (WS-CNT-IDX) = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE FRLOG-COUNT-VALUE (WS-CNT-IDX) TO WS-EDIT-COUNT.
           STRING FRLOG-COUNT-LABEL (WS-CNT-IDX) DELIMITED BY SIZE
                  '='                            DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
               INTO WS-CNT-SLOT (WS-CNT-IDX).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-EDIT-TIME                                              *
      *----------------------------------------------------------------*
       2900-EDIT-TIME.
           MOVE SPACES TO WS-EDIT-TIME.
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
               INTO WS-EDIT-TIME.
       2900-EXIT.
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
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ATTEMPTS LOGGED        : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ENDED-CLEAN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ENDED RC 0             : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ENDED-NON-ZERO TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ENDED NON-ZERO RC      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SKIPPED                : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NOT-ENDED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOT ENDED (ABENDED?)   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-ABORT
               MOVE SPACES TO RPT-LINE
               STRING '*** RUN STOPPED EARLY -- SEE JOB LOG ***'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 8000-EXIT
           END-IF.
           IF WS-ENDED-NON-ZERO > ZERO
               OR WS-SKIPPED-COUNT > ZERO
               OR WS-NOT-ENDED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRLOG-OPENED
               CLOSE FRLOG-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
