       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRIFT.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRDRIFT    -  DAILY MODEL INPUT AND SCORE DRIFT MONITOR       *
      *                                                                *
      *  FRAUDCMP AND FRCUTSWP JUDGE A MODEL ONCE ITS CHARGEBACKS ARE  *
      *  IN, TWO MONTHS AFTER THE FACT.  THIS STEP WATCHES THE         *
      *  POPULATION EACH FRHIST-MODEL-ID IS SCORING INSTEAD, SO AN     *
      *  UPSTREAM FEATURE-PIPELINE CHANGE OR A MODEL GONE QUIETLY      *
      *  STALE SHOWS UP THE NEXT MORNING.  EIGHT FEATURES ARE          *
      *  PROFILED, EACH INTO TEN BINS:                                 *
      *    MCC       LABEL-ENCODED MCC        } LAST DIGIT OF THE      *
      *    ZIP       LABEL-ENCODED ZIP        } LABEL CODE (SEE 3200)  *
      *    MRCHSTAT  LABEL-ENCODED STATE      }                        *
      *    USEXCHIP  CHIP-USE CODE 0-9, ONE BIN PER CODE               *
      *    AMOUNT    AMOUNT-NUM BANDS: UNDER 10, 25, 50, 100, 250,     *
      *              500, 1000, 2500, 5000, AND 5000 AND OVER          *
      *    VELOCITY  VELOCITY-COUNT BANDS: 0, 1, 2, 3, 4-5, 6-10,      *
      *              11-20, 21-50, 51-100, AND OVER 100                *
      *    PROB1     PROBABILITY(1) DECILES                            *
      *    PROB2     PROBABILITY(2) DECILES                            *
      *  ONLY ROWS THE MODEL ACTUALLY SCORED (FRHIST-MODEL-SCORED)     *
      *  ARE PROFILED -- FALLBACK, EDIT-REJECT, HOT-CARD, MERCHANT-    *
      *  BLOCK AND DUPLICATE ROWS NEVER CAME BACK FROM ALNSCORE.       *
      *                                                                *
      *  TWO MODES, CHOSEN ON THE DRFCTL CARD:                         *
      *    B (BASELINE) - PROFILE THE CARD WINDOW AND STORE IT ON      *
      *                   FRDRBASE AS EACH MODEL'S BASELINE, REPLACING *
      *                   ANY EARLIER ONE.  RUN FOR THE MODEL ALONE    *
      *                   WHEN IT IS PROMOTED.                         *
      *    M (MONITOR)  - PROFILE THE CARD WINDOW AND MEASURE IT       *
      *                   AGAINST THE STORED BASELINE WITH A           *
      *                   POPULATION-STABILITY INDEX PER FEATURE:      *
      *                   SUM OVER THE BINS OF (CUR% - BASE%) *        *
      *                   LN(CUR% / BASE%), WITH AN EMPTY BIN FLOORED  *
      *                   AT 0.01% SO THE LOG STAYS DEFINED.  A        *
      *                   FEATURE AT OR OVER THE SHIFT THRESHOLD       *
      *                   RAISES A MODEL-DRIFT ALERT ON FRALERT,       *
      *                   WORKED THROUGH FRAUDALM LIKE THE FALLBACK-   *
      *                   RATE ALERTS -- UNLESS A DRIFT ALERT FOR THE  *
      *                   SAME MODEL AND FEATURE IS STILL OPEN, SO A   *
      *                   SHIFT NOBODY HAS RE-BASELINED DOES NOT PILE  *
      *                   UP A NEW ALERT EVERY NIGHT.  THE ALERT IS    *
      *                   RAISED AS OF THE WINDOW END.                 *
      *  A MODEL WITH FEWER SCORED ROWS THAN THE MINIMUM IS NOT        *
      *  BASELINED OR MEASURED -- A THIN PROFILE IS ALL NOISE.         *
      *                                                                *
      *  DRFCTL CONTROL CARD:                                          *
      *    COL   1     MODE (B = BASELINE, M = MONITOR)                *
      *    COLS  2-16  WINDOW START (ABSTIME, INCLUSIVE)               *
      *    COLS 17-31  WINDOW END (ABSTIME, EXCLUSIVE)                 *
      *    COLS 32-36  SHIFT THRESHOLD, 9V9999 (ZERO = 0.2500)         *
      *    COLS 37-43  MINIMUM SCORED ROWS (ZERO = 1000)               *
      *    COLS 44-79  MODEL-ID (SPACES = EVERY MODEL)                 *
      *  A MISSING OR GARBLED CARD FAILS THE STEP (RC 8), AS DOES A    *
      *  MODEL TABLE OVERFLOW OR A FRDRBASE/FRALERT WRITE FAILURE.     *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRHIST-FILE ASSIGN TO FRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRHIST-KEY
               FILE STATUS IS WS-FRHIST-STATUS.

           SELECT FRDRB-FILE ASSIGN TO FRDRBASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRDRB-KEY
               FILE STATUS IS WS-FRDRB-STATUS.

           SELECT FRALRT-FILE ASSIGN TO FRALERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRALRT-KEY
               FILE STATUS IS WS-FRALRT-STATUS.

           SELECT CTL-FILE ASSIGN TO DRFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO DRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  FRDRB-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY FRDRFREC.

       FD  FRALRT-FILE
           RECORD CONTAINS 154 CHARACTERS.
           COPY FRALRTF.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-MODE              PIC X(01).
           02 CTL-WINDOW-START      PIC 9(15).
           02 CTL-WINDOW-END        PIC 9(15).
           02 CTL-PSI-THRESHOLD     PIC 9(1)V9(4).
           02 CTL-MIN-ROWS          PIC 9(7).
           02 CTL-MODEL-ID          PIC X(36).
           02 FILLER                PIC X(01).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRHIST-STATUS         PIC X(02).
       01 WS-FRDRB-STATUS          PIC X(02).
       01 WS-FRALRT-STATUS         PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-FRHIST-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRHIST-OPENED          VALUE 'Y'.
       01 WS-FRDRB-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRDRB-OPENED           VALUE 'Y'.
       01 WS-FRALRT-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRALRT-OPENED          VALUE 'Y'.

      *----------------------------------------------------------------*
      *    CONTROL VALUES FROM THE DRFCTL CARD, SAVED TO WORKING       *
      *    STORAGE BEFORE THE CARD FILE IS CLOSED.                     *
      *----------------------------------------------------------------*
       01 WS-MODE-SW               PIC X(01) VALUE SPACE.
           88 WS-BASELINE-MODE          VALUE 'B'.
           88 WS-MONITOR-MODE           VALUE 'M'.
       01 WS-WINDOW-START          PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-WINDOW-END            PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-PSI-THRESHOLD         PIC 9(3)V9(4) COMP-3 VALUE ZERO.
       01 WS-DEFAULT-THRESHOLD     PIC 9(3)V9(4) COMP-3 VALUE 0.2500.
       01 WS-MIN-ROWS              PIC 9(9) COMP VALUE ZERO.
       01 WS-DEFAULT-MIN-ROWS      PIC 9(9) COMP VALUE 1000.
       01 WS-MODEL-FILTER          PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------*
      *    FEATURE NAMES, IN FEATURE-INDEX ORDER.  THESE ARE THE       *
      *    FRDRB-FEATURE KEY VALUES AND THE FRALRT-DRIFT-FEATURE       *
      *    VALUES, SO THEY MUST NOT BE RENAMED ONCE BASELINES EXIST.   *
      *----------------------------------------------------------------*
       01 WS-FEATURE-COUNT         PIC 9(2) COMP VALUE 8.
       01 WS-FEATURE-NAMES-INIT.
           05 FILLER                PIC X(08) VALUE 'MCC'.
           05 FILLER                PIC X(08) VALUE 'ZIP'.
           05 FILLER                PIC X(08) VALUE 'MRCHSTAT'.
           05 FILLER                PIC X(08) VALUE 'USEXCHIP'.
           05 FILLER                PIC X(08) VALUE 'AMOUNT'.
           05 FILLER                PIC X(08) VALUE 'VELOCITY'.
           05 FILLER                PIC X(08) VALUE 'PROB1'.
           05 FILLER                PIC X(08) VALUE 'PROB2'.
       01 WS-FEATURE-NAMES REDEFINES WS-FEATURE-NAMES-INIT.
           05 WS-FEATURE-NAME       PIC X(08) OCCURS 8 TIMES.

      *----------------------------------------------------------------*
      *    BAND LIMITS FOR THE AMOUNT AND VELOCITY FEATURES -- EACH    *
      *    LIMIT IS THE EXCLUSIVE TOP OF ITS BIN; ANYTHING AT OR OVER  *
      *    THE NINTH LIMIT FALLS IN BIN 10.                            *
      *----------------------------------------------------------------*
       01 WS-AMT-BANDS-INIT.
           05 FILLER                PIC 9(7) VALUE 10.
           05 FILLER                PIC 9(7) VALUE 25.
           05 FILLER                PIC 9(7) VALUE 50.
           05 FILLER                PIC 9(7) VALUE 100.
           05 FILLER                PIC 9(7) VALUE 250.
           05 FILLER                PIC 9(7) VALUE 500.
           05 FILLER                PIC 9(7) VALUE 1000.
           05 FILLER                PIC 9(7) VALUE 2500.
           05 FILLER                PIC 9(7) VALUE 5000.
       01 WS-AMT-BANDS REDEFINES WS-AMT-BANDS-INIT.
           05 WS-AMT-BAND-LIMIT     PIC 9(7) OCCURS 9 TIMES.
       01 WS-VEL-BANDS-INIT.
           05 FILLER                PIC 9(4) VALUE 1.
           05 FILLER                PIC 9(4) VALUE 2.
           05 FILLER                PIC 9(4) VALUE 3.
           05 FILLER                PIC 9(4) VALUE 4.
           05 FILLER                PIC 9(4) VALUE 6.
           05 FILLER                PIC 9(4) VALUE 11.
           05 FILLER                PIC 9(4) VALUE 21.
           05 FILLER                PIC 9(4) VALUE 51.
           05 FILLER                PIC 9(4) VALUE 101.
       01 WS-VEL-BANDS REDEFINES WS-VEL-BANDS-INIT.
           05 WS-VEL-BAND-LIMIT     PIC 9(4) OCCURS 9 TIMES.
       01 WS-BAND-IDX              PIC 9(2) COMP.
       01 WS-BAND-FOUND-SW         PIC X(01).
           88 WS-BAND-FOUND             VALUE 'Y'.
           88 WS-BAND-NOT-FOUND         VALUE 'N'.

      *----------------------------------------------------------------*
      *    PER-MODEL PROFILE TABLE -- ONE ENTRY PER MODEL-ID, WITH THE *
      *    BASELINE BINS (MONITOR MODE) AND THE WINDOW'S BINS FOR      *
      *    EACH FEATURE.  ROWS FOR A MODEL THAT FINDS NO ROOM ARE      *
      *    COUNTED AND FAIL THE STEP SO THE REPORT IS NEVER SILENTLY   *
      *    PARTIAL.                                                    *
      *----------------------------------------------------------------*
       01 WS-MDL-LIMIT             PIC 9(4) COMP VALUE 20.
       01 WS-MDL-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-MDL-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-MDL-IDX               PIC 9(4) COMP.
       01 WS-CUR-IDX               PIC 9(4) COMP.
       01 WS-FEAT-IDX              PIC 9(2) COMP.
       01 WS-BIN-IDX               PIC 9(2) COMP.
       01 WS-FOUND-SW              PIC X(01).
           88 WS-ENTRY-FOUND            VALUE 'Y'.
           88 WS-ENTRY-NOT-FOUND        VALUE 'N'.
       01 WS-ADD-SW                PIC X(01).
           88 WS-ADD-IF-MISSING         VALUE 'Y'.
           88 WS-LOOKUP-ONLY            VALUE 'N'.
       01 WS-LOOKUP-MODEL-ID       PIC X(36).
       01 WS-LOOKUP-FEATURE        PIC X(08).
       01 WS-MODEL-TABLE.
           05 WS-MDL-ENTRY OCCURS 20 TIMES.
               10 WS-MDL-MODEL-ID       PIC X(36).
               10 WS-MDL-BASE-SW        PIC X(01).
                   88 WS-MDL-HAS-BASE        VALUE 'Y'.
                   88 WS-MDL-NO-BASE         VALUE 'N'.
               10 WS-MDL-BASE-START     PIC S9(15) COMP-3.
               10 WS-MDL-BASE-END       PIC S9(15) COMP-3.
               10 WS-MDL-CUR-ROWS       PIC 9(9) COMP.
               10 WS-MDL-FEATURE OCCURS 8 TIMES.
                   15 WS-MDL-BASE-ROWS      PIC 9(9) COMP.
                   15 WS-MDL-BASE-BIN       PIC 9(9) COMP
                                            OCCURS 10 TIMES.
                   15 WS-MDL-CUR-BIN        PIC 9(9) COMP
                                            OCCURS 10 TIMES.
                   15 WS-MDL-PSI            PIC 9(3)V9(4) COMP-3.
                   15 WS-MDL-ALERT-SW       PIC X(01).
                       88 WS-MDL-ALERT-OPEN      VALUE 'Y'.
                       88 WS-MDL-NO-ALERT        VALUE 'N'.

      *----------------------------------------------------------------*
      *    BINNING WORK AREA -- ONE BIN NUMBER PER FEATURE FOR THE     *
      *    ROW IN HAND.                                                *
      *----------------------------------------------------------------*
       01 WS-ROW-BINS.
           05 WS-ROW-BIN            PIC 9(2) COMP OCCURS 8 TIMES.
       01 WS-QUOTIENT              PIC 9(9) COMP.
       01 WS-REMAINDER             PIC 9(2) COMP.
       01 WS-BUCKET-PCT            PIC 9(5) COMP.

      *----------------------------------------------------------------*
      *    STABILITY-INDEX WORK AREA                                   *
      *----------------------------------------------------------------*
       01 WS-PSI-SUM               COMP-2.
       01 WS-BASE-SHARE            COMP-2.
       01 WS-CUR-SHARE             COMP-2.
       01 WS-SHARE-FLOOR           COMP-2 VALUE 0.0001.
       01 WS-PSI-CAP               COMP-2 VALUE 999.9999.
       01 WS-FEATURE-TEXT          PIC X(32).

      *----------------------------------------------------------------*
      *    ALERT KEYING -- EVERY DRIFT ALERT IN A RUN IS RAISED AS OF  *
      *    THE WINDOW END, ONE TICK APART SO THE RAISE-TS/TYPE KEYS    *
      *    STAY UNIQUE.  A KEY ALREADY TAKEN IS STEPPED PAST.          *
      *----------------------------------------------------------------*
       01 WS-ALERT-TS              PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-ALERT-TRIES           PIC 9(4) COMP.
       01 WS-ALERT-TRY-LIMIT       PIC 9(4) COMP VALUE 100.
       01 WS-ALERT-SW              PIC X(01).
           88 WS-ALERT-PENDING          VALUE 'P'.
           88 WS-ALERT-WRITTEN          VALUE 'W'.
           88 WS-ALERT-FAILED           VALUE 'F'.

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-ROWS-IN-WINDOW        PIC 9(9) COMP VALUE ZERO.
       01 WS-ROWS-NOT-SCORED       PIC 9(9) COMP VALUE ZERO.
       01 WS-ROWS-PROFILED         PIC 9(9) COMP VALUE ZERO.
       01 WS-BASE-ROWS-LOADED      PIC 9(9) COMP VALUE ZERO.
       01 WS-BASE-ROWS-UNKNOWN     PIC 9(9) COMP VALUE ZERO.
       01 WS-OPEN-ALERTS-FOUND     PIC 9(9) COMP VALUE ZERO.
       01 WS-BASELINES-SET         PIC 9(9) COMP VALUE ZERO.
       01 WS-BASE-WRITE-FAILS      PIC 9(9) COMP VALUE ZERO.
       01 WS-MODELS-MEASURED       PIC 9(9) COMP VALUE ZERO.
       01 WS-MODELS-NO-BASE        PIC 9(9) COMP VALUE ZERO.
       01 WS-MODELS-THIN           PIC 9(9) COMP VALUE ZERO.
       01 WS-SHIFT-COUNT           PIC 9(9) COMP VALUE ZERO.
       01 WS-ALERTS-RAISED         PIC 9(9) COMP VALUE ZERO.
       01 WS-ALERTS-ALREADY-OPEN   PIC 9(9) COMP VALUE ZERO.
       01 WS-ALERT-WRITE-FAILS     PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.  THE BIN  *
      *    LINE CARRIES ONE PERCENTAGE PER BIN.                        *
      *----------------------------------------------------------------*
       01 WS-EDIT-TIMESTAMP        PIC 9(15).
       01 WS-EDIT-TIMESTAMP-2      PIC 9(15).
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-PSI              PIC ZZ9.9999.
       01 WS-BIN-LINE.
           05 WS-BIN-LINE-LABEL     PIC X(16).
           05 WS-BIN-LINE-SLOT OCCURS 10 TIMES.
               10 FILLER                PIC X(02).
               10 WS-BIN-LINE-PCT       PIC ZZ9.9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MONITOR-MODE
               PERFORM 2000-LOAD-BASELINE THRU 2000-EXIT
               PERFORM 2500-LOAD-OPEN-ALERTS THRU 2500-EXIT
           END-IF.
           PERFORM 3000-PROFILE-WINDOW THRU 3000-EXIT.
           IF WS-BASELINE-MODE
               PERFORM 4000-SET-BASELINES THRU 4000-EXIT
           ELSE
               PERFORM 5000-MEASURE-DRIFT THRU 5000-EXIT
           END-IF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        FRDRBASE IS READ IN MONITOR MODE AND UPDATED IN         *
      *        BASELINE MODE; FRALERT IS ONLY NEEDED TO MONITOR.       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT FRHIST-FILE.
           IF WS-FRHIST-STATUS = '00'
               MOVE 'Y' TO WS-FRHIST-OPEN-SW
           ELSE
               DISPLAY 'FRDRIFT: OPEN FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-BASELINE-MODE
               OPEN I-O FRDRB-FILE
           ELSE
               OPEN INPUT FRDRB-FILE
           END-IF.
           IF WS-FRDRB-STATUS = '00'
               MOVE 'Y' TO WS-FRDRB-OPEN-SW
           ELSE
               DISPLAY 'FRDRIFT: OPEN FRDRBASE FAILED, STATUS='
                       WS-FRDRB-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-MONITOR-MODE
               OPEN I-O FRALRT-FILE
               IF WS-FRALRT-STATUS = '00'
                   MOVE 'Y' TO WS-FRALRT-OPEN-SW
               ELSE
                   DISPLAY 'FRDRIFT: OPEN FRALERT FAILED, STATUS='
                           WS-FRALRT-STATUS
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRDRIFT: OPEN DRFRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FRDRIFT: OPEN DRFCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRDRIFT: DRFCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF (CTL-MODE NOT = 'B' AND CTL-MODE NOT = 'M')
                   OR CTL-WINDOW-START NOT NUMERIC
                   OR CTL-WINDOW-END NOT NUMERIC
                   OR CTL-WINDOW-START NOT < CTL-WINDOW-END
                   OR CTL-PSI-THRESHOLD NOT NUMERIC
                   OR CTL-MIN-ROWS NOT NUMERIC
                   DISPLAY 'FRDRIFT: INVALID CONTROL VALUES ON DRFCTL'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-MODE          TO WS-MODE-SW
                   MOVE CTL-WINDOW-START  TO WS-WINDOW-START
                   MOVE CTL-WINDOW-END    TO WS-WINDOW-END
                   MOVE CTL-PSI-THRESHOLD TO WS-PSI-THRESHOLD
                   MOVE CTL-MIN-ROWS      TO WS-MIN-ROWS
                   MOVE CTL-MODEL-ID      TO WS-MODEL-FILTER
               END-IF
           END-IF.
           CLOSE CTL-FILE.
           IF WS-PSI-THRESHOLD = ZERO
               MOVE WS-DEFAULT-THRESHOLD TO WS-PSI-THRESHOLD
           END-IF.
           IF WS-MIN-ROWS = ZERO
               MOVE WS-DEFAULT-MIN-ROWS TO WS-MIN-ROWS
           END-IF.
           MOVE WS-WINDOW-END TO WS-ALERT-TS.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-WRITE-HEADINGS                                         *
      *----------------------------------------------------------------*
       1200-WRITE-HEADINGS.
           MOVE WS-WINDOW-START TO WS-EDIT-TIMESTAMP.
           MOVE WS-WINDOW-END   TO WS-EDIT-TIMESTAMP-2.
           MOVE SPACES TO RPT-LINE.
           IF WS-BASELINE-MODE
               STRING 'MODEL DRIFT BASELINE PROFILES  WINDOW '
                                           DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP    DELIMITED BY SIZE
                      ' TO '               DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP-2  DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING 'MODEL INPUT AND SCORE DRIFT REPORT  WINDOW '
                                           DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP    DELIMITED BY SIZE
                      ' TO '               DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP-2  DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

           MOVE WS-PSI-THRESHOLD TO WS-EDIT-PSI.
           MOVE WS-MIN-ROWS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SHIFT THRESHOLD (PSI) '  DELIMITED BY SIZE
                  WS-EDIT-PSI               DELIMITED BY SIZE
                  '  MINIMUM SCORED ROWS '  DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MODEL-FILTER NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING 'MODEL-ID SELECTED '  DELIMITED BY SIZE
                      WS-MODEL-FILTER       DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'BIN PERCENTAGES ARE SHOWN BIN 1 TO BIN 10 -- SEE '
                  'THE PROGRAM HEADER FOR THE BIN RULES PER FEATURE'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-BASELINE                                          *
      *        MONITOR MODE: EVERY FRDRBASE ROW (FOR THE SELECTED      *
      *        MODEL, IF ONE IS NAMED) INTO THE MODEL TABLE.           *
      *----------------------------------------------------------------*
       2000-LOAD-BASELINE.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-LOAD-BASELINE-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-BASELINE-ROW                                      *
      *        A ROW WHOSE FEATURE NAME THIS PROGRAM DOES NOT PROFILE  *
      *        IS COUNTED AND LEFT ALONE.                              *
      *----------------------------------------------------------------*
       2100-LOAD-BASELINE-ROW.
           READ FRDRB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FRDRB-STATUS NOT = '00'
               DISPLAY 'FRDRIFT: FRDRBASE READ FAILED, STATUS='
                       WS-FRDRB-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           IF WS-MODEL-FILTER NOT = SPACES
               AND FRDRB-MODEL-ID NOT = WS-MODEL-FILTER
               GO TO 2100-EXIT
           END-IF.

           MOVE FRDRB-FEATURE TO WS-LOOKUP-FEATURE.
           PERFORM 2150-FIND-FEATURE THRU 2150-EXIT.
           IF WS-FEAT-IDX = ZERO
               ADD 1 TO WS-BASE-ROWS-UNKNOWN
               GO TO 2100-EXIT
           END-IF.

           MOVE FRDRB-MODEL-ID TO WS-LOOKUP-MODEL-ID.
           SET WS-ADD-IF-MISSING TO TRUE.
           PERFORM 2200-LOCATE-MODEL-ENTRY THRU 2200-EXIT.
           IF WS-ENTRY-NOT-FOUND
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-BASE-ROWS-LOADED.
           SET WS-MDL-HAS-BASE (WS-CUR-IDX) TO TRUE.
           MOVE FRDRB-BASE-START TO WS-MDL-BASE-START (WS-CUR-IDX).
           MOVE FRDRB-BASE-END   TO WS-MDL-BASE-END (WS-CUR-IDX).
           MOVE FRDRB-ROW-COUNT  TO
               WS-MDL-BASE-ROWS (WS-CUR-IDX WS-FEAT-IDX).
           PERFORM 2120-LOAD-BASELINE-BIN THRU 2120-EXIT
               VARYING WS-BIN-IDX FROM 1 BY 1
               UNTIL WS-BIN-IDX > 10.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2120-LOAD-BASELINE-BIN                                      *
      *----------------------------------------------------------------*
       2120-LOAD-BASELINE-BIN.
           MOVE FRDRB-BIN-COUNT (WS-BIN-IDX) TO
               WS-MDL-BASE-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX).
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2150-FIND-FEATURE                                           *
      *        WS-FEAT-IDX COMES BACK POINTING AT THE FEATURE NAMED    *
      *        IN WS-LOOKUP-FEATURE, OR ZERO IF IT IS NOT ONE OF OURS. *
      *----------------------------------------------------------------*
       2150-FIND-FEATURE.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2160-MATCH-FEATURE-SLOT THRU 2160-EXIT
               VARYING WS-FEAT-IDX FROM 1 BY 1
               UNTIL WS-FEAT-IDX > WS-FEATURE-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               MOVE ZERO TO WS-FEAT-IDX
               GO TO 2150-EXIT
           END-IF.
      *    THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST THE
      *    MATCHED SLOT BY THE TIME THE UNTIL TEST SEES THE SWITCH, SO
      *    BACK IT UP ONE.
           SUBTRACT 1 FROM WS-FEAT-IDX.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2160-MATCH-FEATURE-SLOT                                     *
      *----------------------------------------------------------------*
       2160-MATCH-FEATURE-SLOT.
           IF WS-FEATURE-NAME (WS-FEAT-IDX) = WS-LOOKUP-FEATURE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-LOCATE-MODEL-ENTRY                                     *
      *        FIND THE TABLE ENTRY FOR WS-LOOKUP-MODEL-ID, ADDING A   *
      *        FRESH ONE WHEN WS-ADD-IF-MISSING IS SET AND THERE IS    *
      *        ROOM.  WS-CUR-IDX COMES BACK POINTING AT THE ENTRY.     *
      *        A MODEL THAT NEEDED AN ENTRY AND FOUND NO ROOM IS       *
      *        COUNTED AS OVERFLOW.                                    *
      *----------------------------------------------------------------*
       2200-LOCATE-MODEL-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-CUR-IDX.
           PERFORM 2210-MATCH-MODEL-ENTRY THRU 2210-EXIT
               VARYING WS-MDL-IDX FROM 1 BY 1
               UNTIL WS-MDL-IDX > WS-MDL-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               OR WS-LOOKUP-ONLY
               GO TO 2200-EXIT
           END-IF.

           IF WS-MDL-COUNT < WS-MDL-LIMIT
               ADD 1 TO WS-MDL-COUNT
               MOVE WS-MDL-COUNT TO WS-CUR-IDX
               PERFORM 2250-INIT-MODEL-ENTRY THRU 2250-EXIT
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MDL-OVERFLOW
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-MATCH-MODEL-ENTRY                                      *
      *----------------------------------------------------------------*
       2210-MATCH-MODEL-ENTRY.
           IF WS-MDL-MODEL-ID (WS-MDL-IDX) = WS-LOOKUP-MODEL-ID
               MOVE WS-MDL-IDX TO WS-CUR-IDX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2250-INIT-MODEL-ENTRY                                       *
      *----------------------------------------------------------------*
       2250-INIT-MODEL-ENTRY.
           MOVE WS-LOOKUP-MODEL-ID TO WS-MDL-MODEL-ID (WS-CUR-IDX).
           SET WS-MDL-NO-BASE (WS-CUR-IDX) TO TRUE.
           MOVE ZERO TO WS-MDL-BASE-START (WS-CUR-IDX)
                        WS-MDL-BASE-END (WS-CUR-IDX)
                        WS-MDL-CUR-ROWS (WS-CUR-IDX).
           PERFORM 2260-INIT-FEATURE THRU 2260-EXIT
               VARYING WS-FEAT-IDX FROM 1 BY 1
               UNTIL WS-FEAT-IDX > WS-FEATURE-COUNT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2260-INIT-FEATURE                                           *
      *----------------------------------------------------------------*
       2260-INIT-FEATURE.
           MOVE ZERO TO WS-MDL-BASE-ROWS (WS-CUR-IDX WS-FEAT-IDX)
                        WS-MDL-PSI (WS-CUR-IDX WS-FEAT-IDX).
           SET WS-MDL-NO-ALERT (WS-CUR-IDX WS-FEAT-IDX) TO TRUE.
           PERFORM 2270-ZERO-BIN THRU 2270-EXIT
               VARYING WS-BIN-IDX FROM 1 BY 1
               UNTIL WS-BIN-IDX > 10.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2270-ZERO-BIN                                               *
      *----------------------------------------------------------------*
       2270-ZERO-BIN.
           MOVE ZERO TO
               WS-MDL-BASE-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX)
               WS-MDL-CUR-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX).
       2270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-LOAD-OPEN-ALERTS                                       *
      *        MONITOR MODE: NOTE EVERY MODEL-DRIFT ALERT STILL OPEN   *
      *        (RAISED OR ACKNOWLEDGED) AGAINST A MODEL AND FEATURE    *
      *        IN THE TABLE, SO 5300 DOES NOT RAISE IT AGAIN.          *
      *----------------------------------------------------------------*
       2500-LOAD-OPEN-ALERTS.
           IF WS-ABORT
               GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2600-LOAD-ALERT-ROW THRU 2600-EXIT
               UNTIL WS-EOF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-LOAD-ALERT-ROW                                         *
      *----------------------------------------------------------------*
       2600-LOAD-ALERT-ROW.
           READ FRALRT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2600-EXIT
           END-READ.
           IF WS-FRALRT-STATUS NOT = '00'
               DISPLAY 'FRDRIFT: FRALERT READ FAILED, STATUS='
                       WS-FRALRT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF.
           IF NOT FRALRT-MODEL-DRIFT
               OR NOT FRALRT-OPEN
               GO TO 2600-EXIT
           END-IF.

           MOVE FRALRT-DRIFT-FEATURE TO WS-LOOKUP-FEATURE.
           PERFORM 2150-FIND-FEATURE THRU 2150-EXIT.
           IF WS-FEAT-IDX = ZERO
               GO TO 2600-EXIT
           END-IF.
           MOVE FRALRT-MODEL-ID TO WS-LOOKUP-MODEL-ID.
           SET WS-LOOKUP-ONLY TO TRUE.
           PERFORM 2200-LOCATE-MODEL-ENTRY THRU 2200-EXIT.
           IF WS-ENTRY-NOT-FOUND
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-ALERTS-FOUND.
           SET WS-MDL-ALERT-OPEN (WS-CUR-IDX WS-FEAT-IDX) TO TRUE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PROFILE-WINDOW                                         *
      *        ONE SEQUENTIAL PASS OVER FRHIST.  THE FILE IS KEYED     *
      *        CARD/TIMESTAMP, SO THE WINDOW CANNOT BE POSITIONED TO   *
      *        -- EVERY ROW IS READ AND ROWS OUTSIDE IT SKIPPED.       *
      *----------------------------------------------------------------*
       3000-PROFILE-WINDOW.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-PROFILE-HISTORY-ROW THRU 3100-EXIT
               UNTIL WS-EOF.
           IF WS-MDL-OVERFLOW > ZERO
               DISPLAY 'FRDRIFT: MODEL TABLE OVERFLOW - REPORT IS '
                       'PARTIAL'
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-PROFILE-HISTORY-ROW                                    *
      *----------------------------------------------------------------*
       3100-PROFILE-HISTORY-ROW.
           READ FRHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRDRIFT: FRHIST READ FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           IF FRHIST-TIMESTAMP < WS-WINDOW-START
               OR FRHIST-TIMESTAMP NOT < WS-WINDOW-END
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-IN-WINDOW.
           IF NOT FRHIST-MODEL-SCORED
               ADD 1 TO WS-ROWS-NOT-SCORED
               GO TO 3100-EXIT
           END-IF.
           IF WS-MODEL-FILTER NOT = SPACES
               AND FRHIST-MODEL-ID NOT = WS-MODEL-FILTER
               GO TO 3100-EXIT
           END-IF.

           MOVE FRHIST-MODEL-ID TO WS-LOOKUP-MODEL-ID.
           SET WS-ADD-IF-MISSING TO TRUE.
           PERFORM 2200-LOCATE-MODEL-ENTRY THRU 2200-EXIT.
           IF WS-ENTRY-NOT-FOUND
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-PROFILED.
           ADD 1 TO WS-MDL-CUR-ROWS (WS-CUR-IDX).
           PERFORM 3200-BIN-ROW THRU 3200-EXIT.
           PERFORM 3300-TALLY-FEATURE THRU 3300-EXIT
               VARYING WS-FEAT-IDX FROM 1 BY 1
               UNTIL WS-FEAT-IDX > WS-FEATURE-COUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-BIN-ROW                                                *
      *        WORK OUT THE ROW'S BIN FOR EACH FEATURE.  MCC, ZIP AND  *
      *        STATE ARRIVE LABEL-ENCODED, SO THEIR VALUES HAVE NO     *
      *        ORDER TO BAND ON; THE LAST DIGIT OF THE LABEL CODE      *
      *        SPREADS THE CATEGORIES OVER TEN BINS INSTEAD, AND A     *
      *        SHIFT IN THE CATEGORY MIX SHOWS AS A SHIFT IN THE BIN   *
      *        MIX WITHOUT A TABLE OF EVERY CODE.  THE PROBABILITY     *
      *        DECILES ARE TAKEN THE SAME WAY FRAUDCMP TAKES THEM.     *
      *----------------------------------------------------------------*
       3200-BIN-ROW.
           DIVIDE MCC OF FRHIST-INPUT BY 10
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           COMPUTE WS-ROW-BIN (1) = WS-REMAINDER + 1.
           DIVIDE ZIP OF FRHIST-INPUT BY 10
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           COMPUTE WS-ROW-BIN (2) = WS-REMAINDER + 1.
           DIVIDE MERCHANTXSTATE OF FRHIST-INPUT BY 10
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           COMPUTE WS-ROW-BIN (3) = WS-REMAINDER + 1.
           COMPUTE WS-ROW-BIN (4) = USEXCHIP OF FRHIST-INPUT + 1.

           SET WS-BAND-NOT-FOUND TO TRUE.
           PERFORM 3250-MATCH-AMOUNT-BAND THRU 3250-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 9
               OR WS-BAND-FOUND.
      *    THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST THE
      *    MATCHED BAND; UNMATCHED, IT HAS STOPPED AT 10 -- THE TOP
      *    BIN.
           IF WS-BAND-FOUND
               SUBTRACT 1 FROM WS-BAND-IDX
           END-IF.
           MOVE WS-BAND-IDX TO WS-ROW-BIN (5).

           SET WS-BAND-NOT-FOUND TO TRUE.
           PERFORM 3260-MATCH-VELOCITY-BAND THRU 3260-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 9
               OR WS-BAND-FOUND.
           IF WS-BAND-FOUND
               SUBTRACT 1 FROM WS-BAND-IDX
           END-IF.
           MOVE WS-BAND-IDX TO WS-ROW-BIN (6).

           COMPUTE WS-BUCKET-PCT =
               PROBABILITY OF FRHIST-OUTPUT (1) * 100.
           DIVIDE WS-BUCKET-PCT BY 10 GIVING WS-ROW-BIN (7).
           ADD 1 TO WS-ROW-BIN (7).
           IF WS-ROW-BIN (7) > 10
               MOVE 10 TO WS-ROW-BIN (7)
           END-IF.
           COMPUTE WS-BUCKET-PCT =
               PROBABILITY OF FRHIST-OUTPUT (2) * 100.
           DIVIDE WS-BUCKET-PCT BY 10 GIVING WS-ROW-BIN (8).
           ADD 1 TO WS-ROW-BIN (8).
           IF WS-ROW-BIN (8) > 10
               MOVE 10 TO WS-ROW-BIN (8)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3250-MATCH-AMOUNT-BAND                                      *
      *----------------------------------------------------------------*
       3250-MATCH-AMOUNT-BAND.
           IF AMOUNT-NUM OF FRHIST-INPUT <
               WS-AMT-BAND-LIMIT (WS-BAND-IDX)
               SET WS-BAND-FOUND TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3260-MATCH-VELOCITY-BAND                                    *
      *----------------------------------------------------------------*
       3260-MATCH-VELOCITY-BAND.
           IF VELOCITY-COUNT OF FRHIST-INPUT <
               WS-VEL-BAND-LIMIT (WS-BAND-IDX)
               SET WS-BAND-FOUND TO TRUE
           END-IF.
       3260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3300-TALLY-FEATURE                                          *
      *----------------------------------------------------------------*
       3300-TALLY-FEATURE.
           MOVE WS-ROW-BIN (WS-FEAT-IDX) TO WS-BIN-IDX.
           ADD 1 TO WS-MDL-CUR-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX).
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-SET-BASELINES                                          *
      *        BASELINE MODE: EVERY MODEL PROFILED WITH ENOUGH SCORED  *
      *        ROWS HAS ITS EIGHT FRDRBASE ROWS WRITTEN OR REPLACED.   *
      *----------------------------------------------------------------*
       4000-SET-BASELINES.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-SET-MODEL-BASELINE THRU 4100-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-MDL-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-SET-MODEL-BASELINE                                     *
      *----------------------------------------------------------------*
       4100-SET-MODEL-BASELINE.
           PERFORM 7000-WRITE-MODEL-HEADING THRU 7000-EXIT.
           IF WS-MDL-CUR-ROWS (WS-CUR-IDX) < WS-MIN-ROWS
               ADD 1 TO WS-MODELS-THIN
               MOVE SPACES TO RPT-LINE
               STRING '  ** TOO FEW SCORED ROWS - BASELINE NOT SET **'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-BASELINES-SET.
           PERFORM 4200-WRITE-BASELINE-ROW THRU 4200-EXIT
               VARYING WS-FEAT-IDX FROM 1 BY 1
               UNTIL WS-FEAT-IDX > WS-FEATURE-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-WRITE-BASELINE-ROW                                     *
      *        ONE FEATURE'S ROW: WRITTEN IF NEW, REWRITTEN OVER THE   *
      *        OLD BASELINE OTHERWISE.  A WRITE FAILURE IS DISPLAYED   *
      *        AND FAILS THE STEP BUT THE REST OF THE REPORT STILL     *
      *        PRINTS.                                                 *
      *----------------------------------------------------------------*
       4200-WRITE-BASELINE-ROW.
           MOVE WS-MDL-MODEL-ID (WS-CUR-IDX) TO FRDRB-MODEL-ID.
           MOVE WS-FEATURE-NAME (WS-FEAT-IDX) TO FRDRB-FEATURE.
           READ FRDRB-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRDRB-STATUS NOT = '00'
               AND WS-FRDRB-STATUS NOT = '23'
               MOVE 'BASELINE READ FAILED' TO WS-FEATURE-TEXT
               PERFORM 4300-BASELINE-FAILED THRU 4300-EXIT
               GO TO 4200-EXIT
           END-IF.

           MOVE WS-WINDOW-START TO FRDRB-BASE-START.
           MOVE WS-WINDOW-END   TO FRDRB-BASE-END.
           MOVE WS-MDL-CUR-ROWS (WS-CUR-IDX) TO FRDRB-ROW-COUNT.
           PERFORM 4250-MOVE-BASELINE-BIN THRU 4250-EXIT
               VARYING WS-BIN-IDX FROM 1 BY 1
               UNTIL WS-BIN-IDX > 10.

           IF WS-FRDRB-STATUS = '23'
               WRITE FRDRB-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'BASELINE SET' TO WS-FEATURE-TEXT
           ELSE
               REWRITE FRDRB-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'BASELINE REPLACED' TO WS-FEATURE-TEXT
           END-IF.
           IF WS-FRDRB-STATUS NOT = '00'
               MOVE 'BASELINE WRITE FAILED' TO WS-FEATURE-TEXT
               PERFORM 4300-BASELINE-FAILED THRU 4300-EXIT
               GO TO 4200-EXIT
           END-IF.

           PERFORM 7100-WRITE-FEATURE-LINE THRU 7100-EXIT.
           PERFORM 7200-WRITE-BIN-LINES THRU 7200-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4250-MOVE-BASELINE-BIN                                      *
      *----------------------------------------------------------------*
       4250-MOVE-BASELINE-BIN.
           MOVE WS-MDL-CUR-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX) TO
               FRDRB-BIN-COUNT (WS-BIN-IDX).
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-BASELINE-FAILED                                        *
      *----------------------------------------------------------------*
       4300-BASELINE-FAILED.
           DISPLAY 'FRDRIFT: FRDRBASE UPDATE FAILED, STATUS='
                   WS-FRDRB-STATUS
                   ' MODEL=' WS-MDL-MODEL-ID (WS-CUR-IDX)
                   ' FEATURE=' WS-FEATURE-NAME (WS-FEAT-IDX).
           ADD 1 TO WS-BASE-WRITE-FAILS.
           MOVE 8 TO RETURN-CODE.
           PERFORM 7100-WRITE-FEATURE-LINE THRU 7100-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-MEASURE-DRIFT                                          *
      *        MONITOR MODE: MEASURE EVERY MODEL IN THE TABLE -- THOSE *
      *        WITH A BASELINE AND THOSE SEEN IN THE WINDOW WITHOUT    *
      *        ONE.                                                    *
      *----------------------------------------------------------------*
       5000-MEASURE-DRIFT.
           IF WS-ABORT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-MEASURE-MODEL THRU 5100-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-MDL-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-MEASURE-MODEL                                          *
      *----------------------------------------------------------------*
       5100-MEASURE-MODEL.
           PERFORM 7000-WRITE-MODEL-HEADING THRU 7000-EXIT.
           IF WS-MDL-NO-BASE (WS-CUR-IDX)
               ADD 1 TO WS-MODELS-NO-BASE
               MOVE SPACES TO RPT-LINE
               STRING '  ** NO BASELINE ON FRDRBASE - RUN FRDRIFT IN '
                      'BASELINE MODE FOR THIS MODEL **'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 5100-EXIT
           END-IF.
           IF WS-MDL-CUR-ROWS (WS-CUR-IDX) < WS-MIN-ROWS
               ADD 1 TO WS-MODELS-THIN
               MOVE SPACES TO RPT-LINE
               STRING '  ** TOO FEW SCORED ROWS IN WINDOW - NOT '
                      'MEASURED **'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-MODELS-MEASURED.
           PERFORM 5200-MEASURE-FEATURE THRU 5200-EXIT
               VARYING WS-FEAT-IDX FROM 1 BY 1
               UNTIL WS-FEAT-IDX > WS-FEATURE-COUNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5200-MEASURE-FEATURE                                        *
      *        A FEATURE MISSING FROM THE BASELINE (NO FRDRBASE ROW)   *
      *        IS REPORTED BUT NOT MEASURED.                           *
      *----------------------------------------------------------------*
       5200-MEASURE-FEATURE.
           IF WS-MDL-BASE-ROWS (WS-CUR-IDX WS-FEAT-IDX) = ZERO
               MOVE 'NO BASELINE FOR FEATURE' TO WS-FEATURE-TEXT
               PERFORM 7100-WRITE-FEATURE-LINE THRU 7100-EXIT
               GO TO 5200-EXIT
           END-IF.

           MOVE ZERO TO WS-PSI-SUM.
           PERFORM 5250-ADD-BIN-TERM THRU 5250-EXIT
               VARYING WS-BIN-IDX FROM 1 BY 1
               UNTIL WS-BIN-IDX > 10.
           IF WS-PSI-SUM > WS-PSI-CAP
               MOVE WS-PSI-CAP TO WS-PSI-SUM
           END-IF.
           COMPUTE WS-MDL-PSI (WS-CUR-IDX WS-FEAT-IDX) ROUNDED =
               WS-PSI-SUM.

           IF WS-MDL-PSI (WS-CUR-IDX WS-FEAT-IDX) < WS-PSI-THRESHOLD
               MOVE 'STABLE' TO WS-FEATURE-TEXT
           ELSE
               ADD 1 TO WS-SHIFT-COUNT
               IF WS-MDL-ALERT-OPEN (WS-CUR-IDX WS-FEAT-IDX)
                   ADD 1 TO WS-ALERTS-ALREADY-OPEN
                   MOVE '** SHIFT - ALERT ALREADY OPEN'
                       TO WS-FEATURE-TEXT
               ELSE
                   PERFORM 5300-RAISE-DRIFT-ALERT THRU 5300-EXIT
               END-IF
           END-IF.
           PERFORM 7100-WRITE-FEATURE-LINE THRU 7100-EXIT.
           PERFORM 7200-WRITE-BIN-LINES THRU 7200-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5250-ADD-BIN-TERM                                           *
      *        ONE BIN'S SHARE OF THE STABILITY INDEX.  AN EMPTY BIN   *
      *        ON EITHER SIDE IS FLOORED SO THE LOG STAYS DEFINED --   *
      *        A BIN THAT EMPTIES OUT OR APPEARS FROM NOWHERE STILL    *
      *        SCORES HEAVILY, AS IT SHOULD.                           *
      *----------------------------------------------------------------*
       5250-ADD-BIN-TERM.
           COMPUTE WS-BASE-SHARE =
               WS-MDL-BASE-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX)
               / WS-MDL-BASE-ROWS (WS-CUR-IDX WS-FEAT-IDX).
           COMPUTE WS-CUR-SHARE =
               WS-MDL-CUR-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX)
               / WS-MDL-CUR-ROWS (WS-CUR-IDX).
           IF WS-BASE-SHARE < WS-SHARE-FLOOR
               MOVE WS-SHARE-FLOOR TO WS-BASE-SHARE
           END-IF.
           IF WS-CUR-SHARE < WS-SHARE-FLOOR
               MOVE WS-SHARE-FLOOR TO WS-CUR-SHARE
           END-IF.
           COMPUTE WS-PSI-SUM = WS-PSI-SUM
               + (WS-CUR-SHARE - WS-BASE-SHARE)
               * FUNCTION LOG (WS-CUR-SHARE / WS-BASE-SHARE).
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5300-RAISE-DRIFT-ALERT                                      *
      *        LAND A MODEL-DRIFT ALERT ON FRALERT IN RAISED STATUS,   *
      *        SEVERITY 1, FOR FRAUDALM TO WORK -- AND FOR FRAUDMOD'S  *
      *        ROLLOVER SWEEP TO ESCALATE IF NOBODY ACKNOWLEDGES IT.   *
      *----------------------------------------------------------------*
       5300-RAISE-DRIFT-ALERT.
           SET FRALRT-MODEL-DRIFT      TO TRUE.
           SET FRALRT-RAISED           TO TRUE.
           MOVE 1                      TO FRALRT-SEVERITY.
           MOVE WS-WINDOW-START        TO FRALRT-INTERVAL-START.
           MOVE WS-MDL-CUR-ROWS (WS-CUR-IDX) TO FRALRT-TXN-COUNT.
           MOVE ZERO                   TO FRALRT-FALLBACK-COUNT.
           MOVE ZERO                   TO FRALRT-FAILURE-COUNT.
           MOVE SPACES                 TO FRALRT-ACTION-OPERATOR.
           MOVE ZERO                   TO FRALRT-ACTION-TS.
           MOVE SPACES                 TO FRALRT-ACTION-NOTE.
           MOVE WS-MDL-MODEL-ID (WS-CUR-IDX) TO FRALRT-MODEL-ID.
           MOVE WS-FEATURE-NAME (WS-FEAT-IDX) TO FRALRT-DRIFT-FEATURE.
           MOVE WS-MDL-PSI (WS-CUR-IDX WS-FEAT-IDX) TO
               FRALRT-DRIFT-PSI.

           MOVE ZERO TO WS-ALERT-TRIES.
           SET WS-ALERT-PENDING TO TRUE.
           PERFORM 5350-WRITE-ALERT-ROW THRU 5350-EXIT
               UNTIL NOT WS-ALERT-PENDING.

           IF WS-ALERT-WRITTEN
               ADD 1 TO WS-ALERTS-RAISED
               MOVE '** SHIFT - DRIFT ALERT RAISED' TO WS-FEATURE-TEXT
               DISPLAY 'MODEL DRIFT ALERT MODEL=' FRALRT-MODEL-ID
                       ' FEATURE=' FRALRT-DRIFT-FEATURE
           ELSE
               ADD 1 TO WS-ALERT-WRITE-FAILS
               MOVE '** SHIFT - ALERT WRITE FAILED' TO WS-FEATURE-TEXT
               DISPLAY 'FRDRIFT: FRALERT WRITE FAILED, STATUS='
                       WS-FRALRT-STATUS
                       ' MODEL=' FRALRT-MODEL-ID
                       ' FEATURE=' FRALRT-DRIFT-FEATURE
               MOVE 8 TO RETURN-CODE
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5350-WRITE-ALERT-ROW                                        *
      *        A DUPLICATE KEY MEANS ANOTHER ALERT WAS RAISED AT THE   *
      *        SAME TICK -- STEP TO THE NEXT ONE AND TRY AGAIN, UP TO  *
      *        THE TRY LIMIT.                                          *
      *----------------------------------------------------------------*
       5350-WRITE-ALERT-ROW.
           MOVE WS-ALERT-TS TO FRALRT-RAISE-TS.
           ADD 1 TO WS-ALERT-TS.
           ADD 1 TO WS-ALERT-TRIES.
           WRITE FRALRT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRALRT-STATUS = '00'
               SET WS-ALERT-WRITTEN TO TRUE
               GO TO 5350-EXIT
           END-IF.
           IF WS-FRALRT-STATUS NOT = '22'
               OR WS-ALERT-TRIES NOT < WS-ALERT-TRY-LIMIT
               SET WS-ALERT-FAILED TO TRUE
           END-IF.
       5350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-WRITE-MODEL-HEADING                                    *
      *----------------------------------------------------------------*
       7000-WRITE-MODEL-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MDL-CUR-ROWS (WS-CUR-IDX) TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MODEL='                      DELIMITED BY SIZE
                  WS-MDL-MODEL-ID (WS-CUR-IDX)  DELIMITED BY SIZE
                  '  SCORED ROWS IN WINDOW '    DELIMITED BY SIZE
                  WS-EDIT-COUNT                 DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MDL-HAS-BASE (WS-CUR-IDX)
               MOVE WS-MDL-BASE-START (WS-CUR-IDX) TO WS-EDIT-TIMESTAMP
               MOVE WS-MDL-BASE-END (WS-CUR-IDX) TO WS-EDIT-TIMESTAMP-2
               MOVE WS-MDL-BASE-ROWS (WS-CUR-IDX 1) TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  BASELINE '          DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP      DELIMITED BY SIZE
                      ' TO '                 DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP-2    DELIMITED BY SIZE
                      '  SCORED ROWS '       DELIMITED BY SIZE
                      WS-EDIT-COUNT          DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7100-WRITE-FEATURE-LINE                                     *
      *----------------------------------------------------------------*
       7100-WRITE-FEATURE-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-MONITOR-MODE
               MOVE WS-MDL-PSI (WS-CUR-IDX WS-FEAT-IDX) TO WS-EDIT-PSI
               STRING '  FEATURE='                    DELIMITED BY SIZE
                      WS-FEATURE-NAME (WS-FEAT-IDX)   DELIMITED BY SIZE
                      ' PSI='                         DELIMITED BY SIZE
                      WS-EDIT-PSI                     DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WS-FEATURE-TEXT                 DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING '  FEATURE='                    DELIMITED BY SIZE
                      WS-FEATURE-NAME (WS-FEAT-IDX)   DELIMITED BY SIZE
                      '  '                            DELIMITED BY SIZE
                      WS-FEATURE-TEXT                 DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7200-WRITE-BIN-LINES                                        *
      *        THE BASELINE'S BIN PERCENTAGES (MONITOR MODE ONLY),     *
      *        THEN THE WINDOW'S.                                      *
      *----------------------------------------------------------------*
       7200-WRITE-BIN-LINES.
           IF WS-MONITOR-MODE
               MOVE SPACES TO WS-BIN-LINE
               MOVE '    BASELINE %' TO WS-BIN-LINE-LABEL
               PERFORM 7250-FILL-BASELINE-PCT THRU 7250-EXIT
                   VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > 10
               MOVE WS-BIN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO WS-BIN-LINE.
           MOVE '    WINDOW   %' TO WS-BIN-LINE-LABEL.
           PERFORM 7260-FILL-WINDOW-PCT THRU 7260-EXIT
               VARYING WS-BIN-IDX FROM 1 BY 1
               UNTIL WS-BIN-IDX > 10.
           MOVE WS-BIN-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7250-FILL-BASELINE-PCT                                      *
      *----------------------------------------------------------------*
       7250-FILL-BASELINE-PCT.
           COMPUTE WS-BIN-LINE-PCT (WS-BIN-IDX) ROUNDED =
               WS-MDL-BASE-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX)
               * 100 / WS-MDL-BASE-ROWS (WS-CUR-IDX WS-FEAT-IDX).
       7250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7260-FILL-WINDOW-PCT                                        *
      *----------------------------------------------------------------*
       7260-FILL-WINDOW-PCT.
           COMPUTE WS-BIN-LINE-PCT (WS-BIN-IDX) ROUNDED =
               WS-MDL-CUR-BIN (WS-CUR-IDX WS-FEAT-IDX WS-BIN-IDX)
               * 100 / WS-MDL-CUR-ROWS (WS-CUR-IDX).
       7260-EXIT.
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
               STRING 'RUN STOPPED - DRIFT PROFILE NOT COMPLETED'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 8000-EXIT
           END-IF.

           MOVE WS-ROWS-IN-WINDOW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FRHIST ROWS IN WINDOW   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-NOT-SCORED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  NOT MODEL-SCORED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-PROFILED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  PROFILED              : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MDL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MODELS                  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MODELS-THIN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  TOO FEW SCORED ROWS   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-BASELINE-MODE
               MOVE WS-BASELINES-SET TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  BASELINES SET         : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-BASE-WRITE-FAILS TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'FRDRBASE UPDATE FAILURES: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 8100-WRITE-MONITOR-TOTALS THRU 8100-EXIT
           END-IF.

           IF WS-MDL-OVERFLOW > ZERO
               MOVE WS-MDL-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'MODEL TABLE OVERFLOW - ROWS SKIPPED: '
                                            DELIMITED BY SIZE
                      WS-EDIT-COUNT         DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-WRITE-MONITOR-TOTALS                                   *
      *----------------------------------------------------------------*
       8100-WRITE-MONITOR-TOTALS.
           MOVE WS-MODELS-NO-BASE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  NO BASELINE           : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MODELS-MEASURED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  MEASURED              : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SHIFT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FEATURES OVER THRESHOLD : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ALERTS-RAISED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  DRIFT ALERTS RAISED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ALERTS-ALREADY-OPEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  ALERT ALREADY OPEN    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ALERT-WRITE-FAILS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  ALERT WRITE FAILURES  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BASE-ROWS-UNKNOWN > ZERO
               MOVE WS-BASE-ROWS-UNKNOWN TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'FRDRBASE ROWS NOT USED  : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                      '  (UNKNOWN FEATURE NAME)'   DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRHIST-OPENED
               CLOSE FRHIST-FILE
           END-IF.
           IF WS-FRDRB-OPENED
               CLOSE FRDRB-FILE
           END-IF.
           IF WS-FRALRT-OPENED
               CLOSE FRALRT-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
