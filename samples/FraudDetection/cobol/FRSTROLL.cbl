       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRSTROLL.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRSTROLL   -  NIGHTLY FRSTATS ROLLUP, PURGE AND CAPACITY      *
      *                TREND                                           *
      *                                                                *
      *  FRAUDMOD ADDS AN FRSTATS ROW EVERY 15 MINUTES AND FRAUDSTQ    *
      *  ONLY EVER LOOKS AT THE LATEST TWO, SO THIS RUN KEEPS THE      *
      *  LONGER VIEW.  THE STRLCTL CARD GIVES:                         *
      *    COLS  1-15  ROLL-THROUGH ABSTIME (A DAY BOUNDARY, END       *
      *                EXCLUSIVE -- NORMALLY THE START OF TODAY)       *
      *    COLS 16-18  DAYS OF FRSTATS DETAIL TO KEEP BEFORE IT        *
      *                (AT LEAST 1, SO FRAUDSTQ AND AN FRDAYBAL RERUN  *
      *                FOR YESTERDAY STILL SEE THEIR ROWS)             *
      *    COLS 19-33  TREND REPORT START ABSTIME (A DAY BOUNDARY,     *
      *                NORMALLY THE FIRST OF THE MONTH)                *
      *  THE RUN THEN:                                                 *
      *    ROLLUP - EVERY COMPLETE DAY BEFORE ROLL-THROUGH THAT HAS    *
      *             NO DAILY FRSTSUM ROW YET (FRSUMREC) IS ROLLED      *
      *             INTO ONE HOURLY ROW PER HOUR WITH TRAFFIC AND ONE  *
      *             DAILY ROW: EVERY FRSTATS COUNTER, THE PEAK         *
      *             15-MINUTE INTERVAL (AND, ON THE DAILY ROW, THE     *
      *             PEAK HOUR) AND THE INTERVALS THAT RAISED AN        *
      *             ALERT.  THE DAILY ROW IS WRITTEN LAST, SO IT IS    *
      *             THE MARK THAT THE DAY IS SAFELY ROLLED; A DAY      *
      *             ALREADY MARKED IS NEVER ROLLED AGAIN, AND HOURLY   *
      *             ROWS LEFT BY A RUN THAT STOPPED PART WAY THROUGH   *
      *             A DAY ARE REPLACED.                                *
      *    PURGE  - FRSTATS ROWS OLDER THAN THE RETENTION CUT-OFF      *
      *             (ROLL-THROUGH LESS THE DAYS TO KEEP) ARE DELETED,  *
      *             BUT ONLY WHEN THEIR DAY'S DAILY ROW IS ON FILE,    *
      *             AND ONLY IF THE ROLLUP FINISHED CLEANLY.           *
      *    TREND  - ONE LINE PER DAY FROM THE TREND START TO ROLL-     *
      *             THROUGH, OFF THE DAILY ROWS: VOLUME, PEAK 15-      *
      *             MINUTE AND PEAK-HOUR THROUGHPUT, FALLBACK RATE,    *
      *             WRITE-FAILURE RATE AND ALERTS, THEN THE PERIOD'S   *
      *             TOTALS -- FOR CAPACITY PLANNING WITH THE CICS AND  *
      *             ALNSCORE OWNERS.  A DAY WITH NO TRAFFIC HAS NO     *
      *             ROW AND NO LINE.                                   *
      *  VOLUME IS THE SIX OUTCOME COUNTERS (SCORED, FALLBACK, EDIT    *
      *  REJECT, HOT CARD, MERCHANT BLOCK, DUPLICATE) -- FRAUDMOD      *
      *  BUMPS EXACTLY ONE OF THEM PER TRANSACTION.  THE FAILURE RATE  *
      *  IS THE THREE WRITE-FAILURE COUNTERS OVER THAT VOLUME.  ANY    *
      *  FILE ERROR STOPS THE RUN UNDER RC 8 WITH NOTHING PURGED.      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRSTATS-FILE ASSIGN TO FRSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRSTATS-KEY
               FILE STATUS IS WS-FRSTATS-STATUS.

           SELECT FRSUM-FILE ASSIGN TO FRSTSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRSUM-KEY
               FILE STATUS IS WS-FRSUM-STATUS.

           SELECT CTL-FILE ASSIGN TO STRLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO STRLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRSTATS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY FRSTATS.

       FD  FRSUM-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY FRSUMREC.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-ROLL-THROUGH      PIC 9(15).
           02 CTL-RETAIN-DAYS       PIC 9(03).
           02 CTL-TREND-START       PIC 9(15).
           02 FILLER                PIC X(47).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRSTATS-STATUS        PIC X(02).
       01 WS-FRSUM-STATUS          PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-FRSTATS-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-FRSTATS-OPENED         VALUE 'Y'.
       01 WS-FRSUM-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRSUM-OPENED           VALUE 'Y'.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-DAY-SW                PIC X(01) VALUE 'X'.
           88 WS-DAY-NONE               VALUE 'X'.
           88 WS-DAY-ROLLING            VALUE 'R'.
           88 WS-DAY-SKIPPING           VALUE 'S'.
       01 WS-PURGE-DAY-SW          PIC X(01).
           88 WS-PURGE-DAY-ROLLED       VALUE 'Y'.
           88 WS-PURGE-DAY-NOT-ROLLED   VALUE 'N'.
       01 WS-TREND-SW              PIC X(01).
           88 WS-TREND-ACTIVE           VALUE 'A'.
           88 WS-TREND-DONE             VALUE 'D'.

      *----------------------------------------------------------------*
      *    RUN WINDOW FROM THE STRLCTL CARD, SAVED TO WORKING STORAGE  *
      *    BEFORE THE CARD FILE IS CLOSED.  ABSTIME UNITS: 90000 IS    *
      *    THE 15-MINUTE FRSTATS INTERVAL, 360000 IS 1 HOUR, 8640000   *
      *    IS 24 HOURS.                                                *
      *----------------------------------------------------------------*
       01 WS-ROLL-THROUGH          PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-RETAIN-DAYS           PIC 9(3) COMP VALUE ZERO.
       01 WS-TREND-START           PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-PURGE-CUTOFF          PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-HOUR-LEN              PIC S9(15) COMP-3 VALUE 360000.
       01 WS-DAY-LEN               PIC S9(15) COMP-3 VALUE 8640000.
       01 WS-PERIOD-QUOT           PIC S9(15) COMP-3.
       01 WS-PERIOD-REM            PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *    THE FRSTATS ROW IN HAND, PLACED IN ITS HOUR AND DAY         *
      *----------------------------------------------------------------*
       01 WS-ROW-HOUR-START        PIC S9(15) COMP-3.
       01 WS-ROW-DAY-START         PIC S9(15) COMP-3.
       01 WS-ROW-VOLUME            PIC 9(9) COMP.
       01 WS-CUR-DAY-START         PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-PURGE-DAY-START       PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *    ROLLUP ACCUMULATORS -- ENTRY 1 IS THE HOUR IN PROGRESS,     *
      *    ENTRY 2 THE DAY.  EACH FRSTATS ROW IS ADDED TO BOTH; EACH   *
      *    IS WRITTEN TO FRSTSUM BY 2700 WHEN ITS PERIOD CLOSES.       *
      *----------------------------------------------------------------*
       01 WS-ACC-HOUR              PIC 9(1) COMP VALUE 1.
       01 WS-ACC-DAY               PIC 9(1) COMP VALUE 2.
       01 WS-ACC-IDX               PIC 9(1) COMP.
       01 WS-ACC-TYPE              PIC X(01).
       01 WS-ACC-TABLE.
           05 WS-ACC OCCURS 2 TIMES.
               10 WS-ACC-START          PIC S9(15) COMP-3.
               10 WS-ACC-INTERVALS      PIC 9(4) COMP.
               10 WS-ACC-SCORED         PIC 9(9) COMP.
               10 WS-ACC-FALLBACK       PIC 9(9) COMP.
               10 WS-ACC-EDIT-REJ       PIC 9(9) COMP.
               10 WS-ACC-HOTCARD        PIC 9(9) COMP.
               10 WS-ACC-MERCHANT       PIC 9(9) COMP.
               10 WS-ACC-DUPLICATE      PIC 9(9) COMP.
               10 WS-ACC-FRHIST-FAIL    PIC 9(9) COMP.
               10 WS-ACC-CUSTVEL-FAIL   PIC 9(9) COMP.
               10 WS-ACC-QUEUE-FAIL     PIC 9(9) COMP.
               10 WS-ACC-PEAK-START     PIC S9(15) COMP-3.
               10 WS-ACC-PEAK-VOLUME    PIC 9(9) COMP.
               10 WS-ACC-PEAK-HR-START  PIC S9(15) COMP-3.
               10 WS-ACC-PEAK-HR-VOLUME PIC 9(9) COMP.
               10 WS-ACC-ALERTS         PIC 9(9) COMP.
       01 WS-HOUR-VOLUME           PIC 9(9) COMP.

      *----------------------------------------------------------------*
      *    TREND REPORT -- ONE DAILY ROW AT A TIME, AND THE PERIOD     *
      *    TOTALS                                                      *
      *----------------------------------------------------------------*
       01 WS-DAY-VOLUME            PIC 9(9) COMP.
       01 WS-DAY-FAILURES          PIC 9(9) COMP.
       01 WS-RATE                  PIC 9(5)V9(2) COMP-3.
       01 WS-TRD-TOTALS.
           05 WS-TRD-DAYS               PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-VOLUME             PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-FALLBACK           PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-FAILURES           PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-ALERTS             PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-BUSY-DAY-START     PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TRD-BUSY-DAY-VOLUME    PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-PEAK-START         PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TRD-PEAK-VOLUME        PIC 9(9) COMP VALUE ZERO.
           05 WS-TRD-PEAK-HR-START      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-TRD-PEAK-HR-VOLUME     PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-TOTALS.
           05 WS-DETAIL-ROLLED          PIC 9(9) COMP VALUE ZERO.
           05 WS-DETAIL-ALREADY         PIC 9(9) COMP VALUE ZERO.
           05 WS-HOURS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
           05 WS-HOURS-REPLACED         PIC 9(9) COMP VALUE ZERO.
           05 WS-DAYS-ROLLED            PIC 9(9) COMP VALUE ZERO.
           05 WS-DAYS-ALREADY           PIC 9(9) COMP VALUE ZERO.
           05 WS-DETAIL-PURGED          PIC 9(9) COMP VALUE ZERO.
           05 WS-DETAIL-NOT-ROLLED      PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-3          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-ALERTS           PIC ZZZ,ZZ9.
       01 WS-EDIT-RATE             PIC ZZZZ9.99.
       01 WS-EDIT-RATE-2           PIC ZZZZ9.99.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ROLL-INTERVALS THRU 2000-EXIT.
           PERFORM 3000-PURGE-DETAIL THRU 3000-EXIT.
           PERFORM 4000-TREND-REPORT THRU 4000-EXIT.
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

           OPEN I-O FRSTATS-FILE.
           IF WS-FRSTATS-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: OPEN FRSTATS FAILED, STATUS='
                       WS-FRSTATS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRSTATS-OPEN-SW.

           OPEN I-O FRSUM-FILE.
           IF WS-FRSUM-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: OPEN FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRSUM-OPEN-SW.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: OPEN STRLRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING 'FRSTATS ROLLUP, PURGE AND CAPACITY TREND'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *        BOTH ABSTIMES MUST FALL ON A DAY BOUNDARY SO THE ROLLUP *
      *        ONLY EVER SEES WHOLE DAYS, AND THE PURGE CUT-OFF IS     *
      *        ALWAYS A DAY BOUNDARY TOO -- A DAY IS EITHER ALL THERE  *
      *        OR ALL PURGED.                                          *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: OPEN STRLCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRSTROLL: STRLCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF CTL-ROLL-THROUGH NOT NUMERIC
                   OR CTL-RETAIN-DAYS NOT NUMERIC
                   OR CTL-TREND-START NOT NUMERIC
                   OR CTL-ROLL-THROUGH = ZERO
                   OR CTL-RETAIN-DAYS = ZERO
                   OR CTL-TREND-START NOT < CTL-ROLL-THROUGH
                   DISPLAY 'FRSTROLL: INVALID STRLCTL CARD'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-ROLL-THROUGH TO WS-ROLL-THROUGH
                   MOVE CTL-RETAIN-DAYS  TO WS-RETAIN-DAYS
                   MOVE CTL-TREND-START  TO WS-TREND-START
               END-IF
           END-IF.
           CLOSE CTL-FILE.
           IF WS-ABORT
               GO TO 1100-EXIT
           END-IF.

           DIVIDE WS-ROLL-THROUGH BY WS-DAY-LEN
               GIVING WS-PERIOD-QUOT
               REMAINDER WS-PERIOD-REM.
           IF WS-PERIOD-REM NOT = ZERO
               DISPLAY 'FRSTROLL: ROLL-THROUGH IS NOT A DAY BOUNDARY'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           DIVIDE WS-TREND-START BY WS-DAY-LEN
               GIVING WS-PERIOD-QUOT
               REMAINDER WS-PERIOD-REM.
           IF WS-PERIOD-REM NOT = ZERO
               DISPLAY 'FRSTROLL: TREND START IS NOT A DAY BOUNDARY'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.

           COMPUTE WS-PURGE-CUTOFF =
               WS-ROLL-THROUGH - (WS-RETAIN-DAYS * WS-DAY-LEN).
           IF WS-PURGE-CUTOFF < ZERO
               MOVE ZERO TO WS-PURGE-CUTOFF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-ROLL-INTERVALS                                         *
      *        ONE PASS OVER FRSTATS IN INTERVAL ORDER UP TO ROLL-     *
      *        THROUGH, BREAKING ON HOUR AND DAY.  THE LAST DAY IS     *
      *        CLOSED AFTER THE PASS.                                  *
      *----------------------------------------------------------------*
       2000-ROLL-INTERVALS.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO FRSTATS-INTERVAL-START.
           START FRSTATS-FILE KEY IS NOT LESS THAN FRSTATS-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRSTATS-STATUS = '23'
               GO TO 2000-EXIT
           END-IF.
           IF WS-FRSTATS-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: START FRSTATS FAILED, STATUS='
                       WS-FRSTATS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           SET WS-DAY-NONE TO TRUE.
           PERFORM 2100-ROLL-ONE-INTERVAL THRU 2100-EXIT
               UNTIL WS-EOF OR WS-ABORT.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           IF WS-DAY-ROLLING
               PERFORM 2600-CLOSE-DAY THRU 2600-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-ROLL-ONE-INTERVAL                                      *
      *----------------------------------------------------------------*
       2100-ROLL-ONE-INTERVAL.
           READ FRSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FRSTATS-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: READ FRSTATS FAILED, STATUS='
                       WS-FRSTATS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           IF FRSTATS-INTERVAL-START NOT < WS-ROLL-THROUGH
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2100-EXIT
           END-IF.

           DIVIDE FRSTATS-INTERVAL-START BY WS-HOUR-LEN
               GIVING WS-PERIOD-QUOT
               REMAINDER WS-PERIOD-REM.
           COMPUTE WS-ROW-HOUR-START =
               FRSTATS-INTERVAL-START - WS-PERIOD-REM.
           DIVIDE FRSTATS-INTERVAL-START BY WS-DAY-LEN
               GIVING WS-PERIOD-QUOT
               REMAINDER WS-PERIOD-REM.
           COMPUTE WS-ROW-DAY-START =
               FRSTATS-INTERVAL-START - WS-PERIOD-REM.

           IF WS-DAY-NONE
               OR WS-ROW-DAY-START NOT = WS-CUR-DAY-START
               IF WS-DAY-ROLLING
                   PERFORM 2600-CLOSE-DAY THRU 2600-EXIT
               END-IF
               IF WS-ABORT
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2200-OPEN-DAY THRU 2200-EXIT
               IF WS-ABORT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF WS-DAY-SKIPPING
               ADD 1 TO WS-DETAIL-ALREADY
               GO TO 2100-EXIT
           END-IF.

           IF WS-ROW-HOUR-START NOT = WS-ACC-START (WS-ACC-HOUR)
               PERFORM 2500-CLOSE-HOUR THRU 2500-EXIT
               IF WS-ABORT
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-ACC-HOUR TO WS-ACC-IDX
               PERFORM 2400-CLEAR-ACCUMULATOR THRU 2400-EXIT
               MOVE WS-ROW-HOUR-START TO WS-ACC-START (WS-ACC-HOUR)
           END-IF.

           COMPUTE WS-ROW-VOLUME = FRSTATS-SCORED-COUNT
                                 + FRSTATS-FALLBACK-COUNT
                                 + FRSTATS-EDIT-REJ-COUNT
                                 + FRSTATS-HOTCARD-COUNT
                                 + FRSTATS-MERCHANT-COUNT
                                 + FRSTATS-DUPLICATE-COUNT.
           PERFORM 2300-ADD-INTERVAL THRU 2300-EXIT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-DAY.
           ADD 1 TO WS-DETAIL-ROLLED.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-OPEN-DAY                                               *
      *        A DAY WITH A DAILY ROW ALREADY ON FRSTSUM WAS ROLLED BY *
      *        AN EARLIER RUN AND IS SKIPPED WHOLE.                    *
      *----------------------------------------------------------------*
       2200-OPEN-DAY.
           MOVE WS-ROW-DAY-START TO WS-CUR-DAY-START.
           SET FRSUM-DAILY TO TRUE.
           MOVE WS-ROW-DAY-START TO FRSUM-PERIOD-START.
           READ FRSUM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRSUM-STATUS = '00'
               SET WS-DAY-SKIPPING TO TRUE
               ADD 1 TO WS-DAYS-ALREADY
               GO TO 2200-EXIT
           END-IF.
           IF WS-FRSUM-STATUS NOT = '23'
               DISPLAY 'FRSTROLL: READ FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF.

           SET WS-DAY-ROLLING TO TRUE.
           MOVE WS-ACC-DAY TO WS-ACC-IDX.
           PERFORM 2400-CLEAR-ACCUMULATOR THRU 2400-EXIT.
           MOVE WS-ROW-DAY-START TO WS-ACC-START (WS-ACC-DAY).
           MOVE WS-ACC-HOUR TO WS-ACC-IDX.
           PERFORM 2400-CLEAR-ACCUMULATOR THRU 2400-EXIT.
           MOVE WS-ROW-HOUR-START TO WS-ACC-START (WS-ACC-HOUR).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-ADD-INTERVAL                                           *
      *        FOLD THE FRSTATS ROW INTO ACCUMULATOR WS-ACC-IDX.  ON   *
      *        A TIE THE EARLIER INTERVAL STAYS THE PEAK.              *
      *----------------------------------------------------------------*
       2300-ADD-INTERVAL.
           ADD 1 TO WS-ACC-INTERVALS (WS-ACC-IDX).
           ADD FRSTATS-SCORED-COUNT TO WS-ACC-SCORED (WS-ACC-IDX).
           ADD FRSTATS-FALLBACK-COUNT TO WS-ACC-FALLBACK (WS-ACC-IDX).
           ADD FRSTATS-EDIT-REJ-COUNT TO WS-ACC-EDIT-REJ (WS-ACC-IDX).
           ADD FRSTATS-HOTCARD-COUNT TO WS-ACC-HOTCARD (WS-ACC-IDX).
           ADD FRSTATS-MERCHANT-COUNT TO WS-ACC-MERCHANT (WS-ACC-IDX).
           ADD FRSTATS-DUPLICATE-COUNT TO
               WS-ACC-DUPLICATE (WS-ACC-IDX).
           ADD FRSTATS-FRHIST-FAIL-COUNT TO
               WS-ACC-FRHIST-FAIL (WS-ACC-IDX).
           ADD FRSTATS-CUSTVEL-FAIL-COUNT TO
               WS-ACC-CUSTVEL-FAIL (WS-ACC-IDX).
           ADD FRSTATS-QUEUE-FAIL-COUNT TO
               WS-ACC-QUEUE-FAIL (WS-ACC-IDX).
           IF FRSTATS-ALERT-SENT
               ADD 1 TO WS-ACC-ALERTS (WS-ACC-IDX)
           END-IF.
           IF WS-ACC-INTERVALS (WS-ACC-IDX) = 1
               OR WS-ROW-VOLUME > WS-ACC-PEAK-VOLUME (WS-ACC-IDX)
               MOVE FRSTATS-INTERVAL-START TO
                   WS-ACC-PEAK-START (WS-ACC-IDX)
               MOVE WS-ROW-VOLUME TO WS-ACC-PEAK-VOLUME (WS-ACC-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-CLEAR-ACCUMULATOR                                      *
      *----------------------------------------------------------------*
       2400-CLEAR-ACCUMULATOR.
           MOVE ZERO TO WS-ACC-START (WS-ACC-IDX)
                        WS-ACC-INTERVALS (WS-ACC-IDX)
                        WS-ACC-SCORED (WS-ACC-IDX)
                        WS-ACC-FALLBACK (WS-ACC-IDX)
                        WS-ACC-EDIT-REJ (WS-ACC-IDX)
                        WS-ACC-HOTCARD (WS-ACC-IDX)
                        WS-ACC-MERCHANT (WS-ACC-IDX)
                        WS-ACC-DUPLICATE (WS-ACC-IDX)
                        WS-ACC-FRHIST-FAIL (WS-ACC-IDX)
                        WS-ACC-CUSTVEL-FAIL (WS-ACC-IDX)
                        WS-ACC-QUEUE-FAIL (WS-ACC-IDX)
                        WS-ACC-PEAK-START (WS-ACC-IDX)
                        WS-ACC-PEAK-VOLUME (WS-ACC-IDX)
                        WS-ACC-PEAK-HR-START (WS-ACC-IDX)
                        WS-ACC-PEAK-HR-VOLUME (WS-ACC-IDX)
                        WS-ACC-ALERTS (WS-ACC-IDX).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-CLOSE-HOUR                                             *
      *        WRITE THE HOURLY ROW AND OFFER THE HOUR TO THE DAY AS   *
      *        ITS PEAK HOUR (THE EARLIER HOUR WINS A TIE).            *
      *----------------------------------------------------------------*
       2500-CLOSE-HOUR.
           COMPUTE WS-HOUR-VOLUME = WS-ACC-SCORED (WS-ACC-HOUR)
                                  + WS-ACC-FALLBACK (WS-ACC-HOUR)
                                  + WS-ACC-EDIT-REJ (WS-ACC-HOUR)
                                  + WS-ACC-HOTCARD (WS-ACC-HOUR)
                                  + WS-ACC-MERCHANT (WS-ACC-HOUR)
                                  + WS-ACC-DUPLICATE (WS-ACC-HOUR).
           MOVE WS-ACC-START (WS-ACC-HOUR) TO
               WS-ACC-PEAK-HR-START (WS-ACC-HOUR).
           MOVE WS-HOUR-VOLUME TO WS-ACC-PEAK-HR-VOLUME (WS-ACC-HOUR).
           IF WS-ACC-PEAK-HR-START (WS-ACC-DAY) = ZERO
               OR WS-HOUR-VOLUME > WS-ACC-PEAK-HR-VOLUME (WS-ACC-DAY)
               MOVE WS-ACC-START (WS-ACC-HOUR) TO
                   WS-ACC-PEAK-HR-START (WS-ACC-DAY)
               MOVE WS-HOUR-VOLUME TO
                   WS-ACC-PEAK-HR-VOLUME (WS-ACC-DAY)
           END-IF.

           MOVE WS-ACC-HOUR TO WS-ACC-IDX.
           MOVE 'H' TO WS-ACC-TYPE.
           PERFORM 2700-WRITE-SUMMARY THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-CLOSE-DAY                                              *
      *        THE LAST HOUR FIRST, THEN THE DAILY ROW -- THE DAILY    *
      *        ROW IS THE MARK THAT THE WHOLE DAY IS ON FRSTSUM.       *
      *----------------------------------------------------------------*
       2600-CLOSE-DAY.
           PERFORM 2500-CLOSE-HOUR THRU 2500-EXIT.
           IF WS-ABORT
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-ACC-DAY TO WS-ACC-IDX.
           MOVE 'D' TO WS-ACC-TYPE.
           PERFORM 2700-WRITE-SUMMARY THRU 2700-EXIT.
           IF WS-ABORT
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-DAYS-ROLLED.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2700-WRITE-SUMMARY                                          *
      *        WRITE ACCUMULATOR WS-ACC-IDX AS A WS-ACC-TYPE ROW.  A   *
      *        ROW ALREADY ON FILE CAN ONLY BE AN HOUR FROM A RUN THAT *
      *        STOPPED BEFORE ITS DAY CLOSED, AND IS REPLACED.         *
      *----------------------------------------------------------------*
       2700-WRITE-SUMMARY.
           MOVE WS-ACC-TYPE TO FRSUM-PERIOD-TYPE.
           MOVE WS-ACC-START (WS-ACC-IDX)      TO FRSUM-PERIOD-START.
           MOVE WS-ACC-INTERVALS (WS-ACC-IDX)  TO FRSUM-INTERVAL-COUNT.
           MOVE WS-ACC-SCORED (WS-ACC-IDX)     TO FRSUM-SCORED-COUNT.
           MOVE WS-ACC-FALLBACK (WS-ACC-IDX)   TO FRSUM-FALLBACK-COUNT.
           MOVE WS-ACC-EDIT-REJ (WS-ACC-IDX)   TO FRSUM-EDIT-REJ-COUNT.
           MOVE WS-ACC-HOTCARD (WS-ACC-IDX)    TO FRSUM-HOTCARD-COUNT.
           MOVE WS-ACC-MERCHANT (WS-ACC-IDX)   TO FRSUM-MERCHANT-COUNT.
           MOVE WS-ACC-DUPLICATE (WS-ACC-IDX)  TO
               FRSUM-DUPLICATE-COUNT.
           MOVE WS-ACC-FRHIST-FAIL (WS-ACC-IDX) TO
               FRSUM-FRHIST-FAIL-COUNT.
           MOVE WS-ACC-CUSTVEL-FAIL (WS-ACC-IDX) TO
               FRSUM-CUSTVEL-FAIL-COUNT.
           MOVE WS-ACC-QUEUE-FAIL (WS-ACC-IDX) TO
               FRSUM-QUEUE-FAIL-COUNT.
           MOVE WS-ACC-PEAK-START (WS-ACC-IDX) TO
               FRSUM-PEAK-INTERVAL-START.
           MOVE WS-ACC-PEAK-VOLUME (WS-ACC-IDX) TO FRSUM-PEAK-VOLUME.
           MOVE WS-ACC-PEAK-HR-START (WS-ACC-IDX) TO
               FRSUM-PEAK-HOUR-START.
           MOVE WS-ACC-PEAK-HR-VOLUME (WS-ACC-IDX) TO
               FRSUM-PEAK-HOUR-VOLUME.
           MOVE WS-ACC-ALERTS (WS-ACC-IDX)     TO FRSUM-ALERT-COUNT.
           MOVE WS-ROLL-THROUGH                TO FRSUM-ROLL-THROUGH.

           WRITE FRSUM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRSUM-STATUS = '00'
               IF FRSUM-HOURLY
                   ADD 1 TO WS-HOURS-WRITTEN
               END-IF
               GO TO 2700-EXIT
           END-IF.
           IF WS-FRSUM-STATUS NOT = '22'
               DISPLAY 'FRSTROLL: WRITE FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2700-EXIT
           END-IF.

           REWRITE FRSUM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FRSUM-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: REWRITE FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2700-EXIT
           END-IF.
           IF FRSUM-HOURLY
               ADD 1 TO WS-HOURS-REPLACED
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PURGE-DETAIL                                           *
      *        ONLY AFTER A CLEAN ROLLUP.  EACH ROW'S DAY IS CHECKED   *
      *        FOR ITS DAILY FRSTSUM ROW BEFORE ANYTHING IN THAT DAY   *
      *        IS DELETED, SO DETAIL THAT NEVER ROLLED UP IS KEPT.     *
      *----------------------------------------------------------------*
       3000-PURGE-DETAIL.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           IF WS-PURGE-CUTOFF NOT > ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO FRSTATS-INTERVAL-START.
           START FRSTATS-FILE KEY IS NOT LESS THAN FRSTATS-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRSTATS-STATUS = '23'
               GO TO 3000-EXIT
           END-IF.
           IF WS-FRSTATS-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: START FRSTATS FAILED, STATUS='
                       WS-FRSTATS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE -1 TO WS-PURGE-DAY-START.
           PERFORM 3100-PURGE-ONE-INTERVAL THRU 3100-EXIT
               UNTIL WS-EOF OR WS-ABORT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-PURGE-ONE-INTERVAL                                     *
      *----------------------------------------------------------------*
       3100-PURGE-ONE-INTERVAL.
           READ FRSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF WS-FRSTATS-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: READ FRSTATS FAILED, STATUS='
                       WS-FRSTATS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           IF FRSTATS-INTERVAL-START NOT < WS-PURGE-CUTOFF
               MOVE 'Y' TO WS-EOF-SW
               GO TO 3100-EXIT
           END-IF.

           DIVIDE FRSTATS-INTERVAL-START BY WS-DAY-LEN
               GIVING WS-PERIOD-QUOT
               REMAINDER WS-PERIOD-REM.
           COMPUTE WS-ROW-DAY-START =
               FRSTATS-INTERVAL-START - WS-PERIOD-REM.
           IF WS-ROW-DAY-START NOT = WS-PURGE-DAY-START
               PERFORM 3200-CHECK-DAY-ROLLED THRU 3200-EXIT
               IF WS-ABORT
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           IF WS-PURGE-DAY-NOT-ROLLED
               ADD 1 TO WS-DETAIL-NOT-ROLLED
               GO TO 3100-EXIT
           END-IF.

           DELETE FRSTATS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-FRSTATS-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: DELETE FRSTATS FAILED, STATUS='
                       WS-FRSTATS-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-PURGED.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-CHECK-DAY-ROLLED                                       *
      *----------------------------------------------------------------*
       3200-CHECK-DAY-ROLLED.
           MOVE WS-ROW-DAY-START TO WS-PURGE-DAY-START.
           SET FRSUM-DAILY TO TRUE.
           MOVE WS-ROW-DAY-START TO FRSUM-PERIOD-START.
           READ FRSUM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRSUM-STATUS = '00'
               SET WS-PURGE-DAY-ROLLED TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF WS-FRSUM-STATUS NOT = '23'
               DISPLAY 'FRSTROLL: READ FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.
           SET WS-PURGE-DAY-NOT-ROLLED TO TRUE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-TREND-REPORT                                           *
      *        BROWSE THE DAILY FRSTSUM ROWS FROM THE TREND START UP   *
      *        TO ROLL-THROUGH.                                        *
      *----------------------------------------------------------------*
       4000-TREND-REPORT.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TREND-START TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'CAPACITY TREND BY DAY FROM ' DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           SET FRSUM-DAILY TO TRUE.
           MOVE WS-TREND-START TO FRSUM-PERIOD-START.
           START FRSUM-FILE KEY IS NOT LESS THAN FRSUM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRSUM-STATUS = '23'
               GO TO 4000-EXIT
           END-IF.
           IF WS-FRSUM-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: START FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           SET WS-TREND-ACTIVE TO TRUE.
           PERFORM 4100-TREND-ONE-DAY THRU 4100-EXIT
               UNTIL WS-TREND-DONE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-TREND-ONE-DAY                                          *
      *        RATES ARE PERCENT OF THE DAY'S VOLUME.                  *
      *----------------------------------------------------------------*
       4100-TREND-ONE-DAY.
           READ FRSUM-FILE NEXT RECORD
               AT END
                   SET WS-TREND-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF WS-FRSUM-STATUS NOT = '00'
               DISPLAY 'FRSTROLL: READ FRSTSUM FAILED, STATUS='
                       WS-FRSUM-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-TREND-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT FRSUM-DAILY
               OR FRSUM-PERIOD-START NOT < WS-ROLL-THROUGH
               SET WS-TREND-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.

           COMPUTE WS-DAY-VOLUME = FRSUM-SCORED-COUNT
                                 + FRSUM-FALLBACK-COUNT
                                 + FRSUM-EDIT-REJ-COUNT
                                 + FRSUM-HOTCARD-COUNT
                                 + FRSUM-MERCHANT-COUNT
                                 + FRSUM-DUPLICATE-COUNT.
           COMPUTE WS-DAY-FAILURES = FRSUM-FRHIST-FAIL-COUNT
                                   + FRSUM-CUSTVEL-FAIL-COUNT
                                   + FRSUM-QUEUE-FAIL-COUNT.

           ADD 1                    TO WS-TRD-DAYS.
           ADD WS-DAY-VOLUME        TO WS-TRD-VOLUME.
           ADD FRSUM-FALLBACK-COUNT TO WS-TRD-FALLBACK.
           ADD WS-DAY-FAILURES      TO WS-TRD-FAILURES.
           ADD FRSUM-ALERT-COUNT    TO WS-TRD-ALERTS.
           IF WS-DAY-VOLUME > WS-TRD-BUSY-DAY-VOLUME
               MOVE FRSUM-PERIOD-START TO WS-TRD-BUSY-DAY-START
               MOVE WS-DAY-VOLUME      TO WS-TRD-BUSY-DAY-VOLUME
           END-IF.
           IF FRSUM-PEAK-VOLUME > WS-TRD-PEAK-VOLUME
               MOVE FRSUM-PEAK-INTERVAL-START TO WS-TRD-PEAK-START
               MOVE FRSUM-PEAK-VOLUME         TO WS-TRD-PEAK-VOLUME
           END-IF.
           IF FRSUM-PEAK-HOUR-VOLUME > WS-TRD-PEAK-HR-VOLUME
               MOVE FRSUM-PEAK-HOUR-START  TO WS-TRD-PEAK-HR-START
               MOVE FRSUM-PEAK-HOUR-VOLUME TO WS-TRD-PEAK-HR-VOLUME
           END-IF.

           MOVE ZERO TO WS-RATE.
           IF WS-DAY-VOLUME > ZERO
               COMPUTE WS-RATE ROUNDED =
                   FRSUM-FALLBACK-COUNT * 100 / WS-DAY-VOLUME
           END-IF.
           MOVE WS-RATE TO WS-EDIT-RATE.
           MOVE ZERO TO WS-RATE.
           IF WS-DAY-VOLUME > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-DAY-FAILURES * 100 / WS-DAY-VOLUME
           END-IF.
           MOVE WS-RATE TO WS-EDIT-RATE-2.

           MOVE FRSUM-PERIOD-START     TO WS-EDIT-TIMESTAMP.
           MOVE WS-DAY-VOLUME          TO WS-EDIT-COUNT.
           MOVE FRSUM-PEAK-VOLUME      TO WS-EDIT-COUNT-2.
           MOVE FRSUM-PEAK-HOUR-VOLUME TO WS-EDIT-COUNT-3.
           MOVE FRSUM-ALERT-COUNT      TO WS-EDIT-ALERTS.
           MOVE SPACES TO RPT-LINE.
           STRING '  DAY='           DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP  DELIMITED BY SIZE
                  ' VOLUME='         DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  ' PEAK15='         DELIMITED BY SIZE
                  WS-EDIT-COUNT-2    DELIMITED BY SIZE
                  ' PEAKHR='         DELIMITED BY SIZE
                  WS-EDIT-COUNT-3    DELIMITED BY SIZE
                  ' FALLBACK%='      DELIMITED BY SIZE
                  WS-EDIT-RATE       DELIMITED BY SIZE
                  ' FAIL%='          DELIMITED BY SIZE
                  WS-EDIT-RATE-2     DELIMITED BY SIZE
                  ' ALERTS='         DELIMITED BY SIZE
                  WS-EDIT-ALERTS     DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                          *
      *----------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           IF WS-RPT-STATUS NOT = '00'
               GO TO 8000-EXIT
           END-IF.
           IF WS-TRD-DAYS > ZERO
               PERFORM 8100-WRITE-TREND-TOTALS THRU 8100-EXIT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROLL-THROUGH TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROLLED THROUGH         : ' DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PURGE-CUTOFF TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'DETAIL PURGED BEFORE   : ' DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DETAIL-ROLLED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'INTERVALS ROLLED UP    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DETAIL-ALREADY TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'INTERVALS ALREADY ROLLED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOURS-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOURLY ROWS WRITTEN    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOURS-REPLACED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOURLY ROWS REPLACED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DAYS-ROLLED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DAYS ROLLED UP         : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DAYS-ALREADY TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DAYS ALREADY ROLLED    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DETAIL-PURGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'INTERVALS PURGED       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-DETAIL-NOT-ROLLED > ZERO
               MOVE WS-DETAIL-NOT-ROLLED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'KEPT - DAY NOT ROLLED  : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      '  -- SEE JOB LOG'          DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'FRSTROLL: ' WS-DETAIL-NOT-ROLLED
                       ' INTERVALS PAST RETENTION KEPT - NO DAILY ROW'
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
      *    8100-WRITE-TREND-TOTALS                                     *
      *----------------------------------------------------------------*
       8100-WRITE-TREND-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-DAYS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DAYS WITH TRAFFIC      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-VOLUME TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL VOLUME           : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-BUSY-DAY-VOLUME TO WS-EDIT-COUNT.
           MOVE WS-TRD-BUSY-DAY-START  TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'BUSIEST DAY            : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '  DAY='                    DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-PEAK-HR-VOLUME TO WS-EDIT-COUNT.
           MOVE WS-TRD-PEAK-HR-START  TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'PEAK HOUR              : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '  HOUR='                   DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-PEAK-VOLUME TO WS-EDIT-COUNT.
           MOVE WS-TRD-PEAK-START  TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING 'PEAK 15-MINUTE INTERVAL: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '  INTERVAL='               DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE ZERO TO WS-RATE.
           IF WS-TRD-VOLUME > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-TRD-FALLBACK * 100 / WS-TRD-VOLUME
           END-IF.
           MOVE WS-RATE TO WS-EDIT-RATE.
           MOVE SPACES TO RPT-LINE.
           STRING 'FALLBACK RATE %        : ' DELIMITED BY SIZE
                  WS-EDIT-RATE                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-RATE.
           IF WS-TRD-VOLUME > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-TRD-FAILURES * 100 / WS-TRD-VOLUME
           END-IF.
           MOVE WS-RATE TO WS-EDIT-RATE.
           MOVE SPACES TO RPT-LINE.
           STRING 'WRITE-FAILURE RATE %   : ' DELIMITED BY SIZE
                  WS-EDIT-RATE                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TRD-ALERTS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALERTS RAISED          : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRSTATS-OPENED
               CLOSE FRSTATS-FILE
           END-IF.
           IF WS-FRSUM-OPENED
               CLOSE FRSUM-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
