       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRCPPANL.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRCPPANL   -  NIGHTLY COMMON-POINT-OF-PURCHASE COMPROMISE     *
      *                ANALYSIS                                        *
      *                                                                *
      *  TAKES THE DAY'S COMPROMISED CARDS -- EVERY FRCASE ROW         *
      *  DISPOSITIONED CONFIRMED-FRAUD INSIDE THE DAY WINDOW (BY THE   *
      *  DESK IN FRAUDCSE OR BY THE CARDHOLDER THROUGH FROUTRSP) AND   *
      *  EVERY CARD ON THE DAY'S CHBKIN CHARGEBACK EXTRACT -- AND      *
      *  LOOKS BACK THROUGH EACH CARD'S FRHIST ROWS OVER THE LOOKBACK  *
      *  WINDOW ENDING WHERE ITS FRAUD STARTED (THE EARLIEST CASE OR   *
      *  CHARGEBACK TIMESTAMP ON THE CARD).  EVERY MERCHANT NAME/      *
      *  CITY/STATE THE CARD SHOPPED AT IN THAT WINDOW IS TALLIED      *
      *  ONCE PER CARD, SO A MERCHANT'S COUNT IS THE NUMBER OF         *
      *  DIFFERENT COMPROMISED CARDS THAT HAD BEEN THROUGH IT.         *
      *                                                                *
      *  A MERCHANT WITH AT LEAST THE MINIMUM NUMBER OF COMPROMISED    *
      *  CARDS IS THEN MEASURED AGAINST ITS NORMAL TRAFFIC -- A SECOND *
      *  PASS OVER FRHIST COUNTS EVERY TRANSACTION AT THE MERCHANT     *
      *  OVER THE SAME LOOKBACK -- AND THE COMPROMISE RATE (CARDS PER  *
      *  10,000 TRANSACTIONS) DECIDES WHETHER IT IS FLAGGED.  A BUSY   *
      *  SUPERMARKET EVERY CARD PASSES THROUGH DOES NOT OUTRANK A      *
      *  SMALL TERMINAL THAT SAW A HANDFUL OF CARDS, ALL OF THEM NOW   *
      *  BAD.  FLAGGED MERCHANTS ARE PRINTED HIGHEST RATE FIRST ON THE *
      *  SUSPECTED-COMPROMISE REPORT AND WRITTEN TO MRCHRSK AT THE     *
      *  PROPOSED TIER, WHICH FRAUDMOD IGNORES UNTIL A DESK SUPERVISOR *
      *  ACCEPTS IT (WATCH TIER) OR DISMISSES IT (LIFTED) IN FRAUDMRM. *
      *  A MERCHANT ALREADY AT BLOCK, WATCH OR PROPOSED TIER IS        *
      *  REPORTED BUT LEFT ALONE; A LIFTED ONE IS RE-PROPOSED, SINCE   *
      *  TODAY'S CARDS ARE NEW EVIDENCE.                               *
      *                                                                *
      *  ROWS FRHSARCH HAS ALREADY PURGED FROM THE LIVE FILE ARE       *
      *  PICKED UP FROM THE OPTIONAL ARCHEXT INPUT (THE FRHSRTRV       *
      *  ARCHIVE-RETRIEVAL EXTRACT, FULL FRHISREC IMAGES) -- THE SAME  *
      *  OPTIONAL-INPUT CONVENTION CHBKRCN USES.                       *
      *                                                                *
      *  CPPCTL CONTROL CARD:                                          *
      *    COLS  1-15  DAY START (ABSTIME, INCLUSIVE)                  *
      *    COLS 16-30  DAY END (ABSTIME, EXCLUSIVE) -- ALSO STAMPED    *
      *                ON THE PROPOSED MRCHRSK ROWS                    *
      *    COLS 31-45  LOOKBACK (ABSTIME UNITS; ZERO = 90 DAYS)        *
      *    COLS 46-50  MINIMUM COMPROMISED CARDS (ZERO = 3)            *
      *    COLS 51-55  MINIMUM COMPROMISE RATE, CARDS PER 10,000       *
      *                TRANSACTIONS (ZERO = NO RATE FLOOR)             *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FRHIST, ARCHEXT AND FRCASE RECORD        *
      *                      LENGTHS FOLLOW FRHISREC AND FRCASREC     *
      *                      (NEW RULE-ID FIELDS).                    *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW FRCASE-CHBK-SW AND                  *
      *                      FRCASE-CHBK-TIMESTAMP).                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRCASE-FILE ASSIGN TO FRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRCASE-KEY
               FILE STATUS IS WS-FRCASE-STATUS.

           SELECT CHBK-IN-FILE ASSIGN TO CHBKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHBK-STATUS.

           SELECT FRHIST-FILE ASSIGN TO FRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRHIST-KEY
               FILE STATUS IS WS-FRHIST-STATUS.

           SELECT ARCH-EXT-FILE ASSIGN TO ARCHEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHX-STATUS.

           SELECT MRCHRSK-FILE ASSIGN TO MRCHRSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRCHRSK-KEY
               FILE STATUS IS WS-MRCHRSK-STATUS.

           SELECT CTL-FILE ASSIGN TO CPPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RPT-FILE ASSIGN TO CPPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  CHBK-IN-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY CHBKREC.

       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  ARCH-EXT-FILE
           RECORD CONTAINS 186 CHARACTERS.
       01 ARCHX-RECORD             PIC X(186).

       FD  MRCHRSK-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY MRCHRSK.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-DAY-START         PIC 9(15).
           02 CTL-DAY-END           PIC 9(15).
           02 CTL-LOOKBACK          PIC 9(15).
           02 CTL-MIN-CARDS         PIC 9(5).
           02 CTL-MIN-RATE          PIC 9(5).
           02 FILLER                PIC X(25).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRCASE-STATUS         PIC X(02).
       01 WS-CHBK-STATUS           PIC X(02).
       01 WS-FRHIST-STATUS         PIC X(02).
       01 WS-ARCHX-STATUS          PIC X(02).
       01 WS-MRCHRSK-STATUS        PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-ARCHX-EOF-SW          PIC X(01) VALUE 'N'.
           88 WS-ARCHX-EOF              VALUE 'Y'.
       01 WS-FRHIST-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRHIST-OPENED          VALUE 'Y'.
       01 WS-MRCHRSK-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-MRCHRSK-OPENED         VALUE 'Y'.
       01 WS-SCAN-SW               PIC X(01).
           88 WS-SCAN-ACTIVE            VALUE 'A'.
           88 WS-SCAN-DONE              VALUE 'D'.

      *----------------------------------------------------------------*
      *    CONTROL VALUES FROM THE CPPCTL CARD, SAVED TO WORKING       *
      *    STORAGE BEFORE THE CARD FILE IS CLOSED.  DEFAULT LOOKBACK   *
      *    IS 90 DAYS (8640000 HUNDREDTHS OF A SECOND PER DAY).        *
      *----------------------------------------------------------------*
       01 WS-DAY-START             PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-DAY-END               PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-LOOKBACK              PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-DEFAULT-LOOKBACK      PIC S9(15) COMP-3 VALUE 777600000.
       01 WS-MIN-CARDS             PIC 9(5) COMP VALUE ZERO.
       01 WS-DEFAULT-MIN-CARDS     PIC 9(5) COMP VALUE 3.
       01 WS-MIN-RATE              PIC 9(5) COMP VALUE ZERO.
       01 WS-TRAFFIC-LOW           PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-TS-LOW                PIC S9(15) COMP-3.
       01 WS-CPP-ANALYST           PIC X(08) VALUE 'CPPANL'.
       01 WS-CPP-REASON            PIC X(04) VALUE 'CP01'.

      *----------------------------------------------------------------*
      *    COMPROMISED-CARD TABLE -- ONE ENTRY PER DISTINCT CARD, WITH *
      *    THE EARLIEST FRAUD TIMESTAMP SEEN FOR IT ACROSS THE CASES   *
      *    AND THE CHARGEBACKS.  THE LOOKBACK FOR THE CARD ENDS THERE. *
      *    A DAY WITH MORE CARDS THAN THE TABLE HOLDS IS COUNTED AND   *
      *    FAILS THE STEP SO THE REPORT IS NOT TRUSTED AS COMPLETE.    *
      *----------------------------------------------------------------*
       01 WS-CRD-LIMIT             PIC 9(4) COMP VALUE 2000.
       01 WS-CRD-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-CRD-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-CRD-IDX               PIC 9(4) COMP.
       01 WS-CRD-FOUND-SW          PIC X(01).
           88 WS-CARD-FOUND             VALUE 'Y'.
           88 WS-CARD-NOT-FOUND         VALUE 'N'.
       01 WS-NEW-CARD              PIC 9(9).
       01 WS-NEW-FRAUD-START       PIC S9(15) COMP-3.
       01 WS-CARD-TABLE.
           05 WS-CRD-ENTRY OCCURS 2000 TIMES.
               10 WS-CRD-CARD           PIC 9(9).
               10 WS-CRD-FRAUD-START    PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *    ARCHIVE-EXTRACT TABLE -- THE FRHSRTRV RETRIEVAL EXTRACT,    *
      *    LOADED UP FRONT THE SAME WAY CHBKRCN LOADS IT.  ONLY THE    *
      *    KEY AND MERCHANT FIELDS ARE KEPT.  OVERFLOW FAILS THE STEP. *
      *----------------------------------------------------------------*
       01 WS-ARCX-LIMIT            PIC 9(4) COMP VALUE 2000.
       01 WS-ARCX-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-ARCX-OVERFLOW-COUNT   PIC 9(4) COMP VALUE ZERO.
       01 WS-ARCX-IDX              PIC 9(4) COMP.
       01 WS-ARCX-TABLE.
           05 WS-ARCX-ENTRY OCCURS 2000 TIMES.
               10 WS-ARCX-CARD          PIC 9(9).
               10 WS-ARCX-TIMESTAMP     PIC S9(15) COMP-3.
               10 WS-ARCX-MERCHANT-NAME PIC 9(6).
               10 WS-ARCX-MERCHANT-CITY PIC 9(5).
               10 WS-ARCX-MERCHANT-STATE PIC 9(3).

      *----------------------------------------------------------------*
      *    MERCHANT TALLY TABLE -- ONE ENTRY PER MERCHANT NAME/CITY/   *
      *    STATE ANY COMPROMISED CARD SHOPPED AT IN ITS LOOKBACK.      *
      *    WS-MRC-LAST-CARD HOLDS THE CARD-TABLE INDEX THAT LAST       *
      *    COUNTED THE MERCHANT: EVERY ROW FOR ONE CARD (LIVE AND      *
      *    ARCHIVED) IS TALLIED BEFORE THE NEXT CARD STARTS, SO A      *
      *    SECOND VISIT BY THE SAME CARD IS RECOGNIZED WITHOUT A       *
      *    CARD/MERCHANT PAIR TABLE.                                   *
      *----------------------------------------------------------------*
       01 WS-MRC-LIMIT             PIC 9(4) COMP VALUE 3000.
       01 WS-MRC-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-MRC-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-MRC-IDX               PIC 9(4) COMP.
       01 WS-MRC-FOUND-SW          PIC X(01).
           88 WS-MERCHANT-FOUND         VALUE 'Y'.
           88 WS-MERCHANT-NOT-FOUND     VALUE 'N'.
       01 WS-TALLY-KEY.
           05 WS-TALLY-NAME             PIC 9(6).
           05 WS-TALLY-CITY             PIC 9(5).
           05 WS-TALLY-STATE            PIC 9(3).
       01 WS-MERCHANT-TABLE.
           05 WS-MRC-ENTRY OCCURS 3000 TIMES.
               10 WS-MRC-KEY.
                   15 WS-MRC-NAME           PIC 9(6).
                   15 WS-MRC-CITY           PIC 9(5).
                   15 WS-MRC-STATE          PIC 9(3).
               10 WS-MRC-CARDS          PIC 9(9) COMP.
               10 WS-MRC-LAST-CARD      PIC 9(4) COMP.
               10 WS-MRC-TRAFFIC        PIC 9(9) COMP.
               10 WS-MRC-RATE           PIC 9(5) COMP.
               10 WS-MRC-FLAG-SW        PIC X(01).
                   88 WS-MRC-FLAGGED         VALUE 'Y'.
                   88 WS-MRC-REPORTED        VALUE 'R'.
                   88 WS-MRC-NOT-FLAGGED     VALUE 'N'.

      *----------------------------------------------------------------*
      *    CANDIDATE INDEX -- THE MERCHANTS WITH AT LEAST THE MINIMUM  *
      *    NUMBER OF COMPROMISED CARDS, THE ONLY ONES WHOSE NORMAL     *
      *    TRAFFIC IS WORTH COUNTING ON THE FULL FRHIST PASS.          *
      *----------------------------------------------------------------*
       01 WS-CAND-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-CAND-IDX              PIC 9(4) COMP.
       01 WS-CAND-TABLE.
           05 WS-CAND-MRC-IDX OCCURS 3000 TIMES PIC 9(4) COMP.

      *----------------------------------------------------------------*
      *    RANKING WORK AREA                                           *
      *----------------------------------------------------------------*
       01 WS-RANK                  PIC 9(4) COMP VALUE ZERO.
       01 WS-BEST-IDX              PIC 9(4) COMP.
       01 WS-BEST-RATE             PIC 9(5) COMP.
       01 WS-BEST-CARDS            PIC 9(9) COMP.
       01 WS-RANK-SW               PIC X(01).
           88 WS-RANK-MORE              VALUE 'Y'.
           88 WS-RANK-DONE              VALUE 'N'.
       01 WS-ACTION-TEXT           PIC X(16).

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-CASE-CARD-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-CHBK-CARD-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-LOOKBACK-ROWS         PIC 9(9) COMP VALUE ZERO.
       01 WS-ARCHIVE-ROWS-USED     PIC 9(9) COMP VALUE ZERO.
       01 WS-TRAFFIC-ROWS          PIC 9(9) COMP VALUE ZERO.
       01 WS-FLAGGED-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-PROPOSED-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-LISTED-COUNT          PIC 9(9) COMP VALUE ZERO.
       01 WS-PROPOSE-FAIL-COUNT    PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-RANK             PIC ZZZ9.
       01 WS-EDIT-RATE             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-CASE-CARDS THRU 2000-EXIT.
           PERFORM 2500-LOAD-CHARGEBACK-CARDS THRU 2500-EXIT.
           PERFORM 3000-PROFILE-CARD THRU 3000-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CRD-COUNT
               OR WS-ABORT.
           PERFORM 4000-COUNT-MERCHANT-TRAFFIC THRU 4000-EXIT.
           PERFORM 5000-RANK-AND-PROPOSE THRU 5000-EXIT.
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

           OPEN INPUT FRHIST-FILE.
           IF WS-FRHIST-STATUS = '00'
               MOVE 'Y' TO WS-FRHIST-OPEN-SW
           ELSE
               DISPLAY 'FRCPPANL: OPEN FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O MRCHRSK-FILE.
           IF WS-MRCHRSK-STATUS = '00'
               MOVE 'Y' TO WS-MRCHRSK-OPEN-SW
           ELSE
               DISPLAY 'FRCPPANL: OPEN MRCHRSK FAILED, STATUS='
                       WS-MRCHRSK-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: OPEN CPPRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-LOAD-ARCHIVE-EXTRACT THRU 1500-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'COMMON-POINT-OF-PURCHASE SUSPECTED-COMPROMISE REPORT'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'MERCHANTS OVER THRESHOLD, HIGHEST COMPROMISE RATE '
                  'FIRST (RATE = CARDS PER 10,000 TRANSACTIONS)'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: OPEN CPPCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRCPPANL: CPPCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF CTL-DAY-START NOT NUMERIC
                   OR CTL-DAY-END NOT NUMERIC
                   OR CTL-DAY-START NOT < CTL-DAY-END
                   OR CTL-LOOKBACK NOT NUMERIC
                   OR CTL-MIN-CARDS NOT NUMERIC
                   OR CTL-MIN-RATE NOT NUMERIC
                   DISPLAY 'FRCPPANL: INVALID CONTROL VALUES ON CPPCTL'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-DAY-START TO WS-DAY-START
                   MOVE CTL-DAY-END   TO WS-DAY-END
                   MOVE CTL-LOOKBACK  TO WS-LOOKBACK
                   MOVE CTL-MIN-CARDS TO WS-MIN-CARDS
                   MOVE CTL-MIN-RATE  TO WS-MIN-RATE
               END-IF
           END-IF.
           CLOSE CTL-FILE.
           IF WS-LOOKBACK = ZERO
               MOVE WS-DEFAULT-LOOKBACK TO WS-LOOKBACK
           END-IF.
           IF WS-MIN-CARDS = ZERO
               MOVE WS-DEFAULT-MIN-CARDS TO WS-MIN-CARDS
           END-IF.
           COMPUTE WS-TRAFFIC-LOW = WS-DAY-START - WS-LOOKBACK.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-LOAD-ARCHIVE-EXTRACT                                   *
      *        ARCHEXT IS OPTIONAL: NO DD, OR ANY OPEN FAILURE, JUST   *
      *        MEANS THE LOOKBACK IS LIMITED TO THE LIVE FILE.  ONCE   *
      *        OPEN, THOUGH, THE WHOLE EXTRACT MUST LOAD -- OVERFLOW   *
      *        FAILS THE STEP.                                         *
      *----------------------------------------------------------------*
       1500-LOAD-ARCHIVE-EXTRACT.
           OPEN INPUT ARCH-EXT-FILE.
           IF WS-ARCHX-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: NO ARCHEXT EXTRACT (STATUS='
                       WS-ARCHX-STATUS ') - LIVE FRHIST ONLY'
               MOVE 'Y' TO WS-ARCHX-EOF-SW
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1600-LOAD-ARCHIVE-ROW THRU 1600-EXIT
               UNTIL WS-ARCHX-EOF.
           CLOSE ARCH-EXT-FILE.
           IF WS-ARCX-OVERFLOW-COUNT > ZERO
               DISPLAY 'FRCPPANL: ARCHEXT BIGGER THAN THE ARCHIVE '
                       'TABLE - SPLIT THE EXTRACT AND RERUN'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1600-LOAD-ARCHIVE-ROW                                       *
      *        THE FRHIST RECORD AREA DOUBLES AS THE PARSE SCRATCH --  *
      *        NO LOOKBACK SCAN HAS STARTED YET.                       *
      *----------------------------------------------------------------*
       1600-LOAD-ARCHIVE-ROW.
           READ ARCH-EXT-FILE
               AT END
                   MOVE 'Y' TO WS-ARCHX-EOF-SW
                   GO TO 1600-EXIT
           END-READ.
           IF WS-ARCX-COUNT NOT < WS-ARCX-LIMIT
               ADD 1 TO WS-ARCX-OVERFLOW-COUNT
               GO TO 1600-EXIT
           END-IF.
           MOVE ARCHX-RECORD TO FRHIST-RECORD.
           ADD 1 TO WS-ARCX-COUNT.
           MOVE FRHIST-CARD      TO WS-ARCX-CARD (WS-ARCX-COUNT).
           MOVE FRHIST-TIMESTAMP TO
               WS-ARCX-TIMESTAMP (WS-ARCX-COUNT).
           MOVE MERCHANTXNAME OF FRHIST-INPUT TO
               WS-ARCX-MERCHANT-NAME (WS-ARCX-COUNT).
           MOVE MERCHANTXCITY OF FRHIST-INPUT TO
               WS-ARCX-MERCHANT-CITY (WS-ARCX-COUNT).
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO
               WS-ARCX-MERCHANT-STATE (WS-ARCX-COUNT).
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-CASE-CARDS                                        *
      *        EVERY CASE DISPOSITIONED CONFIRMED-FRAUD INSIDE THE DAY *
      *        WINDOW PUTS ITS CARD IN THE COMPROMISED-CARD TABLE.     *
      *----------------------------------------------------------------*
       2000-LOAD-CASE-CARDS.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT FRCASE-FILE.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: OPEN FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-ONE-CASE THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE FRCASE-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-READ-ONE-CASE                                          *
      *----------------------------------------------------------------*
       2100-READ-ONE-CASE.
           READ FRCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: READ FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           IF NOT FRCASE-CONFIRMED-FRAUD
               GO TO 2100-EXIT
           END-IF.
           IF FRCASE-DISP-TIMESTAMP < WS-DAY-START
               OR FRCASE-DISP-TIMESTAMP NOT < WS-DAY-END
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CASE-CARD-COUNT.
           MOVE FRCASE-CARD      TO WS-NEW-CARD.
           MOVE FRCASE-TIMESTAMP TO WS-NEW-FRAUD-START.
           PERFORM 2800-ADD-COMPROMISED-CARD THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-LOAD-CHARGEBACK-CARDS                                  *
      *        EVERY CARD ON THE DAY'S CHARGEBACK EXTRACT IS           *
      *        COMPROMISED TOO, WHETHER OR NOT THE DESK EVER SAW A     *
      *        CASE FOR IT.                                            *
      *----------------------------------------------------------------*
       2500-LOAD-CHARGEBACK-CARDS.
           IF WS-ABORT
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT CHBK-IN-FILE.
           IF WS-CHBK-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: OPEN CHBKIN FAILED, STATUS='
                       WS-CHBK-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2600-READ-ONE-CHARGEBACK THRU 2600-EXIT
               UNTIL WS-EOF.
           CLOSE CHBK-IN-FILE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-READ-ONE-CHARGEBACK                                    *
      *----------------------------------------------------------------*
       2600-READ-ONE-CHARGEBACK.
           READ CHBK-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2600-EXIT
           END-READ.
           ADD 1 TO WS-CHBK-CARD-COUNT.
           MOVE CHBK-CARD      TO WS-NEW-CARD.
           MOVE CHBK-TIMESTAMP TO WS-NEW-FRAUD-START.
           PERFORM 2800-ADD-COMPROMISED-CARD THRU 2800-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-ADD-COMPROMISED-CARD                                   *
      *        ADD WS-NEW-CARD TO THE TABLE, OR PULL ITS FRAUD START   *
      *        EARLIER IF IT IS ALREADY THERE -- THE LOOKBACK MUST     *
      *        END BEFORE THE FIRST FRAUDULENT USE, NOT THE LATEST.    *
      *----------------------------------------------------------------*
       2800-ADD-COMPROMISED-CARD.
           SET WS-CARD-NOT-FOUND TO TRUE.
           PERFORM 2850-MATCH-CARD-SLOT THRU 2850-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CRD-COUNT
               OR WS-CARD-FOUND.
           IF WS-CARD-FOUND
      *        THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST
      *        THE MATCHED SLOT BY THE TIME THE UNTIL TEST SEES THE
      *        SWITCH, SO BACK IT UP ONE.
               SUBTRACT 1 FROM WS-CRD-IDX
               IF WS-NEW-FRAUD-START < WS-CRD-FRAUD-START (WS-CRD-IDX)
                   MOVE WS-NEW-FRAUD-START TO
                       WS-CRD-FRAUD-START (WS-CRD-IDX)
               END-IF
               GO TO 2800-EXIT
           END-IF.
           IF WS-CRD-COUNT NOT < WS-CRD-LIMIT
               ADD 1 TO WS-CRD-OVERFLOW
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO WS-CRD-COUNT.
           MOVE WS-NEW-CARD        TO WS-CRD-CARD (WS-CRD-COUNT).
           MOVE WS-NEW-FRAUD-START TO WS-CRD-FRAUD-START (WS-CRD-COUNT).
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2850-MATCH-CARD-SLOT                                        *
      *----------------------------------------------------------------*
       2850-MATCH-CARD-SLOT.
           IF WS-CRD-CARD (WS-CRD-IDX) = WS-NEW-CARD
               SET WS-CARD-FOUND TO TRUE
           END-IF.
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PROFILE-CARD                                           *
      *        ONE COMPROMISED CARD: POSITION FRHIST AT THE START OF   *
      *        ITS LOOKBACK AND TALLY EVERY MERCHANT UP TO (NOT        *
      *        INCLUDING) THE FRAUD START, THEN DO THE SAME FOR ITS    *
      *        ARCHIVED ROWS.  STATUS '23' ON THE START IS AN EMPTY    *
      *        SLICE; ANY OTHER NON-ZERO STATUS STOPS THE RUN.         *
      *----------------------------------------------------------------*
       3000-PROFILE-CARD.
           COMPUTE WS-TS-LOW =
               WS-CRD-FRAUD-START (WS-CRD-IDX) - WS-LOOKBACK.
           MOVE WS-CRD-CARD (WS-CRD-IDX) TO FRHIST-CARD.
           MOVE WS-TS-LOW TO FRHIST-TIMESTAMP.
           START FRHIST-FILE KEY IS NOT LESS THAN FRHIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRHIST-STATUS = '00'
               SET WS-SCAN-ACTIVE TO TRUE
               PERFORM 3100-SCAN-CARD-HISTORY THRU 3100-EXIT
                   UNTIL WS-SCAN-DONE
           ELSE
               IF WS-FRHIST-STATUS NOT = '23'
                   DISPLAY 'FRCPPANL: LOOKBACK START FAILED, STATUS='
                           WS-FRHIST-STATUS
                           ' - STOPPING, RERUN AFTER FIXING'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-ABORT-SW
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-TEST-ARCHIVE-ENTRY THRU 3200-EXIT
               VARYING WS-ARCX-IDX FROM 1 BY 1
               UNTIL WS-ARCX-IDX > WS-ARCX-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-SCAN-CARD-HISTORY                                      *
      *----------------------------------------------------------------*
       3100-SCAN-CARD-HISTORY.
           READ FRHIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: LOOKBACK READ FAILED, STATUS='
                       WS-FRHIST-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-ABORT-SW
               SET WS-SCAN-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF FRHIST-CARD NOT = WS-CRD-CARD (WS-CRD-IDX)
               OR FRHIST-TIMESTAMP NOT < WS-CRD-FRAUD-START (WS-CRD-IDX)
               SET WS-SCAN-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LOOKBACK-ROWS.
           MOVE MERCHANTXNAME OF FRHIST-INPUT  TO WS-TALLY-NAME.
           MOVE MERCHANTXCITY OF FRHIST-INPUT  TO WS-TALLY-CITY.
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO WS-TALLY-STATE.
           PERFORM 3500-TALLY-MERCHANT THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-TEST-ARCHIVE-ENTRY                                     *
      *----------------------------------------------------------------*
       3200-TEST-ARCHIVE-ENTRY.
           IF WS-ARCX-CARD (WS-ARCX-IDX) NOT = WS-CRD-CARD (WS-CRD-IDX)
               GO TO 3200-EXIT
           END-IF.
           IF WS-ARCX-TIMESTAMP (WS-ARCX-IDX) < WS-TS-LOW
               OR WS-ARCX-TIMESTAMP (WS-ARCX-IDX) NOT <
                  WS-CRD-FRAUD-START (WS-CRD-IDX)
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-ARCHIVE-ROWS-USED.
           MOVE WS-ARCX-MERCHANT-NAME (WS-ARCX-IDX)  TO WS-TALLY-NAME.
           MOVE WS-ARCX-MERCHANT-CITY (WS-ARCX-IDX)  TO WS-TALLY-CITY.
           MOVE WS-ARCX-MERCHANT-STATE (WS-ARCX-IDX) TO WS-TALLY-STATE.
           PERFORM 3500-TALLY-MERCHANT THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-TALLY-MERCHANT                                         *
      *        COUNT THE CURRENT CARD ONCE AGAINST THE MERCHANT IN     *
      *        WS-TALLY-KEY, ADDING THE MERCHANT ON FIRST SIGHT.       *
      *----------------------------------------------------------------*
       3500-TALLY-MERCHANT.
           SET WS-MERCHANT-NOT-FOUND TO TRUE.
           PERFORM 3550-MATCH-MERCHANT-SLOT THRU 3550-EXIT
               VARYING WS-MRC-IDX FROM 1 BY 1
               UNTIL WS-MRC-IDX > WS-MRC-COUNT
               OR WS-MERCHANT-FOUND.
           IF WS-MERCHANT-FOUND
               SUBTRACT 1 FROM WS-MRC-IDX
           ELSE
               IF WS-MRC-COUNT NOT < WS-MRC-LIMIT
                   ADD 1 TO WS-MRC-OVERFLOW
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WS-MRC-COUNT
               MOVE WS-MRC-COUNT TO WS-MRC-IDX
               MOVE WS-TALLY-KEY TO WS-MRC-KEY (WS-MRC-IDX)
               MOVE ZERO TO WS-MRC-CARDS (WS-MRC-IDX)
                            WS-MRC-LAST-CARD (WS-MRC-IDX)
                            WS-MRC-TRAFFIC (WS-MRC-IDX)
                            WS-MRC-RATE (WS-MRC-IDX)
               SET WS-MRC-NOT-FLAGGED (WS-MRC-IDX) TO TRUE
           END-IF.
           IF WS-MRC-LAST-CARD (WS-MRC-IDX) NOT = WS-CRD-IDX
               ADD 1 TO WS-MRC-CARDS (WS-MRC-IDX)
               MOVE WS-CRD-IDX TO WS-MRC-LAST-CARD (WS-MRC-IDX)
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3550-MATCH-MERCHANT-SLOT                                    *
      *----------------------------------------------------------------*
       3550-MATCH-MERCHANT-SLOT.
           IF WS-MRC-KEY (WS-MRC-IDX) = WS-TALLY-KEY
               SET WS-MERCHANT-FOUND TO TRUE
           END-IF.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-COUNT-MERCHANT-TRAFFIC                                 *
      *        SECOND PASS: RE-READ FRHIST FROM THE TOP AND COUNT      *
      *        EVERY TRANSACTION (ANY CARD) AT EACH CANDIDATE MERCHANT *
      *        FROM THE EARLIEST LOOKBACK EDGE TO THE END OF THE DAY.  *
      *        THE KEY IS CARD-MAJOR, SO THE WINDOW CANNOT BE SLICED   *
      *        BY POSITIONING -- THE SAME FULL SCAN FRDAYBAL DOES.     *
      *----------------------------------------------------------------*
       4000-COUNT-MERCHANT-TRAFFIC.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-SELECT-CANDIDATE THRU 4050-EXIT
               VARYING WS-MRC-IDX FROM 1 BY 1
               UNTIL WS-MRC-IDX > WS-MRC-COUNT.
           IF WS-CAND-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.

           CLOSE FRHIST-FILE.
           OPEN INPUT FRHIST-FILE.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: REOPEN FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'N' TO WS-FRHIST-OPEN-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-COUNT-ONE-ROW THRU 4100-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4050-SELECT-CANDIDATE                                       *
      *----------------------------------------------------------------*
       4050-SELECT-CANDIDATE.
           IF WS-MRC-CARDS (WS-MRC-IDX) NOT < WS-MIN-CARDS
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-MRC-IDX TO WS-CAND-MRC-IDX (WS-CAND-COUNT)
           END-IF.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-COUNT-ONE-ROW                                          *
      *----------------------------------------------------------------*
       4100-COUNT-ONE-ROW.
           READ FRHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 4100-EXIT
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRCPPANL: TRAFFIC READ FAILED, STATUS='
                       WS-FRHIST-STATUS
                       ' - STOPPING, RERUN AFTER FIXING'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF.
           IF FRHIST-TIMESTAMP < WS-TRAFFIC-LOW
               OR FRHIST-TIMESTAMP NOT < WS-DAY-END
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-TRAFFIC-ROWS.
           MOVE MERCHANTXNAME OF FRHIST-INPUT  TO WS-TALLY-NAME.
           MOVE MERCHANTXCITY OF FRHIST-INPUT  TO WS-TALLY-CITY.
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO WS-TALLY-STATE.
           SET WS-MERCHANT-NOT-FOUND TO TRUE.
           PERFORM 4150-MATCH-CANDIDATE THRU 4150-EXIT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               OR WS-MERCHANT-FOUND.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4150-MATCH-CANDIDATE                                        *
      *----------------------------------------------------------------*
       4150-MATCH-CANDIDATE.
           MOVE WS-CAND-MRC-IDX (WS-CAND-IDX) TO WS-MRC-IDX.
           IF WS-MRC-KEY (WS-MRC-IDX) = WS-TALLY-KEY
               ADD 1 TO WS-MRC-TRAFFIC (WS-MRC-IDX)
               SET WS-MERCHANT-FOUND TO TRUE
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-RANK-AND-PROPOSE                                       *
      *        RATE EVERY CANDIDATE, FLAG THOSE AT OR OVER THE RATE    *
      *        FLOOR, THEN REPORT AND PROPOSE THEM HIGHEST RATE FIRST  *
      *        (MOST COMPROMISED CARDS BREAKS A TIE).                  *
      *----------------------------------------------------------------*
       5000-RANK-AND-PROPOSE.
           IF WS-ABORT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-RATE-CANDIDATE THRU 5050-EXIT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT.
           IF WS-FLAGGED-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               STRING '  NO MERCHANT OVER THRESHOLD'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-EXIT
           END-IF.
           SET WS-RANK-MORE TO TRUE.
           PERFORM 5100-REPORT-NEXT-RANK THRU 5100-EXIT
               UNTIL WS-RANK-DONE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5050-RATE-CANDIDATE                                         *
      *        A MERCHANT'S TRAFFIC CAN NEVER BE LESS THAN ITS         *
      *        COMPROMISED CARDS; WHEN THE CARDS' ROWS CAME FROM THE   *
      *        ARCHIVE THE LIVE COUNT CAN BE, SO IT IS FLOORED THERE.  *
      *----------------------------------------------------------------*
       5050-RATE-CANDIDATE.
           MOVE WS-CAND-MRC-IDX (WS-CAND-IDX) TO WS-MRC-IDX.
           IF WS-MRC-TRAFFIC (WS-MRC-IDX) < WS-MRC-CARDS (WS-MRC-IDX)
               MOVE WS-MRC-CARDS (WS-MRC-IDX) TO
                   WS-MRC-TRAFFIC (WS-MRC-IDX)
           END-IF.
           COMPUTE WS-MRC-RATE (WS-MRC-IDX) =
               (WS-MRC-CARDS (WS-MRC-IDX) * 10000)
               / WS-MRC-TRAFFIC (WS-MRC-IDX).
           IF WS-MRC-RATE (WS-MRC-IDX) NOT < WS-MIN-RATE
               SET WS-MRC-FLAGGED (WS-MRC-IDX) TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-REPORT-NEXT-RANK                                       *
      *        PICK THE HIGHEST-RATED MERCHANT STILL UNREPORTED,       *
      *        PROPOSE IT AND PRINT IT.  NONE LEFT ENDS THE RANKING.   *
      *----------------------------------------------------------------*
       5100-REPORT-NEXT-RANK.
           MOVE ZERO TO WS-BEST-IDX WS-BEST-RATE WS-BEST-CARDS.
           PERFORM 5150-TEST-FOR-BEST THRU 5150-EXIT
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT.
           IF WS-BEST-IDX = ZERO
               SET WS-RANK-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-BEST-IDX TO WS-MRC-IDX.
           SET WS-MRC-REPORTED (WS-MRC-IDX) TO TRUE.
           ADD 1 TO WS-RANK.
           PERFORM 5200-PROPOSE-MERCHANT THRU 5200-EXIT.
           PERFORM 5300-WRITE-MERCHANT-LINE THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5150-TEST-FOR-BEST                                          *
      *----------------------------------------------------------------*
       5150-TEST-FOR-BEST.
           MOVE WS-CAND-MRC-IDX (WS-CAND-IDX) TO WS-MRC-IDX.
           IF NOT WS-MRC-FLAGGED (WS-MRC-IDX)
               GO TO 5150-EXIT
           END-IF.
           IF WS-BEST-IDX = ZERO
               OR WS-MRC-RATE (WS-MRC-IDX) > WS-BEST-RATE
               OR (WS-MRC-RATE (WS-MRC-IDX) = WS-BEST-RATE
                   AND WS-MRC-CARDS (WS-MRC-IDX) > WS-BEST-CARDS)
               MOVE WS-MRC-IDX TO WS-BEST-IDX
               MOVE WS-MRC-RATE (WS-MRC-IDX) TO WS-BEST-RATE
               MOVE WS-MRC-CARDS (WS-MRC-IDX) TO WS-BEST-CARDS
           END-IF.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5200-PROPOSE-MERCHANT                                       *
      *        WRITE THE MERCHANT TO MRCHRSK AT THE PROPOSED TIER.     *
      *        A ROW ALREADY ON FILE AT BLOCK, WATCH OR PROPOSED TIER  *
      *        IS LEFT AS THE DESK HAS IT; A LIFTED ROW IS RE-         *
      *        PROPOSED IN PLACE.  A WRITE FAILURE IS DISPLAYED AND    *
      *        FAILS THE STEP BUT DOES NOT STOP THE REPORT -- THE      *
      *        DESK STILL NEEDS TO SEE THE MERCHANT.                   *
      *----------------------------------------------------------------*
       5200-PROPOSE-MERCHANT.
           MOVE WS-MRC-NAME (WS-MRC-IDX)  TO MRCHRSK-MERCHANT-NAME.
           MOVE WS-MRC-CITY (WS-MRC-IDX)  TO MRCHRSK-MERCHANT-CITY.
           MOVE WS-MRC-STATE (WS-MRC-IDX) TO MRCHRSK-MERCHANT-STATE.
           READ MRCHRSK-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MRCHRSK-STATUS = '23'
               PERFORM 5250-FILL-PROPOSED-ROW THRU 5250-EXIT
               WRITE MRCHRSK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-MRCHRSK-STATUS = '00'
                   MOVE 'PROPOSED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-PROPOSED-COUNT
               ELSE
                   PERFORM 5280-PROPOSAL-FAILED THRU 5280-EXIT
               END-IF
               GO TO 5200-EXIT
           END-IF.
           IF WS-MRCHRSK-STATUS NOT = '00'
               PERFORM 5280-PROPOSAL-FAILED THRU 5280-EXIT
               GO TO 5200-EXIT
           END-IF.

           IF MRCHRSK-LIFTED
               PERFORM 5250-FILL-PROPOSED-ROW THRU 5250-EXIT
               REWRITE MRCHRSK-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-MRCHRSK-STATUS = '00'
                   MOVE 'RE-PROPOSED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-PROPOSED-COUNT
               ELSE
                   PERFORM 5280-PROPOSAL-FAILED THRU 5280-EXIT
               END-IF
               GO TO 5200-EXIT
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           IF MRCHRSK-BLOCK
               MOVE 'ALREADY BLOCK' TO WS-ACTION-TEXT
           ELSE
               IF MRCHRSK-WATCH
                   MOVE 'ALREADY WATCH' TO WS-ACTION-TEXT
               ELSE
                   MOVE 'ALREADY PROPOSED' TO WS-ACTION-TEXT
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5250-FILL-PROPOSED-ROW                                      *
      *----------------------------------------------------------------*
       5250-FILL-PROPOSED-ROW.
           SET MRCHRSK-PROPOSED  TO TRUE.
           MOVE WS-CPP-REASON    TO MRCHRSK-REASON-CODE.
           MOVE WS-CPP-ANALYST   TO MRCHRSK-ANALYST-ID.
           MOVE WS-DAY-END       TO MRCHRSK-SET-TIMESTAMP.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5280-PROPOSAL-FAILED                                        *
      *----------------------------------------------------------------*
       5280-PROPOSAL-FAILED.
           DISPLAY 'FRCPPANL: MRCHRSK PROPOSAL FAILED, STATUS='
                   WS-MRCHRSK-STATUS
                   ' MERCHANT=' WS-MRC-KEY (WS-MRC-IDX).
           MOVE 'WRITE FAILED' TO WS-ACTION-TEXT.
           ADD 1 TO WS-PROPOSE-FAIL-COUNT.
           MOVE 8 TO RETURN-CODE.
       5280-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5300-WRITE-MERCHANT-LINE                                    *
      *----------------------------------------------------------------*
       5300-WRITE-MERCHANT-LINE.
           MOVE WS-RANK TO WS-EDIT-RANK.
           MOVE WS-MRC-CARDS (WS-MRC-IDX) TO WS-EDIT-COUNT.
           MOVE WS-MRC-TRAFFIC (WS-MRC-IDX) TO WS-EDIT-COUNT-2.
           MOVE WS-MRC-RATE (WS-MRC-IDX) TO WS-EDIT-RATE.
           MOVE SPACES TO RPT-LINE.
           STRING '  '                      DELIMITED BY SIZE
                  WS-EDIT-RANK              DELIMITED BY SIZE
                  ' MERCHANT='              DELIMITED BY SIZE
                  WS-MRC-NAME (WS-MRC-IDX)  DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-MRC-CITY (WS-MRC-IDX)  DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  WS-MRC-STATE (WS-MRC-IDX) DELIMITED BY SIZE
                  ' CARDS='                 DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  ' TXNS='                  DELIMITED BY SIZE
                  WS-EDIT-COUNT-2           DELIMITED BY SIZE
                  ' RATE='                  DELIMITED BY SIZE
                  WS-EDIT-RATE              DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-ACTION-TEXT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                          *
      *----------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           IF WS-RPT-STATUS NOT = '00'
               GO TO 8000-EXIT
           END-IF.
           IF WS-ABORT
               MOVE SPACES TO RPT-LINE
               STRING 'RUN STOPPED - ANALYSIS NOT COMPLETED'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CASE-CARD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONFIRMED-FRAUD CASES   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHBK-CARD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGEBACKS             : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CRD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISTINCT CARDS PROFILED : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOOKBACK-ROWS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOOKBACK ROWS (LIVE)    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ARCHIVE-ROWS-USED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOOKBACK ROWS (ARCHIVE) : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MRC-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MERCHANTS TALLIED       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CAND-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'AT MINIMUM CARD COUNT   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OVER THRESHOLD          : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PROPOSED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'PROPOSED TO MRCHRSK     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALREADY ON MRCHRSK      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PROPOSE-FAIL-COUNT > ZERO
               MOVE WS-PROPOSE-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'PROPOSALS FAILED        : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           IF WS-CRD-OVERFLOW > ZERO
               OR WS-MRC-OVERFLOW > ZERO
               MOVE WS-CRD-OVERFLOW TO WS-EDIT-COUNT
               MOVE WS-MRC-OVERFLOW TO WS-EDIT-COUNT-2
               MOVE SPACES TO RPT-LINE
               STRING 'TABLE OVERFLOW - CARDS: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT              DELIMITED BY SIZE
                      ' MERCHANTS: '             DELIMITED BY SIZE
                      WS-EDIT-COUNT-2            DELIMITED BY SIZE
                      '  -- ANALYSIS INCOMPLETE' DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'FRCPPANL: TABLE OVERFLOW - ANALYSIS INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRHIST-OPENED
               CLOSE FRHIST-FILE
           END-IF.
           IF WS-MRCHRSK-OPENED
               CLOSE MRCHRSK-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
