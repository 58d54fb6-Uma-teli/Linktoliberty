       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRSAREXT.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRSAREXT   -  WEEKLY SUSPICIOUS-ACTIVITY (SAR) CANDIDATE      *
      *                EXTRACT FOR COMPLIANCE                          *
      *                                                                *
      *  REPLACES THE REFERRALS COMPLIANCE USED TO REBUILD BY HAND     *
      *  FROM CASE NOTES.  OVER THE ROLLING WINDOW ENDING AT THE       *
      *  SARCTL AS-OF TIME, EVERY FRHIST ROW IS CLASSIFIED:            *
      *    CONFIRMED  ITS FRCASE CASE IS CONFIRMED-FRAUD, OR CHBKRCN   *
      *               MATCHED A NETWORK CHARGEBACK TO IT (A CHARGEBACK *
      *               RECOVERY ON FRLEDGER, OR AN EXPOSURE CHBKRCN     *
      *               POSTED FOR A DECLINED ONE)                       *
      *    ATTEMPT    ANY OTHER DECLINE -- MODEL, DESK RULE, HOT CARD  *
      *               OR MERCHANT BLOCK                                *
      *    BLOCK-TIER THE MERCHANT IS ON MRCHRSK AT THE BLOCK TIER     *
      *               (WHATEVER THE DECISION)                          *
      *  EDIT REJECTS (A DATA PROBLEM, NOT AN ATTEMPT) AND DUPLICATES  *
      *  (A NETWORK RETRY OF A ROW ALREADY COUNTED) ARE LEFT OUT.  A   *
      *  ROW THAT IS ANY OF THE THREE IS TOTALLED BY CARD AND BY       *
      *  CARDHOLDER (FRHIST-USER), AND A CARDHOLDER IS REFERRED WHEN   *
      *  THE CONFIRMED-FRAUD DOLLARS OR THE ATTEMPTED DOLLARS REACH    *
      *  THE REFERRAL THRESHOLD, OR THE DISTINCT BLOCK-TIER MERCHANTS  *
      *  REACH THE MERCHANT MINIMUM.                                   *
      *                                                                *
      *  EACH REFERRAL GOES TO THE SAROUT EXTRACT (FRSARREC): A        *
      *  SUBJECT ROW WITH THE CARDHOLDER'S TOTALS, THEN A DETAIL ROW   *
      *  PER SUPPORTING TRANSACTION -- TIMESTAMP, AMOUNT, MERCHANT,    *
      *  DECISION AND CASE DISPOSITION -- AND A LINE ON THE SARRPT     *
      *  REPORT.  THE SARREF REFERRAL CONTROL FILE (FRSRFREC) HOLDS    *
      *  WHEN EACH CARDHOLDER WAS LAST REFERRED; ACTIVITY BEFORE THAT  *
      *  IS NEVER COUNTED AGAIN, SO A CARDHOLDER ALREADY FILED IS      *
      *  REFERRED AGAIN ONLY WHEN THE NEW ACTIVITY CROSSES THE RULES   *
      *  ON ITS OWN, AND THE FOLLOW-UP CARRIES ONLY THAT ACTIVITY.     *
      *  SARREF IS UPDATED ONLY AFTER THE WHOLE EXTRACT IS WRITTEN,    *
      *  AND NOT AT ALL ON A RUN THAT FAILS, SO A RERUN REFERS THE     *
      *  SAME CARDHOLDERS AGAIN RATHER THAN LOSING THEM.               *
      *                                                                *
      *  SARCTL CONTROL CARD:                                          *
      *    COLS  1-15  AS-OF (ABSTIME, EXCLUSIVE END OF THE WINDOW)    *
      *    COLS 16-18  WINDOW LENGTH IN DAYS (ZERO = 30)               *
      *    COLS 19-29  REFERRAL THRESHOLD, DOLLARS AND CENTS           *
      *                (ZERO = 5,000.00)                               *
      *    COLS 30-31  MINIMUM DISTINCT BLOCK-TIER MERCHANTS, UP TO 10 *
      *                (ZERO = 3)                                      *
      *  A MISSING OR GARBLED CARD, A FILE ERROR, OR MORE CARDHOLDERS  *
      *  OR CARDS THAN THE TABLES HOLD FAILS THE STEP (RC 8).  THE     *
      *  WINDOW IS READ FROM THE LIVE FRHIST FILE AND IS EXPECTED TO   *
      *  SIT INSIDE FRHSARCH'S RETENTION.                              *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRHIST-KEY
               FILE STATUS IS WS-FRHIST-STATUS.

           SELECT FRCASE-FILE ASSIGN TO FRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRCASE-KEY
               FILE STATUS IS WS-FRCASE-STATUS.

           SELECT FRLED-FILE ASSIGN TO FRLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRLED-KEY
               FILE STATUS IS WS-FRLED-STATUS.

           SELECT MRCHRSK-FILE ASSIGN TO MRCHRSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MRCHRSK-KEY
               FILE STATUS IS WS-MRCHRSK-STATUS.

           SELECT SARREF-FILE ASSIGN TO SARREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRSRF-KEY
               FILE STATUS IS WS-SARREF-STATUS.

           SELECT CTL-FILE ASSIGN TO SARCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SAR-FILE ASSIGN TO SAROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.

           SELECT RPT-FILE ASSIGN TO SARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  FRLED-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY FRLEDREC.

       FD  MRCHRSK-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY MRCHRSK.

       FD  SARREF-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY FRSRFREC.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-ASOF-TS           PIC 9(15).
           02 CTL-WINDOW-DAYS       PIC 9(3).
           02 CTL-THRESHOLD         PIC 9(9)V9(2).
           02 CTL-MIN-MERCHANTS     PIC 9(2).
           02 FILLER                PIC X(49).

       FD  SAR-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY FRSARREC.

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRHIST-STATUS         PIC X(02).
       01 WS-FRCASE-STATUS         PIC X(02).
       01 WS-FRLED-STATUS          PIC X(02).
       01 WS-MRCHRSK-STATUS        PIC X(02).
       01 WS-SARREF-STATUS         PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-SAR-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-FRHIST-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRHIST-OPENED          VALUE 'Y'.
       01 WS-FRCASE-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRCASE-OPENED          VALUE 'Y'.
       01 WS-FRLED-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRLED-OPENED           VALUE 'Y'.
       01 WS-MRCHRSK-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-MRCHRSK-OPENED         VALUE 'Y'.
       01 WS-SARREF-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-SARREF-OPENED          VALUE 'Y'.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-SCAN-SW               PIC X(01).
           88 WS-SCAN-ACTIVE            VALUE 'A'.
           88 WS-SCAN-DONE              VALUE 'D'.

      *----------------------------------------------------------------*
      *    CONTROL VALUES FROM THE SARCTL CARD, SAVED TO WORKING       *
      *    STORAGE BEFORE THE CARD FILE IS CLOSED.  8640000 HUNDREDTHS *
      *    OF A SECOND PER DAY.                                        *
      *----------------------------------------------------------------*
       01 WS-ASOF-TS               PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-WINDOW-FROM           PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-WINDOW-DAYS           PIC 9(3) COMP VALUE ZERO.
       01 WS-DEFAULT-DAYS          PIC 9(3) COMP VALUE 30.
       01 WS-DAY-LEN               PIC S9(15) COMP-3 VALUE 8640000.
       01 WS-THRESHOLD             PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01 WS-DEFAULT-THRESHOLD     PIC S9(9)V9(2) COMP-3
                                   VALUE 5000.00.
       01 WS-MIN-MERCHANTS         PIC 9(2) COMP VALUE ZERO.
       01 WS-DEFAULT-MIN-MRCH      PIC 9(2) COMP VALUE 3.
       01 WS-CHBK-POSTER           PIC X(08) VALUE 'CHBKRCN'.

      *----------------------------------------------------------------*
      *    PRIOR FILING OF THE CARDHOLDER ON THE ROW IN HAND, READ     *
      *    FROM SARREF WHENEVER THE USER CHANGES.  ZERO WHEN NEVER     *
      *    REFERRED.                                                   *
      *----------------------------------------------------------------*
       01 WS-CACHE-SW              PIC X(01) VALUE 'N'.
           88 WS-CACHE-LOADED           VALUE 'Y'.
       01 WS-CACHE-USER            PIC 9(9) VALUE ZERO.
       01 WS-CACHE-PRIOR-TS        PIC S9(15) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      *    CLASSIFICATION OF THE FRHIST ROW IN HAND (2100)             *
      *----------------------------------------------------------------*
       01 WS-ROW-CONFIRMED-SW      PIC X(01).
           88 WS-ROW-CONFIRMED          VALUE 'Y'.
       01 WS-ROW-CHBK-SW           PIC X(01).
           88 WS-ROW-CHBK               VALUE 'Y'.
       01 WS-ROW-DECLINED-SW       PIC X(01).
           88 WS-ROW-DECLINED           VALUE 'Y'.
       01 WS-ROW-BLOCK-SW          PIC X(01).
           88 WS-ROW-BLOCK              VALUE 'Y'.
       01 WS-ROW-CASE-STATUS       PIC X(01).
       01 WS-ROW-DISP-CODE         PIC X(04).

      *----------------------------------------------------------------*
      *    CARDHOLDER TABLE -- ONE ENTRY PER USER WITH ANY CONFIRMED,  *
      *    ATTEMPTED OR BLOCK-TIER ACTIVITY IN THE WINDOW SINCE ITS    *
      *    PRIOR FILING.  UP TO TEN DISTINCT BLOCK-TIER MERCHANTS ARE  *
      *    KEPT PER CARDHOLDER, ENOUGH FOR THE LARGEST MINIMUM THE     *
      *    CARD ALLOWS.  OVERFLOW FAILS THE STEP.                      *
      *----------------------------------------------------------------*
       01 WS-USR-LIMIT             PIC 9(4) COMP VALUE 2000.
       01 WS-USR-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-USR-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-USR-IDX               PIC 9(4) COMP.
       01 WS-USR-FOUND-SW          PIC X(01).
           88 WS-USER-FOUND             VALUE 'Y'.
           88 WS-USER-NOT-FOUND         VALUE 'N'.
       01 WS-MRCH-SLOTS            PIC 9(2) COMP VALUE 10.
       01 WS-UMR-IDX               PIC 9(2) COMP.
       01 WS-UMR-FOUND-SW          PIC X(01).
           88 WS-UMR-FOUND              VALUE 'Y'.
           88 WS-UMR-NOT-FOUND          VALUE 'N'.
       01 WS-USER-TABLE.
           05 WS-USR-ENTRY OCCURS 2000 TIMES.
               10 WS-USR-USER           PIC 9(9).
               10 WS-USR-PRIOR-TS       PIC S9(15) COMP-3.
               10 WS-USR-CARDS          PIC 9(4) COMP.
               10 WS-USR-CONF-AMOUNT    PIC S9(11)V9(2) COMP-3.
               10 WS-USR-CONF-COUNT     PIC 9(7) COMP.
               10 WS-USR-ATT-AMOUNT     PIC S9(11)V9(2) COMP-3.
               10 WS-USR-ATT-COUNT      PIC 9(7) COMP.
               10 WS-USR-CHBK-COUNT     PIC 9(7) COMP.
               10 WS-USR-MRCH-COUNT     PIC 9(2) COMP.
               10 WS-USR-MRCH OCCURS 10 TIMES.
                   15 WS-USR-MRCH-NAME      PIC 9(6).
                   15 WS-USR-MRCH-CITY      PIC 9(5).
                   15 WS-USR-MRCH-STATE     PIC 9(3).
               10 WS-USR-FLAGS          PIC X(03).
               10 WS-USR-FLAG-SW        PIC X(01).
                   88 WS-USR-REFERRED        VALUE 'Y'.
                   88 WS-USR-NOT-REFERRED    VALUE 'N'.

      *----------------------------------------------------------------*
      *    CARD TABLE -- ONE ENTRY PER CARD (AND CARDHOLDER) WITH      *
      *    ACTIVITY IN THE CARDHOLDER TABLE.  FRHIST IS READ IN CARD   *
      *    ORDER, SO A CARD'S ROWS ARRIVE TOGETHER AND ONLY THE LAST   *
      *    ENTRY NEEDS CHECKING.  THE DETAIL PASS BROWSES EACH         *
      *    REFERRED CARDHOLDER'S CARDS FROM HERE.  OVERFLOW FAILS THE  *
      *    STEP.                                                       *
      *----------------------------------------------------------------*
       01 WS-CRD-LIMIT             PIC 9(4) COMP VALUE 5000.
       01 WS-CRD-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-CRD-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-CRD-IDX               PIC 9(4) COMP.
       01 WS-CARD-TABLE.
           05 WS-CRD-ENTRY OCCURS 5000 TIMES.
               10 WS-CRD-CARD           PIC 9(9).
               10 WS-CRD-USR-IDX        PIC 9(4) COMP.

      *----------------------------------------------------------------*
      *    DETAIL PASS -- WHERE THE CARD'S BROWSE STARTS               *
      *----------------------------------------------------------------*
       01 WS-BROWSE-FROM           PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-TOTALS.
           05 WS-ROWS-READ              PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-IN-WINDOW         PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-EXCLUDED          PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-ALREADY-FILED     PIC 9(9) COMP VALUE ZERO.
           05 WS-ROWS-SUSPICIOUS        PIC 9(9) COMP VALUE ZERO.
           05 WS-REFERRED-COUNT         PIC 9(9) COMP VALUE ZERO.
           05 WS-FOLLOW-UP-COUNT        PIC 9(9) COMP VALUE ZERO.
           05 WS-DETAIL-COUNT           PIC 9(9) COMP VALUE ZERO.
           05 WS-RECORDED-COUNT         PIC 9(9) COMP VALUE ZERO.
           05 WS-RECORD-FAIL-COUNT      PIC 9(9) COMP VALUE ZERO.
           05 WS-TOT-CONF-AMOUNT        PIC S9(13)V9(2) COMP-3
                                        VALUE 0.
           05 WS-TOT-ATT-AMOUNT         PIC S9(13)V9(2) COMP-3
                                        VALUE 0.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.           *
      *----------------------------------------------------------------*
       01 WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT-2         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-CARDS            PIC ZZZ9.
       01 WS-EDIT-MRCH             PIC Z9.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).
       01 WS-EDIT-TIMESTAMP-2      PIC 9(15).
       01 WS-FILING-TEXT           PIC X(25).

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-FRHIST THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-EVALUATE-CARDHOLDERS THRU 3000-EXIT.
           PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
           PERFORM 5000-RECORD-REFERRALS THRU 5000-EXIT.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FRSAREXT' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT FRHIST-FILE.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRHIST-OPEN-SW.

           OPEN INPUT FRCASE-FILE.
           IF WS-FRCASE-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRCASE-OPEN-SW.

           OPEN INPUT FRLED-FILE.
           IF WS-FRLED-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN FRLEDGER FAILED, STATUS='
                       WS-FRLED-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FRLED-OPEN-SW.

           OPEN INPUT MRCHRSK-FILE.
           IF WS-MRCHRSK-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN MRCHRSK FAILED, STATUS='
                       WS-MRCHRSK-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MRCHRSK-OPEN-SW.

           OPEN I-O SARREF-FILE.
           IF WS-SARREF-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN SARREF FAILED, STATUS='
                       WS-SARREF-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-SARREF-OPEN-SW.

           OPEN OUTPUT SAR-FILE.
           IF WS-SAR-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN SAROUT FAILED, STATUS='
                       WS-SAR-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN SARRPT FAILED, STATUS='
                       WS-RPT-STATUS
               PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           STRING 'SUSPICIOUS-ACTIVITY REFERRAL CANDIDATES'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-WINDOW-FROM TO WS-EDIT-TIMESTAMP.
           MOVE WS-ASOF-TS     TO WS-EDIT-TIMESTAMP-2.
           MOVE SPACES TO RPT-LINE.
           STRING 'WINDOW FROM '        DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP     DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP-2   DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-THRESHOLD TO WS-EDIT-AMOUNT.
           MOVE WS-MIN-MERCHANTS TO WS-EDIT-MRCH.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFERRAL THRESHOLD '  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT         DELIMITED BY SIZE
                  '  MINIMUM BLOCK-TIER MERCHANTS '
                                         DELIMITED BY SIZE
                  WS-EDIT-MRCH           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO FRSAR-RECORD.
           SET FRSAR-HEADER TO TRUE.
           MOVE ZERO              TO FRSAR-USER.
           MOVE FRLOGP-BUS-DATE   TO FRSAR-HDR-BUS-DATE.
           MOVE WS-WINDOW-FROM    TO FRSAR-HDR-WINDOW-FROM.
           MOVE WS-ASOF-TS        TO FRSAR-HDR-WINDOW-TO.
           MOVE WS-THRESHOLD      TO FRSAR-HDR-THRESHOLD.
           MOVE WS-MIN-MERCHANTS  TO FRSAR-HDR-MIN-MRCH.
           PERFORM 4900-WRITE-SAR-RECORD THRU 4900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: OPEN SARCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRSAREXT: SARCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF CTL-ASOF-TS NOT NUMERIC
                   OR CTL-WINDOW-DAYS NOT NUMERIC
                   OR CTL-THRESHOLD NOT NUMERIC
                   OR CTL-MIN-MERCHANTS NOT NUMERIC
                   OR CTL-ASOF-TS = ZERO
                   OR CTL-MIN-MERCHANTS > WS-MRCH-SLOTS
                   DISPLAY 'FRSAREXT: INVALID SARCTL CARD'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-ASOF-TS       TO WS-ASOF-TS
                   MOVE CTL-WINDOW-DAYS   TO WS-WINDOW-DAYS
                   MOVE CTL-THRESHOLD     TO WS-THRESHOLD
                   MOVE CTL-MIN-MERCHANTS TO WS-MIN-MERCHANTS
               END-IF
           END-IF.
           CLOSE CTL-FILE.
           IF WS-ABORT
               GO TO 1100-EXIT
           END-IF.

           IF WS-WINDOW-DAYS = ZERO
               MOVE WS-DEFAULT-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF WS-THRESHOLD = ZERO
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           END-IF.
           IF WS-MIN-MERCHANTS = ZERO
               MOVE WS-DEFAULT-MIN-MRCH TO WS-MIN-MERCHANTS
           END-IF.
           COMPUTE WS-WINDOW-FROM =
               WS-ASOF-TS - WS-WINDOW-DAYS * WS-DAY-LEN.
           IF WS-WINDOW-FROM < ZERO
               DISPLAY 'FRSAREXT: WINDOW STARTS BEFORE TIME ZERO'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FAILED                                            *
      *----------------------------------------------------------------*
       1900-OPEN-FAILED.
           MOVE 'Y' TO WS-ABORT-SW.
           MOVE 'Y' TO WS-EOF-SW.
           MOVE 8 TO RETURN-CODE.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-SCAN-FRHIST                                            *
      *        ONE FRHIST ROW, IN CARD/TIMESTAMP ORDER.                *
      *----------------------------------------------------------------*
       2000-SCAN-FRHIST.
           READ FRHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: READ FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           IF FRHIST-TIMESTAMP < WS-WINDOW-FROM
               OR FRHIST-TIMESTAMP NOT < WS-ASOF-TS
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-IN-WINDOW.
           IF FRHIST-EDIT-REJECTED
               OR FRHIST-DUPLICATE
               ADD 1 TO WS-ROWS-EXCLUDED
               GO TO 2000-EXIT
           END-IF.

           IF NOT WS-CACHE-LOADED
               OR FRHIST-USER NOT = WS-CACHE-USER
               PERFORM 2050-GET-PRIOR-FILING THRU 2050-EXIT
               IF WS-ABORT
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF FRHIST-TIMESTAMP < WS-CACHE-PRIOR-TS
               ADD 1 TO WS-ROWS-ALREADY-FILED
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CLASSIFY-ROW THRU 2100-EXIT.
           IF WS-ABORT
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-ROW-CONFIRMED
               AND NOT WS-ROW-DECLINED
               AND NOT WS-ROW-BLOCK
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-SUSPICIOUS.
           PERFORM 2300-ACCUMULATE-ROW THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-GET-PRIOR-FILING                                       *
      *        THE CARDHOLDER'S LATEST FILING, IF ANY.  ACTIVITY       *
      *        BEFORE IT HAS ALREADY BEEN REFERRED.                    *
      *----------------------------------------------------------------*
       2050-GET-PRIOR-FILING.
           MOVE 'Y' TO WS-CACHE-SW.
           MOVE FRHIST-USER TO WS-CACHE-USER.
           MOVE ZERO TO WS-CACHE-PRIOR-TS.
           MOVE FRHIST-USER TO FRSRF-USER.
           READ SARREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SARREF-STATUS = '00'
               MOVE FRSRF-LAST-TS TO WS-CACHE-PRIOR-TS
               GO TO 2050-EXIT
           END-IF.
           IF WS-SARREF-STATUS NOT = '23'
               DISPLAY 'FRSAREXT: READ SARREF FAILED, STATUS='
                       WS-SARREF-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-CLASSIFY-ROW                                           *
      *        LOOK UP THE ROW'S CASE (SAME CARD/TIMESTAMP KEY), ITS   *
      *        CHARGEBACK POSTINGS AND ITS MERCHANT.  A MATCHED        *
      *        CHARGEBACK SHOWS ON FRLEDGER AS A RECOVERY, OR -- FOR   *
      *        A DECLINE, WHICH GETS NO RECOVERY -- AS AN EXPOSURE     *
      *        CHBKRCN POSTED ITSELF.  A MATCHED CHARGEBACK COUNTS AS  *
      *        CONFIRMED FRAUD EVEN BEFORE ANYONE CONFIRMS THE CASE.   *
      *----------------------------------------------------------------*
       2100-CLASSIFY-ROW.
           MOVE 'N' TO WS-ROW-CONFIRMED-SW.
           MOVE 'N' TO WS-ROW-CHBK-SW.
           MOVE 'N' TO WS-ROW-DECLINED-SW.
           MOVE 'N' TO WS-ROW-BLOCK-SW.
           MOVE SPACES TO WS-ROW-CASE-STATUS.
           MOVE SPACES TO WS-ROW-DISP-CODE.

           MOVE FRHIST-CARD      TO FRCASE-CARD.
           MOVE FRHIST-TIMESTAMP TO FRCASE-TIMESTAMP.
           READ FRCASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRCASE-STATUS = '00'
               MOVE FRCASE-STATUS    TO WS-ROW-CASE-STATUS
               MOVE FRCASE-DISP-CODE TO WS-ROW-DISP-CODE
               IF FRCASE-CONFIRMED-FRAUD
                   MOVE 'Y' TO WS-ROW-CONFIRMED-SW
               END-IF
           ELSE
               IF WS-FRCASE-STATUS NOT = '23'
                   DISPLAY 'FRSAREXT: READ FRCASE FAILED, STATUS='
                           WS-FRCASE-STATUS
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           MOVE FRHIST-CARD      TO FRLED-CARD.
           MOVE FRHIST-TIMESTAMP TO FRLED-CASE-TS.
           SET FRLED-CHBK-RECOVERY TO TRUE.
           MOVE 1 TO FRLED-ENTRY-SEQ.
           READ FRLED-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRLED-STATUS = '23'
               SET FRLED-EXPOSURE TO TRUE
               READ FRLED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FRLED-STATUS = '00'
                   AND FRLED-POSTED-BY NOT = WS-CHBK-POSTER
                   MOVE '23' TO WS-FRLED-STATUS
               END-IF
           END-IF.
           IF WS-FRLED-STATUS = '00'
               MOVE 'Y' TO WS-ROW-CHBK-SW
               MOVE 'Y' TO WS-ROW-CONFIRMED-SW
           ELSE
               IF WS-FRLED-STATUS NOT = '23'
                   DISPLAY 'FRSAREXT: READ FRLEDGER FAILED, STATUS='
                           WS-FRLED-STATUS
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF DECISION-DECLINE OF FRHIST-OUTPUT
               MOVE 'Y' TO WS-ROW-DECLINED-SW
           END-IF.

           MOVE MERCHANTXNAME OF FRHIST-INPUT  TO
               MRCHRSK-MERCHANT-NAME.
           MOVE MERCHANTXCITY OF FRHIST-INPUT  TO
               MRCHRSK-MERCHANT-CITY.
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO
               MRCHRSK-MERCHANT-STATE.
           READ MRCHRSK-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MRCHRSK-STATUS = '00'
               IF MRCHRSK-BLOCK
                   MOVE 'Y' TO WS-ROW-BLOCK-SW
               END-IF
           ELSE
               IF WS-MRCHRSK-STATUS NOT = '23'
                   DISPLAY 'FRSAREXT: READ MRCHRSK FAILED, STATUS='
                           WS-MRCHRSK-STATUS
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-ACCUMULATE-ROW                                         *
      *        ADD THE ROW TO ITS CARDHOLDER AND CARD.  A CONFIRMED    *
      *        DECLINE COUNTS AS CONFIRMED, NOT ALSO AS AN ATTEMPT.    *
      *----------------------------------------------------------------*
       2300-ACCUMULATE-ROW.
           SET WS-USER-NOT-FOUND TO TRUE.
           PERFORM 2350-MATCH-USER-SLOT THRU 2350-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-COUNT
               OR WS-USER-FOUND.
           IF WS-USER-FOUND
      *        THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST
      *        THE MATCHED SLOT BY THE TIME THE UNTIL TEST SEES THE
      *        SWITCH, SO BACK IT UP ONE.
               SUBTRACT 1 FROM WS-USR-IDX
           ELSE
               IF WS-USR-COUNT NOT < WS-USR-LIMIT
                   ADD 1 TO WS-USR-OVERFLOW
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-USR-COUNT
               MOVE WS-USR-COUNT TO WS-USR-IDX
               MOVE FRHIST-USER       TO WS-USR-USER (WS-USR-IDX)
               MOVE WS-CACHE-PRIOR-TS TO WS-USR-PRIOR-TS (WS-USR-IDX)
               MOVE ZERO TO WS-USR-CARDS (WS-USR-IDX)
               MOVE ZERO TO WS-USR-CONF-AMOUNT (WS-USR-IDX)
               MOVE ZERO TO WS-USR-CONF-COUNT (WS-USR-IDX)
               MOVE ZERO TO WS-USR-ATT-AMOUNT (WS-USR-IDX)
               MOVE ZERO TO WS-USR-ATT-COUNT (WS-USR-IDX)
               MOVE ZERO TO WS-USR-CHBK-COUNT (WS-USR-IDX)
               MOVE ZERO TO WS-USR-MRCH-COUNT (WS-USR-IDX)
               MOVE SPACES TO WS-USR-FLAGS (WS-USR-IDX)
               SET WS-USR-NOT-REFERRED (WS-USR-IDX) TO TRUE
           END-IF.

           IF WS-CRD-COUNT = ZERO
               OR WS-CRD-CARD (WS-CRD-COUNT) NOT = FRHIST-CARD
               OR WS-CRD-USR-IDX (WS-CRD-COUNT) NOT = WS-USR-IDX
               IF WS-CRD-COUNT NOT < WS-CRD-LIMIT
                   ADD 1 TO WS-CRD-OVERFLOW
               ELSE
                   ADD 1 TO WS-CRD-COUNT
                   MOVE FRHIST-CARD TO WS-CRD-CARD (WS-CRD-COUNT)
                   MOVE WS-USR-IDX  TO WS-CRD-USR-IDX (WS-CRD-COUNT)
                   ADD 1 TO WS-USR-CARDS (WS-USR-IDX)
               END-IF
           END-IF.

           IF WS-ROW-CONFIRMED
               ADD AMOUNT-NUM OF FRHIST-INPUT TO
                   WS-USR-CONF-AMOUNT (WS-USR-IDX)
               ADD 1 TO WS-USR-CONF-COUNT (WS-USR-IDX)
           ELSE
               IF WS-ROW-DECLINED
                   ADD AMOUNT-NUM OF FRHIST-INPUT TO
                       WS-USR-ATT-AMOUNT (WS-USR-IDX)
                   ADD 1 TO WS-USR-ATT-COUNT (WS-USR-IDX)
               END-IF
           END-IF.
           IF WS-ROW-CHBK
               ADD 1 TO WS-USR-CHBK-COUNT (WS-USR-IDX)
           END-IF.
           IF WS-ROW-BLOCK
               PERFORM 2400-ADD-BLOCK-MERCHANT THRU 2400-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2350-MATCH-USER-SLOT                                        *
      *----------------------------------------------------------------*
       2350-MATCH-USER-SLOT.
           IF WS-USR-USER (WS-USR-IDX) = FRHIST-USER
               SET WS-USER-FOUND TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-ADD-BLOCK-MERCHANT                                     *
      *        COUNT EACH BLOCK-TIER MERCHANT ONCE PER CARDHOLDER.     *
      *        ONCE THE SLOTS ARE FULL THE CARDHOLDER IS ALREADY PAST  *
      *        ANY MINIMUM THE CARD ALLOWS.                            *
      *----------------------------------------------------------------*
       2400-ADD-BLOCK-MERCHANT.
           IF WS-USR-MRCH-COUNT (WS-USR-IDX) NOT < WS-MRCH-SLOTS
               GO TO 2400-EXIT
           END-IF.
           SET WS-UMR-NOT-FOUND TO TRUE.
           PERFORM 2450-MATCH-MERCHANT-SLOT THRU 2450-EXIT
               VARYING WS-UMR-IDX FROM 1 BY 1
               UNTIL WS-UMR-IDX > WS-USR-MRCH-COUNT (WS-USR-IDX)
               OR WS-UMR-FOUND.
           IF WS-UMR-FOUND
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-USR-MRCH-COUNT (WS-USR-IDX).
           MOVE WS-USR-MRCH-COUNT (WS-USR-IDX) TO WS-UMR-IDX.
           MOVE MERCHANTXNAME OF FRHIST-INPUT TO
               WS-USR-MRCH-NAME (WS-USR-IDX WS-UMR-IDX).
           MOVE MERCHANTXCITY OF FRHIST-INPUT TO
               WS-USR-MRCH-CITY (WS-USR-IDX WS-UMR-IDX).
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO
               WS-USR-MRCH-STATE (WS-USR-IDX WS-UMR-IDX).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2450-MATCH-MERCHANT-SLOT                                    *
      *----------------------------------------------------------------*
       2450-MATCH-MERCHANT-SLOT.
           IF WS-USR-MRCH-NAME (WS-USR-IDX WS-UMR-IDX) =
                  MERCHANTXNAME OF FRHIST-INPUT
               AND WS-USR-MRCH-CITY (WS-USR-IDX WS-UMR-IDX) =
                  MERCHANTXCITY OF FRHIST-INPUT
               AND WS-USR-MRCH-STATE (WS-USR-IDX WS-UMR-IDX) =
                  MERCHANTXSTATE OF FRHIST-INPUT
               SET WS-UMR-FOUND TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-EVALUATE-CARDHOLDERS                                   *
      *----------------------------------------------------------------*
       3000-EVALUATE-CARDHOLDERS.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           IF WS-USR-OVERFLOW > ZERO
               OR WS-CRD-OVERFLOW > ZERO
               DISPLAY 'FRSAREXT: MORE CARDHOLDERS OR CARDS THAN THE '
                       'TABLES HOLD - EXTRACT INCOMPLETE, NOTHING '
                       'RECORDED ON SARREF'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 3100-EVALUATE-ONE THRU 3100-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-COUNT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-EVALUATE-ONE                                           *
      *----------------------------------------------------------------*
       3100-EVALUATE-ONE.
           MOVE SPACES TO WS-USR-FLAGS (WS-USR-IDX).
           IF WS-USR-CONF-AMOUNT (WS-USR-IDX) NOT < WS-THRESHOLD
               MOVE 'C' TO WS-USR-FLAGS (WS-USR-IDX) (1:1)
           END-IF.
           IF WS-USR-ATT-AMOUNT (WS-USR-IDX) NOT < WS-THRESHOLD
               MOVE 'A' TO WS-USR-FLAGS (WS-USR-IDX) (2:1)
           END-IF.
           IF WS-USR-MRCH-COUNT (WS-USR-IDX) NOT < WS-MIN-MERCHANTS
               MOVE 'M' TO WS-USR-FLAGS (WS-USR-IDX) (3:1)
           END-IF.
           IF WS-USR-FLAGS (WS-USR-IDX) NOT = SPACES
               SET WS-USR-REFERRED (WS-USR-IDX) TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-WRITE-EXTRACT                                          *
      *        EACH REFERRED CARDHOLDER IN TURN: SUBJECT ROW, REPORT   *
      *        LINE, THEN THE DETAIL OF EACH OF ITS CARDS; THEN THE    *
      *        TRAILER.                                                *
      *----------------------------------------------------------------*
       4000-WRITE-EXTRACT.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-WRITE-CARDHOLDER THRU 4100-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-COUNT
               OR WS-ABORT.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO FRSAR-RECORD.
           SET FRSAR-TRAILER TO TRUE.
           MOVE ZERO               TO FRSAR-USER.
           MOVE WS-REFERRED-COUNT  TO FRSAR-TRL-SUBJECT-COUNT.
           MOVE WS-DETAIL-COUNT    TO FRSAR-TRL-DETAIL-COUNT.
           MOVE WS-TOT-CONF-AMOUNT TO FRSAR-TRL-CONF-AMOUNT.
           MOVE WS-TOT-ATT-AMOUNT  TO FRSAR-TRL-ATT-AMOUNT.
           PERFORM 4900-WRITE-SAR-RECORD THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-WRITE-CARDHOLDER                                       *
      *----------------------------------------------------------------*
       4100-WRITE-CARDHOLDER.
           IF WS-USR-NOT-REFERRED (WS-USR-IDX)
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-REFERRED-COUNT.
           ADD WS-USR-CONF-AMOUNT (WS-USR-IDX) TO WS-TOT-CONF-AMOUNT.
           ADD WS-USR-ATT-AMOUNT (WS-USR-IDX)  TO WS-TOT-ATT-AMOUNT.

           MOVE SPACES TO FRSAR-RECORD.
           SET FRSAR-SUBJECT TO TRUE.
           MOVE WS-USR-USER (WS-USR-IDX)     TO FRSAR-USER.
           MOVE WS-USR-FLAGS (WS-USR-IDX)    TO FRSAR-SUB-FLAGS.
           IF WS-USR-PRIOR-TS (WS-USR-IDX) = ZERO
               SET FRSAR-SUB-FIRST TO TRUE
               MOVE 'FIRST REFERRAL' TO WS-FILING-TEXT
           ELSE
               SET FRSAR-SUB-FOLLOW-UP TO TRUE
               ADD 1 TO WS-FOLLOW-UP-COUNT
               MOVE WS-USR-PRIOR-TS (WS-USR-IDX) TO WS-EDIT-TIMESTAMP
               MOVE SPACES TO WS-FILING-TEXT
               STRING 'FOLLOW-UP OF '     DELIMITED BY SIZE
                      WS-EDIT-TIMESTAMP   DELIMITED BY SIZE
                   INTO WS-FILING-TEXT
           END-IF.
           MOVE WS-USR-PRIOR-TS (WS-USR-IDX)    TO FRSAR-SUB-PRIOR-TS.
           MOVE WS-USR-CARDS (WS-USR-IDX)       TO FRSAR-SUB-CARD-COUNT.
           MOVE WS-USR-CONF-AMOUNT (WS-USR-IDX) TO
               FRSAR-SUB-CONF-AMOUNT.
           MOVE WS-USR-CONF-COUNT (WS-USR-IDX)  TO FRSAR-SUB-CONF-COUNT.
           MOVE WS-USR-ATT-AMOUNT (WS-USR-IDX)  TO FRSAR-SUB-ATT-AMOUNT.
           MOVE WS-USR-ATT-COUNT (WS-USR-IDX)   TO FRSAR-SUB-ATT-COUNT.
           MOVE WS-USR-CHBK-COUNT (WS-USR-IDX)  TO FRSAR-SUB-CHBK-COUNT.
           MOVE WS-USR-MRCH-COUNT (WS-USR-IDX)  TO FRSAR-SUB-MRCH-COUNT.
           PERFORM 4900-WRITE-SAR-RECORD THRU 4900-EXIT.

           MOVE WS-USR-CARDS (WS-USR-IDX)       TO WS-EDIT-CARDS.
           MOVE WS-USR-CONF-AMOUNT (WS-USR-IDX) TO WS-EDIT-AMOUNT.
           MOVE WS-USR-ATT-AMOUNT (WS-USR-IDX)  TO WS-EDIT-AMOUNT-2.
           MOVE WS-USR-CHBK-COUNT (WS-USR-IDX)  TO WS-EDIT-COUNT.
           MOVE WS-USR-MRCH-COUNT (WS-USR-IDX)  TO WS-EDIT-MRCH.
           MOVE SPACES TO RPT-LINE.
           STRING 'USER='                     DELIMITED BY SIZE
                  WS-USR-USER (WS-USR-IDX)    DELIMITED BY SIZE
                  ' CARDS='                   DELIMITED BY SIZE
                  WS-EDIT-CARDS               DELIMITED BY SIZE
                  ' CONFIRMED='               DELIMITED BY SIZE
                  WS-EDIT-AMOUNT              DELIMITED BY SIZE
                  ' ATTEMPTED='               DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-2            DELIMITED BY SIZE
                  ' CHBK='                    DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  ' BLOCK-MRCH='              DELIMITED BY SIZE
                  WS-EDIT-MRCH                DELIMITED BY SIZE
                  ' RULES='                   DELIMITED BY SIZE
                  WS-USR-FLAGS (WS-USR-IDX)   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-FILING-TEXT              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 4200-WRITE-CARD-DETAIL THRU 4200-EXIT
               VARYING WS-CRD-IDX FROM 1 BY 1
               UNTIL WS-CRD-IDX > WS-CRD-COUNT
               OR WS-ABORT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-WRITE-CARD-DETAIL                                      *
      *        BROWSE ONE OF THE CARDHOLDER'S CARDS FROM THE LATER OF  *
      *        THE WINDOW START AND THE PRIOR FILING.  STATUS '23' ON  *
      *        THE START CANNOT HAPPEN FOR A CARD PASS 1 SAW, BUT IS   *
      *        TREATED AS AN EMPTY SLICE.                              *
      *----------------------------------------------------------------*
       4200-WRITE-CARD-DETAIL.
           IF WS-CRD-USR-IDX (WS-CRD-IDX) NOT = WS-USR-IDX
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-WINDOW-FROM TO WS-BROWSE-FROM.
           IF WS-USR-PRIOR-TS (WS-USR-IDX) > WS-BROWSE-FROM
               MOVE WS-USR-PRIOR-TS (WS-USR-IDX) TO WS-BROWSE-FROM
           END-IF.
           MOVE WS-CRD-CARD (WS-CRD-IDX) TO FRHIST-CARD.
           MOVE WS-BROWSE-FROM TO FRHIST-TIMESTAMP.
           START FRHIST-FILE KEY IS NOT LESS THAN FRHIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-FRHIST-STATUS = '23'
               GO TO 4200-EXIT
           END-IF.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: DETAIL START FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF.
           SET WS-SCAN-ACTIVE TO TRUE.
           PERFORM 4300-WRITE-ONE-DETAIL THRU 4300-EXIT
               UNTIL WS-SCAN-DONE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-WRITE-ONE-DETAIL                                       *
      *        THE SAME TESTS AS PASS 1, SO THE DETAIL ADDS UP TO THE  *
      *        SUBJECT ROW.                                            *
      *----------------------------------------------------------------*
       4300-WRITE-ONE-DETAIL.
           READ FRHIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: DETAIL READ FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 4300-EXIT
           END-IF.
           IF FRHIST-CARD NOT = WS-CRD-CARD (WS-CRD-IDX)
               OR FRHIST-TIMESTAMP NOT < WS-ASOF-TS
               SET WS-SCAN-DONE TO TRUE
               GO TO 4300-EXIT
           END-IF.
           IF FRHIST-USER NOT = WS-USR-USER (WS-USR-IDX)
               OR FRHIST-EDIT-REJECTED
               OR FRHIST-DUPLICATE
               GO TO 4300-EXIT
           END-IF.

           PERFORM 2100-CLASSIFY-ROW THRU 2100-EXIT.
           IF WS-ABORT
               SET WS-SCAN-DONE TO TRUE
               GO TO 4300-EXIT
           END-IF.
           IF NOT WS-ROW-CONFIRMED
               AND NOT WS-ROW-DECLINED
               AND NOT WS-ROW-BLOCK
               GO TO 4300-EXIT
           END-IF.

           MOVE SPACES TO FRSAR-RECORD.
           SET FRSAR-DETAIL TO TRUE.
           MOVE FRHIST-USER                    TO FRSAR-USER.
           MOVE FRHIST-CARD                    TO FRSAR-DTL-CARD.
           MOVE FRHIST-TIMESTAMP               TO FRSAR-DTL-TIMESTAMP.
           MOVE AMOUNT-NUM OF FRHIST-INPUT     TO FRSAR-DTL-AMOUNT.
           MOVE MERCHANTXNAME OF FRHIST-INPUT  TO
               FRSAR-DTL-MERCHANT-NAME.
           MOVE MERCHANTXCITY OF FRHIST-INPUT  TO
               FRSAR-DTL-MERCHANT-CITY.
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO
               FRSAR-DTL-MERCHANT-STATE.
           MOVE MCC OF FRHIST-INPUT            TO FRSAR-DTL-MCC.
           MOVE DECISION OF FRHIST-OUTPUT      TO FRSAR-DTL-DECISION.
           MOVE FRHIST-FALLBACK-SW             TO FRSAR-DTL-ROUTE.
           MOVE REASON-CODE OF FRHIST-OUTPUT   TO FRSAR-DTL-REASON-CODE.
           MOVE WS-ROW-CASE-STATUS             TO FRSAR-DTL-CASE-STATUS.
           MOVE WS-ROW-DISP-CODE               TO FRSAR-DTL-DISP-CODE.
           MOVE WS-ROW-CHBK-SW                 TO FRSAR-DTL-CHBK-SW.
           MOVE WS-ROW-BLOCK-SW                TO FRSAR-DTL-BLOCK-SW.
           IF WS-ROW-CONFIRMED
               SET FRSAR-DTL-CONFIRMED TO TRUE
           ELSE
               IF WS-ROW-DECLINED
                   SET FRSAR-DTL-ATTEMPT TO TRUE
               ELSE
                   SET FRSAR-DTL-BLOCK-ONLY TO TRUE
               END-IF
           END-IF.
           PERFORM 4900-WRITE-SAR-RECORD THRU 4900-EXIT.
           IF WS-ABORT
               SET WS-SCAN-DONE TO TRUE
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4900-WRITE-SAR-RECORD                                       *
      *        A FAILED WRITE LEAVES THE EXTRACT INCOMPLETE, SO IT     *
      *        STOPS THE RUN BEFORE ANYTHING IS RECORDED ON SARREF.    *
      *----------------------------------------------------------------*
       4900-WRITE-SAR-RECORD.
           WRITE FRSAR-RECORD.
           IF WS-SAR-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: WRITE SAROUT FAILED, STATUS='
                       WS-SAR-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-RECORD-REFERRALS                                       *
      *        ONLY ONCE THE WHOLE EXTRACT IS OUT, AND ONLY IF IT IS   *
      *        COMPLETE.                                               *
      *----------------------------------------------------------------*
       5000-RECORD-REFERRALS.
           IF WS-ABORT
               OR WS-USR-OVERFLOW > ZERO
               OR WS-CRD-OVERFLOW > ZERO
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-RECORD-ONE THRU 5100-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-COUNT.
           IF WS-RECORD-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-RECORD-ONE                                             *
      *----------------------------------------------------------------*
       5100-RECORD-ONE.
           IF WS-USR-NOT-REFERRED (WS-USR-IDX)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-USR-USER (WS-USR-IDX) TO FRSRF-USER.
           READ SARREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SARREF-STATUS NOT = '00'
               AND WS-SARREF-STATUS NOT = '23'
               DISPLAY 'FRSAREXT: READ SARREF FAILED FOR USER '
                       WS-USR-USER (WS-USR-IDX) ', STATUS='
                       WS-SARREF-STATUS
               ADD 1 TO WS-RECORD-FAIL-COUNT
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-ASOF-TS                      TO FRSRF-LAST-TS.
           MOVE WS-USR-CONF-AMOUNT (WS-USR-IDX) TO
               FRSRF-LAST-CONF-AMOUNT.
           MOVE WS-USR-ATT-AMOUNT (WS-USR-IDX)  TO
               FRSRF-LAST-ATT-AMOUNT.
           MOVE WS-USR-FLAGS (WS-USR-IDX)       TO FRSRF-LAST-FLAGS.
           IF WS-SARREF-STATUS = '00'
               ADD 1 TO FRSRF-REFERRAL-COUNT
               REWRITE FRSRF-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-ASOF-TS TO FRSRF-FIRST-TS
               MOVE 1          TO FRSRF-REFERRAL-COUNT
               WRITE FRSRF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-SARREF-STATUS NOT = '00'
               DISPLAY 'FRSAREXT: SARREF UPDATE FAILED FOR USER '
                       WS-USR-USER (WS-USR-IDX) ', STATUS='
                       WS-SARREF-STATUS
               ADD 1 TO WS-RECORD-FAIL-COUNT
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-RECORDED-COUNT.
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
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FRHIST ROWS READ       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-IN-WINDOW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROWS IN WINDOW         : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-EXCLUDED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'EDIT REJECTS/DUPLICATES: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-ALREADY-FILED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROWS ALREADY REFERRED  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-SUSPICIOUS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROWS CONSIDERED        : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-USR-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CARDHOLDERS CONSIDERED : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REFERRED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-FOLLOW-UP-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO RPT-LINE.
           STRING 'CARDHOLDERS REFERRED   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '  FOLLOW-UPS='             DELIMITED BY SIZE
                  WS-EDIT-COUNT-2             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DETAIL ROWS WRITTEN    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-CONF-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONFIRMED DOLLARS      : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-ATT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ATTEMPTED DOLLARS      : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RECORDED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFERRALS RECORDED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-USR-OVERFLOW > ZERO
               OR WS-CRD-OVERFLOW > ZERO
               MOVE WS-USR-OVERFLOW TO WS-EDIT-COUNT
               MOVE WS-CRD-OVERFLOW TO WS-EDIT-COUNT-2
               MOVE SPACES TO RPT-LINE
               STRING 'TABLE OVERFLOW ROWS    : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      ' CARDHOLDER, '             DELIMITED BY SIZE
                      WS-EDIT-COUNT-2             DELIMITED BY SIZE
                      ' CARD -- NOTHING RECORDED' DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-RECORD-FAIL-COUNT > ZERO
               MOVE WS-RECORD-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'REFERRALS NOT RECORDED : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT               DELIMITED BY SIZE
                      '  -- SEE JOB LOG'          DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
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
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-WINDOW-FROM TO FRLOGP-WINDOW-FROM.
           MOVE WS-ASOF-TS TO FRLOGP-WINDOW-TO.
           MOVE 'ROWS IN WINDOW' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-ROWS-IN-WINDOW TO FRLOGP-COUNT-VALUE (1).
           MOVE 'CARDHOLDERS' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-USR-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'REFERRED' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-REFERRED-COUNT TO FRLOGP-COUNT-VALUE (3).
           MOVE 'DETAIL ROWS' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-DETAIL-COUNT TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRHIST-OPENED
               CLOSE FRHIST-FILE
           END-IF.
           IF WS-FRCASE-OPENED
               CLOSE FRCASE-FILE
           END-IF.
           IF WS-FRLED-OPENED
               CLOSE FRLED-FILE
           END-IF.
           IF WS-MRCHRSK-OPENED
               CLOSE MRCHRSK-FILE
           END-IF.
           IF WS-SARREF-OPENED
               CLOSE SARREF-FILE
           END-IF.
           IF WS-SAR-STATUS = '00'
               CLOSE SAR-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
