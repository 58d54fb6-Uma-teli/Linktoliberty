      *  ROW, 'N' OTHERWISE), FOR THE MODEL TEAM TO RETRAIN AGAINST    *
      *  AS GROUND TRUTH.                                              *
      *                                                                *
      *  EVERY MATCHED CHARGEBACK IS ALSO POSTED TO THE FRLEDGER LOSS  *
      *  LEDGER, KEYED BY THE MATCHED ROW'S CARD/TIMESTAMP: THE        *
      *  ORIGINAL EXPOSURE (IF NOTHING HAS POSTED IT YET) AND, UNLESS  *
      *  THE MODEL DECLINED THE TRANSACTION AND NO MONEY EVER WENT     *
      *  OUT, THE CHARGEBACK RECOVERY.  ONE RECOVERY IS POSTED PER     *
      *  TRANSACTION, SO A RERUN OF THE SAME EXTRACT FINDS IT ALREADY  *
      *  ON THE LEDGER AND DOES NOT POST IT TWICE.  THE POSTINGS ARE   *
      *  DATED FROM THE RCNCTL CARD (ABSTIME, COLS 1-15 -- BATCH HAS   *
      *  NO ASKTIME), WHICH DECIDES THE ACCOUNTING MONTH THEY FALL IN. *
      *                                                                *
      *  A MATCHED CHARGEBACK IS ALSO ACTED ON IN FRCASE, UNDER THE    *
      *  CHARGEBACK PSEUDO-ANALYST AND THE SAME AS-OF TIME:            *
      *    - AN OPEN (NEW/ASSIGNED) CASE IS DISPOSITIONED CONFIRMED-   *
      *      FRAUD WITH THE NETWORK REASON AS THE DISPOSITION CODE     *
      *    - A CASE THE DESK CLOSED FALSE-POSITIVE IS LEFT AS THE      *
      *      ANALYST CLOSED IT BUT FLAGGED DISPUTED (FRCASE-CHBK-SW)   *
      *      FOR SUPERVISOR REVIEW -- FRCSERPT LISTS IT                *
      *    - A TRANSACTION THE MODEL APPROVED NEVER HAD A CASE, SO A   *
      *      RETROACTIVE CASE IS WRITTEN, ALREADY CONFIRMED-FRAUD AND  *
      *      FLAGGED MISSED FRAUD                                      *
      *  EVERY CASE THE RUN CONFIRMS PUTS THE CARD ON THE HOTCARD      *
      *  NEGATIVE FILE THE SAME WAY A DESK CONFIRMATION DOES IN        *
      *  FRAUDCSE.  EACH ACTION IS LISTED ON THE REPORT.  A CASE       *
      *  ALREADY CONFIRMED OR ALREADY FLAGGED IS LEFT ALONE, SO A      *
      *  RERUN OF THE SAME EXTRACT CHANGES NOTHING.                    *
      *                                                                *
      *  RUN AS A STAND-ALONE BATCH STEP AGAINST THE SAME FRHIST       *
      *  CYCLE THE CHARGEBACK EXTRACT COVERS.                          *
      *                                                                *
      *                      FAILURE) JUST MEANS NO ARCHIVE PASS,     *
      *                      THE SAME OPTIONAL-INPUT CONVENTION AS   *
      *                      FRAUDCMP'S CMPPARM CARD.                 *
      *    2026-10-15  DEV   FRHIST, ARCHEXT AND LABLOUT RECORD       *
      *                      LENGTHS FOLLOW FRHISREC (NEW             *
      *                      FRHIST-RULE-ID).                         *
      *    2026-10-15  DEV   EVERY MATCHED CHARGEBACK NOW POSTS ITS   *
      *                      EXPOSURE AND ITS NETWORK RECOVERY TO THE *
      *                      NEW FRLEDGER LOSS LEDGER, DATED FROM THE *
      *                      NEW RCNCTL AS-OF CARD, SO MONTH-END      *
      *                      FRAUD-LOSS FIGURES COME OFF THE LEDGER   *
      *                      INSTEAD OF THIS REPORT.  POSTINGS ARE    *
      *                      COUNTED ON THE SUMMARY; A POSTING        *
      *                      FAILURE SETS RC 8 BUT DOES NOT STOP THE  *
      *                      RECONCILIATION.                          *
      *    2026-10-15  DEV   A MATCHED CHARGEBACK NOW ACTS ON ITS     *
      *                      FRCASE ROW UNDER THE NEW CHGBACK         *
      *                      PSEUDO-ANALYST: AN OPEN CASE IS          *
      *                      DISPOSITIONED CONFIRMED-FRAUD, A         *
      *                      FALSE-POSITIVE IS FLAGGED DISPUTED FOR   *
      *                      SUPERVISOR REVIEW, AND AN APPROVED       *
      *                      TRANSACTION WITH NO CASE GETS A          *
      *                      RETROACTIVE CONFIRMED CASE FLAGGED       *
      *                      MISSED FRAUD.  EVERY CONFIRMATION PUTS   *
      *                      THE CARD ON HOTCARD AS FRAUDCSE DOES.    *
      *                      THE ACTIONS ARE LISTED IN A NEW CASE     *
      *                      ACTIONS SECTION AND COUNTED ON THE       *
      *                      SUMMARY; FRCASE AND HOTCARD DDS ARE NEW. *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900), AND DOES NOT RUN (RC 12)    *
      *                      UNLESS FRDAYBAL ENDED CLEANLY FOR THE    *
      *                      SAME BUSINESS DATE.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHX-STATUS.

           SELECT FRLED-FILE ASSIGN TO FRLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRLED-KEY
               FILE STATUS IS WS-FRLED-STATUS.

           SELECT FRCASE-FILE ASSIGN TO FRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRCASE-KEY
               FILE STATUS IS WS-FRCASE-STATUS.

           SELECT HOTCARD-FILE ASSIGN TO HOTCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOTCARD-KEY
               FILE STATUS IS WS-HOTCARD-STATUS.

           SELECT CTL-FILE ASSIGN TO RCNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHBK-IN-FILE
           COPY CHBKREC.

       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  RPT-FILE
       01 RPT-LINE                 PIC X(132).

       FD  LBL-FILE
           RECORD CONTAINS 187 CHARACTERS.
       01 LBL-RECORD.
           02 LBL-HISTORY           PIC X(186).
           02 LBL-FRAUD-FLAG        PIC X(01).

       FD  ARCH-EXT-FILE
           RECORD CONTAINS 186 CHARACTERS.
       01 ARCHX-RECORD             PIC X(186).

       FD  FRLED-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY FRLEDREC.

       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  HOTCARD-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY HOTCARD.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-ASOF-TS           PIC 9(15).
           02 FILLER                PIC X(65).

       WORKING-STORAGE SECTION.
       01 WS-CHBK-STATUS           PIC X(02).
       01 WS-ARCHX-STATUS          PIC X(02).
       01 WS-ARCHX-EOF-SW          PIC X(01) VALUE 'N'.
           88 WS-ARCHX-EOF              VALUE 'Y'.
       01 WS-FRLED-STATUS          PIC X(02).
       01 WS-FRLED-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRLED-OPENED           VALUE 'Y'.
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-FRCASE-STATUS         PIC X(02).
       01 WS-FRCASE-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRCASE-OPENED          VALUE 'Y'.
       01 WS-HOTCARD-STATUS        PIC X(02).
       01 WS-HOTCARD-OPEN-SW       PIC X(01) VALUE 'N'.
           88 WS-HOTCARD-OPENED         VALUE 'Y'.

      *----------------------------------------------------------------*
      *    LEDGER POSTING -- EVERY CHBKRCN POSTING IS OWNED BY THE     *
      *    CHARGEBACK PSEUDO-POSTER AND DATED WITH THE AS-OF TIME      *
      *    FROM RCNCTL, SAVED HERE BEFORE THE CARD FILE IS CLOSED.     *
      *    THE MATCHED ROW'S DETAILS (LIVE OR ARCHIVED) ARE STAGED IN  *
      *    WS-LED-SOURCE SO ONE POSTING PARAGRAPH, AND ONE CASE        *
      *    PARAGRAPH, SERVES BOTH.  CASE DISPOSITIONS AND HOT-CARD     *
      *    BLOCKS ARE OWNED BY THE CHARGEBACK PSEUDO-ANALYST.          *
      *----------------------------------------------------------------*
       01 WS-ASOF-TS               PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-CHBK-POSTER           PIC X(08) VALUE 'CHBKRCN'.
       01 WS-CHBK-ANALYST          PIC X(08) VALUE 'CHGBACK'.
       01 WS-LED-SOURCE.
           05 WS-LED-CARD           PIC 9(9).
           05 WS-LED-TIMESTAMP      PIC S9(15) COMP-3.
           05 WS-LED-AUTH-AMOUNT    PIC S9(9)V9(2) COMP-3.
           05 WS-LED-MCC            PIC 9(4).
           05 WS-LED-DECISION       PIC X(01).
           05 WS-LED-MODEL-ID       PIC X(36).
           05 WS-LED-MERCHANT-NAME  PIC 9(6).
           05 WS-LED-MERCHANT-CITY  PIC 9(5).
           05 WS-LED-MERCHANT-STATE PIC 9(3).
           05 WS-LED-REASON-CODE    PIC X(04).
           05 WS-LED-RULE-ID        PIC X(08).

      *----------------------------------------------------------------*
      *    ARCHIVE-EXTRACT TABLE -- THE FRHSRTRV RETRIEVAL EXTRACT,    *
               10 WS-ARCX-TIMESTAMP     PIC S9(15) COMP-3.
               10 WS-ARCX-AMOUNT        PIC S9(9)V9(2) COMP-3.
               10 WS-ARCX-DECISION      PIC X(01).
               10 WS-ARCX-MCC           PIC 9(4).
               10 WS-ARCX-MODEL-ID      PIC X(36).
               10 WS-ARCX-MERCHANT-NAME PIC 9(6).
               10 WS-ARCX-MERCHANT-CITY PIC 9(5).
               10 WS-ARCX-MERCHANT-STATE PIC 9(3).
               10 WS-ARCX-REASON-CODE   PIC X(04).
               10 WS-ARCX-RULE-ID       PIC X(08).

      *----------------------------------------------------------------*
      *    MATCH WINDOW -- SAME UNITS AS ABSTIME (HUNDREDTHS OF A      *
               10 WS-MATCH-CARD         PIC 9(9).
               10 WS-MATCH-TIMESTAMP    PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *    CASE-ACTION TABLE -- EVERY FRCASE ACTION THE MATCHING PASS  *
      *    TAKES (OR FAILS TO TAKE), HELD FOR THE CASE ACTIONS SECTION *
      *    OF THE REPORT, WHICH IS WRITTEN AFTER THE UNMATCHED         *
      *    EXCEPTIONS.  AN OVERFLOW IS COUNTED AND ENDS THE JOB NON-   *
      *    ZERO -- THE ACTIONS THEMSELVES WERE TAKEN, BUT THE LIST OF  *
      *    THEM IS INCOMPLETE.                                         *
      *----------------------------------------------------------------*
       01 WS-ACT-LIMIT             PIC 9(4) COMP VALUE 2000.
       01 WS-ACT-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ACT-OVERFLOW-COUNT    PIC 9(4) COMP VALUE ZERO.
       01 WS-ACT-IDX               PIC 9(4) COMP.
       01 WS-ACT-TEXT              PIC X(40).
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 2000 TIMES.
               10 WS-ACT-CARD           PIC 9(9).
               10 WS-ACT-TIMESTAMP      PIC S9(15) COMP-3.
               10 WS-ACT-AMOUNT         PIC S9(9)V9(2) COMP-3.
               10 WS-ACT-REASON-CODE    PIC X(04).
               10 WS-ACT-DESCRIPTION    PIC X(40).

      *----------------------------------------------------------------*
      *    RECONCILIATION TOTALS                                       *
      *----------------------------------------------------------------*
           05 WS-LABELED-FRAUD-COUNT    PIC 9(9) COMP VALUE ZERO.
           05 WS-ARCHIVE-MATCH-COUNT    PIC 9(9) COMP VALUE ZERO.
           05 WS-ARCHIVE-MATCH-AMOUNT   PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-LED-EXPOSURE-COUNT     PIC 9(9) COMP VALUE ZERO.
           05 WS-LED-EXPOSURE-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-LED-RECOVERY-COUNT     PIC 9(9) COMP VALUE ZERO.
           05 WS-LED-RECOVERY-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-LED-ALREADY-COUNT      PIC 9(9) COMP VALUE ZERO.
           05 WS-LED-FAIL-COUNT         PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-CONFIRMED-COUNT   PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-DISPUTED-COUNT    PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-MISSED-COUNT      PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-MISSED-AMOUNT     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CASE-UNCHANGED-COUNT   PIC 9(9) COMP VALUE ZERO.
           05 WS-CASE-FAIL-COUNT        PIC 9(9) COMP VALUE ZERO.
           05 WS-HOTCARD-SET-COUNT      PIC 9(9) COMP VALUE ZERO.
           05 WS-HOTCARD-FAIL-COUNT     PIC 9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).

       COPY FRLOGPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-RUN-LOG-START THRU 0100-EXIT.
           IF NOT FRLOGP-OK
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CHARGEBACK THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 5000-WRITE-LABELED-EXTRACT THRU 5000-EXIT.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *        FRDAYBAL MUST HAVE ENDED CLEANLY FOR THE SAME           *
      *        BUSINESS DATE, OR THE STEP DOES NOT RUN.                *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'CHBKRCN' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           MOVE 'FRDAYBAL' TO FRLOGP-PREREQ (1).
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.

           OPEN INPUT CHBK-IN-FILE.
           IF WS-CHBK-STATUS = '00'
               MOVE 'Y' TO WS-CHBK-OPEN-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O FRLED-FILE.
           IF WS-FRLED-STATUS = '00'
               MOVE 'Y' TO WS-FRLED-OPEN-SW
           ELSE
               DISPLAY 'CHBKRCN: OPEN FRLEDGER FAILED, STATUS='
                       WS-FRLED-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O FRCASE-FILE.
           IF WS-FRCASE-STATUS = '00'
               MOVE 'Y' TO WS-FRCASE-OPEN-SW
           ELSE
               DISPLAY 'CHBKRCN: OPEN FRCASE FAILED, STATUS='
                       WS-FRCASE-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O HOTCARD-FILE.
           IF WS-HOTCARD-STATUS = '00'
               MOVE 'Y' TO WS-HOTCARD-OPEN-SW
           ELSE
               DISPLAY 'CHBKRCN: OPEN HOTCARD FAILED, STATUS='
                       WS-HOTCARD-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 1500-LOAD-ARCHIVE-EXTRACT THRU 1500-EXIT.

           OPEN OUTPUT RPT-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL-CARD                                      *
      *        THE AS-OF TIME THE LEDGER POSTINGS ARE DATED WITH.  A   *
      *        MISSING OR GARBLED CARD STOPS THE RUN BEFORE ANYTHING   *
      *        IS MATCHED -- AN UNDATED POSTING WOULD LAND IN THE      *
      *        WRONG ACCOUNTING MONTH.                                 *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CHBKRCN: OPEN RCNCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'CHBKRCN: RCNCTL IS EMPTY'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-EOF
               IF CTL-ASOF-TS NOT NUMERIC
                   OR CTL-ASOF-TS = ZERO
                   DISPLAY 'CHBKRCN: INVALID AS-OF ON RCNCTL'
                   MOVE 'Y' TO WS-EOF-SW
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
      *    1500-LOAD-ARCHIVE-EXTRACT                                   *
      *        ARCHEXT IS OPTIONAL: NO DD, OR ANY OPEN FAILURE, JUST   *
               WS-ARCX-AMOUNT (WS-ARCX-COUNT).
           MOVE DECISION OF FRHIST-OUTPUT TO
               WS-ARCX-DECISION (WS-ARCX-COUNT).
           MOVE MCC OF FRHIST-INPUT TO WS-ARCX-MCC (WS-ARCX-COUNT).
           MOVE FRHIST-MODEL-ID TO WS-ARCX-MODEL-ID (WS-ARCX-COUNT).
           MOVE MERCHANTXNAME OF FRHIST-INPUT TO
               WS-ARCX-MERCHANT-NAME (WS-ARCX-COUNT).
           MOVE MERCHANTXCITY OF FRHIST-INPUT TO
               WS-ARCX-MERCHANT-CITY (WS-ARCX-COUNT).
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO
               WS-ARCX-MERCHANT-STATE (WS-ARCX-COUNT).
           MOVE REASON-CODE OF FRHIST-OUTPUT TO
               WS-ARCX-REASON-CODE (WS-ARCX-COUNT).
           MOVE FRHIST-RULE-ID TO WS-ARCX-RULE-ID (WS-ARCX-COUNT).
       1600-EXIT.
           EXIT.

           ELSE
               ADD 1 TO WS-MATCH-OVERFLOW-COUNT
           END-IF.

           MOVE FRHIST-CARD                TO WS-LED-CARD.
           MOVE FRHIST-TIMESTAMP           TO WS-LED-TIMESTAMP.
           MOVE AMOUNT-NUM OF FRHIST-INPUT TO WS-LED-AUTH-AMOUNT.
           MOVE MCC OF FRHIST-INPUT        TO WS-LED-MCC.
           MOVE DECISION OF FRHIST-OUTPUT  TO WS-LED-DECISION.
           MOVE FRHIST-MODEL-ID            TO WS-LED-MODEL-ID.
           MOVE MERCHANTXNAME OF FRHIST-INPUT  TO WS-LED-MERCHANT-NAME.
           MOVE MERCHANTXCITY OF FRHIST-INPUT  TO WS-LED-MERCHANT-CITY.
           MOVE MERCHANTXSTATE OF FRHIST-INPUT TO WS-LED-MERCHANT-STATE.
           MOVE REASON-CODE OF FRHIST-OUTPUT   TO WS-LED-REASON-CODE.
           MOVE FRHIST-RULE-ID                 TO WS-LED-RULE-ID.
           PERFORM 2600-POST-LEDGER THRU 2600-EXIT.
           PERFORM 2700-ACT-ON-CASE THRU 2700-EXIT.
       2400-EXIT.
           EXIT.

                       TO WS-APPROVED-AMOUNT
               END-IF
           END-IF.

           MOVE WS-ARCX-CARD (WS-ARCX-IDX)      TO WS-LED-CARD.
           MOVE WS-ARCX-TIMESTAMP (WS-ARCX-IDX) TO WS-LED-TIMESTAMP.
           MOVE WS-ARCX-AMOUNT (WS-ARCX-IDX)    TO WS-LED-AUTH-AMOUNT.
           MOVE WS-ARCX-MCC (WS-ARCX-IDX)       TO WS-LED-MCC.
           MOVE WS-ARCX-DECISION (WS-ARCX-IDX)  TO WS-LED-DECISION.
           MOVE WS-ARCX-MODEL-ID (WS-ARCX-IDX)  TO WS-LED-MODEL-ID.
           MOVE WS-ARCX-MERCHANT-NAME (WS-ARCX-IDX)
               TO WS-LED-MERCHANT-NAME.
           MOVE WS-ARCX-MERCHANT-CITY (WS-ARCX-IDX)
               TO WS-LED-MERCHANT-CITY.
           MOVE WS-ARCX-MERCHANT-STATE (WS-ARCX-IDX)
               TO WS-LED-MERCHANT-STATE.
           MOVE WS-ARCX-REASON-CODE (WS-ARCX-IDX) TO WS-LED-REASON-CODE.
           MOVE WS-ARCX-RULE-ID (WS-ARCX-IDX)   TO WS-LED-RULE-ID.
           PERFORM 2600-POST-LEDGER THRU 2600-EXIT.
           PERFORM 2700-ACT-ON-CASE THRU 2700-EXIT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-POST-LEDGER                                            *
      *        POST THE MATCHED TRANSACTION TO FRLEDGER: ITS EXPOSURE  *
      *        AT THE AUTHORIZED AMOUNT (A DESK OR OUTREACH            *
      *        CONFIRMATION MAY ALREADY HAVE POSTED IT), THEN THE      *
      *        NETWORK'S CHBK-AMOUNT AS THE RECOVERY.  A DECLINED      *
      *        TRANSACTION NEVER PAID OUT, SO IT GETS THE EXPOSURE     *
      *        (DOLLARS PREVENTED) BUT NO RECOVERY.                    *
      *----------------------------------------------------------------*
       2600-POST-LEDGER.
           MOVE WS-LED-CARD        TO FRLED-CARD.
           MOVE WS-LED-TIMESTAMP   TO FRLED-CASE-TS.
           SET FRLED-EXPOSURE      TO TRUE.
           MOVE 1                  TO FRLED-ENTRY-SEQ.
           MOVE WS-ASOF-TS         TO FRLED-POST-TS.
           MOVE WS-LED-AUTH-AMOUNT TO FRLED-AMOUNT.
           MOVE WS-CHBK-POSTER     TO FRLED-POSTED-BY.
           MOVE WS-LED-MCC         TO FRLED-MCC.
           MOVE WS-LED-DECISION    TO FRLED-DECISION.
           MOVE WS-LED-MODEL-ID    TO FRLED-MODEL-ID.
           MOVE CHBK-REASON-CODE   TO FRLED-REFERENCE.
           MOVE 'EXPOSURE CONFIRMED BY NETWORK CHARGEBACK'
               TO FRLED-NOTE.
           PERFORM 2650-WRITE-LEDGER-ROW THRU 2650-EXIT.

           IF WS-LED-DECISION = 'D'
               GO TO 2600-EXIT
           END-IF.
           SET FRLED-CHBK-RECOVERY TO TRUE.
           MOVE CHBK-AMOUNT        TO FRLED-AMOUNT.
           MOVE 'NETWORK CHARGEBACK RECOVERY             '
               TO FRLED-NOTE.
           PERFORM 2650-WRITE-LEDGER-ROW THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2650-WRITE-LEDGER-ROW                                       *
      *        A DUPLICATE KEY MEANS THE POSTING IS ALREADY ON THE     *
      *        LEDGER (A RERUN, OR THE DESK GOT THERE FIRST) AND IS    *
      *        COUNTED, NOT POSTED AGAIN.  ANY OTHER FAILURE IS        *
      *        DISPLAYED AND FAILS THE STEP; THE RECONCILIATION        *
      *        ITSELF CARRIES ON.                                      *
      *----------------------------------------------------------------*
       2650-WRITE-LEDGER-ROW.
           IF NOT WS-FRLED-OPENED
               GO TO 2650-EXIT
           END-IF.
           WRITE FRLED-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRLED-STATUS = '22'
               ADD 1 TO WS-LED-ALREADY-COUNT
               GO TO 2650-EXIT
           END-IF.
           IF WS-FRLED-STATUS NOT = '00'
               MOVE FRLED-CASE-TS TO WS-EDIT-TIMESTAMP
               DISPLAY 'CHBKRCN: WRITE FRLEDGER FAILED, STATUS='
                       WS-FRLED-STATUS
                       ' CARD=' FRLED-CARD
                       ' TIMESTAMP=' WS-EDIT-TIMESTAMP
                       ' TYPE=' FRLED-ENTRY-TYPE
               ADD 1 TO WS-LED-FAIL-COUNT
               MOVE 8 TO RETURN-CODE
               GO TO 2650-EXIT
           END-IF.
           IF FRLED-EXPOSURE
               ADD 1 TO WS-LED-EXPOSURE-COUNT
               ADD FRLED-AMOUNT TO WS-LED-EXPOSURE-AMOUNT
           ELSE
               ADD 1 TO WS-LED-RECOVERY-COUNT
               ADD FRLED-AMOUNT TO WS-LED-RECOVERY-AMOUNT
           END-IF.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2700-ACT-ON-CASE                                            *
      *        LOOK UP THE MATCHED TRANSACTION'S CASE (FRCASE IS       *
      *        KEYED BY THE SAME CARD/TIMESTAMP AS FRHIST) AND ACT ON  *
      *        IT BY ITS STATUS.  NO CASE ON FILE MEANS THE MODEL      *
      *        APPROVED THE TRANSACTION (FRAUDMOD ONLY OPENS ONE FOR   *
      *        REVIEW OR DECLINE), SO THE CHARGEBACK IS MISSED FRAUD.  *
      *        A CASE ALREADY CONFIRMED, ALREADY DISPUTED, OR CLOSED   *
      *        OTHERWISE IS LEFT AS IT IS.  A FAILURE IS LISTED,       *
      *        DISPLAYED AND FAILS THE STEP; THE RECONCILIATION        *
      *        ITSELF CARRIES ON, THE SAME AS A LEDGER FAILURE.        *
      *----------------------------------------------------------------*
       2700-ACT-ON-CASE.
           IF NOT WS-FRCASE-OPENED
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-LED-CARD      TO FRCASE-CARD.
           MOVE WS-LED-TIMESTAMP TO FRCASE-TIMESTAMP.
           READ FRCASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FRCASE-STATUS = '23'
               PERFORM 2740-OPEN-MISSED-FRAUD-CASE THRU 2740-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF WS-FRCASE-STATUS NOT = '00'
               MOVE 'CASE READ FAILED - SEE JOB LOG' TO WS-ACT-TEXT
               PERFORM 2790-CASE-FAILED THRU 2790-EXIT
               GO TO 2700-EXIT
           END-IF.

           IF FRCASE-OPEN
               PERFORM 2710-CONFIRM-OPEN-CASE THRU 2710-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF FRCASE-FALSE-POSITIVE
               AND NOT FRCASE-CHBK-DISPUTED
               PERFORM 2720-FLAG-DISPUTED-CASE THRU 2720-EXIT
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-CASE-UNCHANGED-COUNT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2710-CONFIRM-OPEN-CASE                                      *
      *        THE NETWORK HAS CONFIRMED WHAT THE DESK HAD NOT YET     *
      *        WORKED -- DISPOSITION THE CASE CONFIRMED-FRAUD UNDER    *
      *        THE CHARGEBACK PSEUDO-ANALYST WITH THE NETWORK REASON   *
      *        AS THE DISPOSITION CODE, AND BLOCK THE CARD.            *
      *----------------------------------------------------------------*
       2710-CONFIRM-OPEN-CASE.
           SET FRCASE-CONFIRMED-FRAUD TO TRUE.
           MOVE WS-CHBK-ANALYST  TO FRCASE-ANALYST-ID.
           MOVE CHBK-REASON-CODE TO FRCASE-DISP-CODE.
           MOVE 'CONFIRMED BY NETWORK CHARGEBACK         '
               TO FRCASE-DISP-NOTE.
           MOVE WS-ASOF-TS       TO FRCASE-DISP-TIMESTAMP.
           REWRITE FRCASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FRCASE-STATUS NOT = '00'
               MOVE 'CASE CONFIRM FAILED - SEE JOB LOG' TO WS-ACT-TEXT
               PERFORM 2790-CASE-FAILED THRU 2790-EXIT
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO WS-CASE-CONFIRMED-COUNT.
           MOVE 'OPEN CASE DISPOSITIONED CONFIRMED-FRAUD'
               TO WS-ACT-TEXT.
           PERFORM 2780-RECORD-CASE-ACTION THRU 2780-EXIT.
           PERFORM 2750-SET-HOT-CARD THRU 2750-EXIT.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2720-FLAG-DISPUTED-CASE                                     *
      *        THE DESK CLOSED THIS CASE FALSE-POSITIVE AND THE        *
      *        NETWORK SAYS OTHERWISE.  THE ANALYST'S DISPOSITION IS   *
      *        LEFT AS RECORDED -- IT IS A SUPERVISOR'S CALL, NOT THE  *
      *        BATCH'S, WHETHER IT WAS WRONG -- SO THE CASE IS ONLY    *
      *        FLAGGED DISPUTED AND STAMPED, FOR FRCSERPT TO LIST.     *
      *        NO HOT-CARD BLOCK UNTIL SOMEONE CONFIRMS IT.            *
      *----------------------------------------------------------------*
       2720-FLAG-DISPUTED-CASE.
           SET FRCASE-CHBK-DISPUTED TO TRUE.
           MOVE WS-ASOF-TS TO FRCASE-CHBK-TIMESTAMP.
           REWRITE FRCASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FRCASE-STATUS NOT = '00'
               MOVE 'DISPUTE FLAG FAILED - SEE JOB LOG' TO WS-ACT-TEXT
               PERFORM 2790-CASE-FAILED THRU 2790-EXIT
               GO TO 2720-EXIT
           END-IF.
           ADD 1 TO WS-CASE-DISPUTED-COUNT.
           MOVE 'FALSE-POSITIVE DISPUTED - SUPERVISOR'
               TO WS-ACT-TEXT.
           PERFORM 2780-RECORD-CASE-ACTION THRU 2780-EXIT.
       2720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2740-OPEN-MISSED-FRAUD-CASE                                 *
      *        NO CASE WAS EVER OPENED.  IF THE MODEL APPROVED THE     *
      *        TRANSACTION, WRITE THE CASE IT SHOULD HAVE HAD, BUILT   *
      *        FROM THE MATCHED ROW THE WAY FRAUDMOD BUILDS ONE, BUT   *
      *        ALREADY DISPOSITIONED CONFIRMED-FRAUD AND FLAGGED       *
      *        MISSED FRAUD, THEN BLOCK THE CARD.  A REVIEW OR DECLINE *
      *        WITH NO CASE ON FILE (FRAUDMOD'S CASE WRITE FAILED) IS  *
      *        NOT MISSED FRAUD AND IS ONLY LISTED FOR THE DESK.       *
      *----------------------------------------------------------------*
       2740-OPEN-MISSED-FRAUD-CASE.
           IF WS-LED-DECISION NOT = 'A'
               ADD 1 TO WS-CASE-UNCHANGED-COUNT
               MOVE 'NO CASE ON FILE - DECISION NOT APPROVE'
                   TO WS-ACT-TEXT
               PERFORM 2780-RECORD-CASE-ACTION THRU 2780-EXIT
               GO TO 2740-EXIT
           END-IF.

           MOVE WS-LED-CARD           TO FRCASE-CARD.
           MOVE WS-LED-TIMESTAMP      TO FRCASE-TIMESTAMP.
           MOVE WS-LED-AUTH-AMOUNT    TO FRCASE-AMOUNT.
           MOVE WS-LED-MERCHANT-NAME  TO FRCASE-MERCHANT-NAME.
           MOVE WS-LED-MERCHANT-CITY  TO FRCASE-MERCHANT-CITY.
           MOVE WS-LED-MERCHANT-STATE TO FRCASE-MERCHANT-STATE.
           MOVE WS-LED-MCC            TO FRCASE-MCC.
           MOVE WS-LED-DECISION       TO FRCASE-DECISION.
           MOVE WS-LED-REASON-CODE    TO FRCASE-REASON-CODE.
           SET FRCASE-CONFIRMED-FRAUD TO TRUE.
           MOVE WS-CHBK-ANALYST       TO FRCASE-ANALYST-ID.
           MOVE CHBK-REASON-CODE      TO FRCASE-DISP-CODE.
           MOVE 'MISSED FRAUD - APPROVED, CHARGED BACK   '
               TO FRCASE-DISP-NOTE.
           MOVE ZERO                  TO FRCASE-CLAIM-TIMESTAMP.
           MOVE WS-ASOF-TS            TO FRCASE-DISP-TIMESTAMP.
           SET FRCASE-NOT-ESCALATED   TO TRUE.
           SET FRCASE-NO-CONTACT      TO TRUE.
           MOVE WS-LED-RULE-ID        TO FRCASE-RULE-ID.
           SET FRCASE-CHBK-MISSED-FRAUD TO TRUE.
           MOVE WS-ASOF-TS            TO FRCASE-CHBK-TIMESTAMP.
           WRITE FRCASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRCASE-STATUS NOT = '00'
               MOVE 'MISSED-FRAUD CASE WRITE FAILED - SEE LOG'
                   TO WS-ACT-TEXT
               PERFORM 2790-CASE-FAILED THRU 2790-EXIT
               GO TO 2740-EXIT
           END-IF.
           ADD 1 TO WS-CASE-MISSED-COUNT.
           ADD WS-LED-AUTH-AMOUNT TO WS-CASE-MISSED-AMOUNT.
           MOVE 'MISSED FRAUD - CONFIRMED CASE OPENED'
               TO WS-ACT-TEXT.
           PERFORM 2780-RECORD-CASE-ACTION THRU 2780-EXIT.
           PERFORM 2750-SET-HOT-CARD THRU 2750-EXIT.
       2740-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2750-SET-HOT-CARD                                           *
      *        WRITE-THEN-RECOVER-ON-DUPLICATE, THE BATCH TWIN OF      *
      *        FRAUDCSE'S 3500-SET-HOT-CARD: A ROW ALREADY ON FILE     *
      *        (E.G. A LIFTED BLOCK NOW CONFIRMED AGAIN) IS            *
      *        RE-ACTIVATED IN PLACE.  THE CASE HAS ALREADY COMMITTED, *
      *        SO A FAILURE HERE IS DISPLAYED AND COUNTED BUT DOES NOT *
      *        STOP THE RUN.                                           *
      *----------------------------------------------------------------*
       2750-SET-HOT-CARD.
           MOVE WS-LED-CARD      TO HOTCARD-CARD.
           SET HOTCARD-ACTIVE    TO TRUE.
           MOVE CHBK-REASON-CODE TO HOTCARD-REASON-CODE.
           MOVE WS-CHBK-ANALYST  TO HOTCARD-ANALYST-ID.
           MOVE WS-ASOF-TS       TO HOTCARD-SET-TIMESTAMP.
           WRITE HOTCARD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-HOTCARD-STATUS = '00'
               ADD 1 TO WS-HOTCARD-SET-COUNT
               GO TO 2750-EXIT
           END-IF.
           IF WS-HOTCARD-STATUS NOT = '22'
               DISPLAY 'CHBKRCN: WRITE HOTCARD FAILED, STATUS='
                       WS-HOTCARD-STATUS ' CARD=' HOTCARD-CARD
               ADD 1 TO WS-HOTCARD-FAIL-COUNT
               GO TO 2750-EXIT
           END-IF.

           READ HOTCARD-FILE
               INVALID KEY
                   DISPLAY 'CHBKRCN: HOTCARD REREAD FAILED, STATUS='
                           WS-HOTCARD-STATUS ' CARD=' HOTCARD-CARD
                   ADD 1 TO WS-HOTCARD-FAIL-COUNT
                   GO TO 2750-EXIT
           END-READ.
           SET HOTCARD-ACTIVE    TO TRUE.
           MOVE CHBK-REASON-CODE TO HOTCARD-REASON-CODE.
           MOVE WS-CHBK-ANALYST  TO HOTCARD-ANALYST-ID.
           MOVE WS-ASOF-TS       TO HOTCARD-SET-TIMESTAMP.
           REWRITE HOTCARD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-HOTCARD-STATUS = '00'
               ADD 1 TO WS-HOTCARD-SET-COUNT
           ELSE
               DISPLAY 'CHBKRCN: HOTCARD REWRITE FAILED, STATUS='
                       WS-HOTCARD-STATUS ' CARD=' HOTCARD-CARD
               ADD 1 TO WS-HOTCARD-FAIL-COUNT
           END-IF.
       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2780-RECORD-CASE-ACTION                                     *
      *        HOLD THE ACTION IN WS-ACT-TEXT FOR THE CASE ACTIONS     *
      *        SECTION OF THE REPORT.                                  *
      *----------------------------------------------------------------*
       2780-RECORD-CASE-ACTION.
           IF WS-ACT-COUNT NOT < WS-ACT-LIMIT
               ADD 1 TO WS-ACT-OVERFLOW-COUNT
               GO TO 2780-EXIT
           END-IF.
           ADD 1 TO WS-ACT-COUNT.
           MOVE WS-LED-CARD        TO WS-ACT-CARD (WS-ACT-COUNT).
           MOVE WS-LED-TIMESTAMP   TO WS-ACT-TIMESTAMP (WS-ACT-COUNT).
           MOVE WS-LED-AUTH-AMOUNT TO WS-ACT-AMOUNT (WS-ACT-COUNT).
           MOVE CHBK-REASON-CODE   TO
               WS-ACT-REASON-CODE (WS-ACT-COUNT).
           MOVE WS-ACT-TEXT        TO
               WS-ACT-DESCRIPTION (WS-ACT-COUNT).
       2780-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2790-CASE-FAILED                                            *
      *----------------------------------------------------------------*
       2790-CASE-FAILED.
           MOVE WS-LED-TIMESTAMP TO WS-EDIT-TIMESTAMP.
           DISPLAY 'CHBKRCN: FRCASE UPDATE FAILED, STATUS='
                   WS-FRCASE-STATUS
                   ' CARD=' WS-LED-CARD
                   ' TIMESTAMP=' WS-EDIT-TIMESTAMP.
           ADD 1 TO WS-CASE-FAIL-COUNT.
           MOVE 8 TO RETURN-CODE.
           PERFORM 2780-RECORD-CASE-ACTION THRU 2780-EXIT.
       2790-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-WRITE-EXCEPTION-LINE                                   *
      *----------------------------------------------------------------*
      *    8000-WRITE-SUMMARY                                          *
      *----------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASE ACTIONS'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 8100-WRITE-CASE-ACTION-LINE THRU 8100-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LED-EXPOSURE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-LED-EXPOSURE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LEDGER EXPOSURES    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  '  AMOUNT: '              DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LED-RECOVERY-COUNT TO WS-EDIT-COUNT.
           MOVE WS-LED-RECOVERY-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LEDGER RECOVERIES   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  '  AMOUNT: '              DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LED-ALREADY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  ALREADY ON LEDGER   : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-LED-FAIL-COUNT > ZERO
               MOVE WS-LED-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  LEDGER POST FAILURES: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      '  -- SEE JOB LOG'         DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE WS-CASE-CONFIRMED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CASES CONFIRMED     : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CASE-DISPUTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CASES DISPUTED      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CASE-MISSED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CASE-MISSED-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  MISSED-FRAUD CASES  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  '  AMOUNT: '              DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CASE-UNCHANGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CASES LEFT AS FOUND : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-HOTCARD-SET-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  HOT CARDS SET       : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-CASE-FAIL-COUNT > ZERO
               MOVE WS-CASE-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  CASE FAILURES       : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      '  -- SEE JOB LOG'         DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           IF WS-HOTCARD-FAIL-COUNT > ZERO
               MOVE WS-HOTCARD-FAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  HOT CARD FAILURES   : ' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      '  -- SEE JOB LOG'         DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           IF WS-ACT-OVERFLOW-COUNT > ZERO
               MOVE WS-ACT-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING '  ACTION LIST OVERFLOW: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      '  -- CASE ACTIONS NOT ALL LISTED'
                                                DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'CHBKRCN: CASE ACTION TABLE OVERFLOW - CASE '
                       'ACTIONS NOT ALL LISTED'
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-MATCH-OVERFLOW-COUNT > ZERO
               MOVE WS-MATCH-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-WRITE-CASE-ACTION-LINE                                 *
      *----------------------------------------------------------------*
       8100-WRITE-CASE-ACTION-LINE.
           MOVE WS-ACT-TIMESTAMP (WS-ACT-IDX) TO WS-EDIT-TIMESTAMP.
           MOVE WS-ACT-AMOUNT (WS-ACT-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CARD='                DELIMITED BY SIZE
                  WS-ACT-CARD (WS-ACT-IDX) DELIMITED BY SIZE
                  ' TIMESTAMP='            DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP        DELIMITED BY SIZE
                  ' AMOUNT='               DELIMITED BY SIZE
                  WS-EDIT-AMOUNT           DELIMITED BY SIZE
                  ' REASON='               DELIMITED BY SIZE
                  WS-ACT-REASON-CODE (WS-ACT-IDX)
                                           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ACT-DESCRIPTION (WS-ACT-IDX)
                                           DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-ASOF-TS TO FRLOGP-WINDOW-TO.
           MOVE 'CHARGEBACKS' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-CHBK-COUNT TO FRLOGP-COUNT-VALUE (1).
           MOVE 'UNMATCHED' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-UNMATCHED-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'LABELED ROWS' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-LABELED-COUNT TO FRLOGP-COUNT-VALUE (3).
           MOVE 'CASES CONFIRMED' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-CASE-CONFIRMED-COUNT TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
           IF WS-FRHIST-OPENED
               CLOSE FRHIST-FILE
           END-IF.
           IF WS-FRLED-OPENED
               CLOSE FRLED-FILE
           END-IF.
           IF WS-FRCASE-OPENED
               CLOSE FRCASE-FILE
           END-IF.
           IF WS-HOTCARD-OPENED
               CLOSE HOTCARD-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
