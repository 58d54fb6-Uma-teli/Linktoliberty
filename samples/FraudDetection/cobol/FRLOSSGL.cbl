       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRLOSSGL.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRLOSSGL   -  MONTH-END FRAUD LOSS ROLLUP AND GL JOURNAL      *
      *                                                                *
      *  READS THE FRLEDGER LOSS LEDGER (FRLEDREC) FOR ONE ACCOUNTING  *
      *  MONTH -- THE ROWS WHOSE FRLED-POST-TS FALLS IN THE GLCTL      *
      *  WINDOW -- AND SORTS EACH ROW INTO ONE OF FIVE CATEGORIES:     *
      *    PREVENTED   EXPOSURE ON A DECLINED TRANSACTION (NO MONEY    *
      *                WENT OUT -- MEMO ONLY, NOT JOURNALED)           *
      *    LOST        EXPOSURE ON AN APPROVED OR REVIEWED ONE         *
      *    CHBK RECOV  CHARGEBACK RECOVERIES (CHBKRCN)                 *
      *    MERCH RECOV MERCHANT RECOVERIES (FRAUDCSE)                  *
      *    WRITTEN OFF WRITE-OFFS (FRAUDCSE)                           *
      *  AND PRINTS THE MONTH ROLLED UP BY CATEGORY, BY DECISION, BY   *
      *  MODEL-ID AND BY MCC (LOSSRPT).                                *
      *                                                                *
      *  IT ALSO WRITES THE GENERAL-LEDGER JOURNAL EXTRACT (GLJRNL,    *
      *  FRGLJRN LAYOUT): A HEADER, A DEBIT AND A CREDIT LINE PER      *
      *  JOURNALED CATEGORY WITH ACTIVITY, AND A TRAILER OF CONTROL    *
      *  TOTALS.  LOST DOLLARS ARE CARRIED IN THE FRAUD-LOSS SUSPENSE  *
      *  ACCOUNT UNTIL RECOVERED OR WRITTEN OFF:                       *
      *    LOST         DR FRAUD-LOSS SUSPENSE    CR CARD SETTLEMENT   *
      *    CHBK RECOV   DR NETWORK RECEIVABLE     CR SUSPENSE          *
      *    MERCH RECOV  DR MERCHANT RECEIVABLE    CR SUSPENSE          *
      *    WRITTEN OFF  DR FRAUD-LOSS EXPENSE     CR SUSPENSE          *
      *  THE ACCOUNT NUMBERS ARE IN WS-CATEGORY-INIT BELOW.            *
      *                                                                *
      *  A LEDGER READ FAILURE STOPS THE RUN UNDER RC 8 AND NO         *
      *  JOURNAL IS WRITTEN -- A PART-MONTH JOURNAL MUST NEVER REACH   *
      *  THE BOOKS.  A LEDGER ROW WITH AN UNKNOWN ENTRY TYPE, OR A     *
      *  MODEL TABLE OVERFLOW, IS COUNTED AND FAILS THE STEP TOO.      *
      *                                                                *
      *  GLCTL CONTROL CARD:                                           *
      *    COLS  1-6   ACCOUNTING PERIOD (YYYYMM)                      *
      *    COLS  7-21  PERIOD START (ABSTIME, INCLUSIVE)               *
      *    COLS 22-36  PERIOD END (ABSTIME, EXCLUSIVE)                 *
      *    COLS 37-44  JOURNAL DATE (YYYYMMDD)                         *
      *  A MISSING OR GARBLED CARD FAILS THE STEP (RC 8).              *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRLED-FILE ASSIGN TO FRLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRLED-KEY
               FILE STATUS IS WS-FRLED-STATUS.

           SELECT CTL-FILE ASSIGN TO GLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT GL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT RPT-FILE ASSIGN TO LOSSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRLED-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY FRLEDREC.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
           02 CTL-PERIOD            PIC 9(6).
           02 CTL-PERIOD-PARTS REDEFINES CTL-PERIOD.
               03 CTL-PERIOD-YEAR       PIC 9(4).
               03 CTL-PERIOD-MONTH      PIC 9(2).
           02 CTL-PERIOD-START      PIC 9(15).
           02 CTL-PERIOD-END        PIC 9(15).
           02 CTL-JOURNAL-DATE      PIC 9(8).
           02 FILLER                PIC X(36).

       FD  GL-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY FRGLJRN.

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FRLED-STATUS          PIC X(02).
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-GL-STATUS             PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88 WS-ABORT                  VALUE 'Y'.
       01 WS-FRLED-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRLED-OPENED           VALUE 'Y'.
       01 WS-GL-OPEN-SW            PIC X(01) VALUE 'N'.
           88 WS-GL-OPENED              VALUE 'Y'.

      *----------------------------------------------------------------*
      *    CONTROL VALUES FROM THE GLCTL CARD, SAVED TO WORKING        *
      *    STORAGE BEFORE THE CARD FILE IS CLOSED.                     *
      *----------------------------------------------------------------*
       01 WS-PERIOD                PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-START          PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-PERIOD-END            PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-JOURNAL-DATE          PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------*
      *    LEDGER CATEGORIES, IN CATEGORY-INDEX ORDER: REPORT LABEL,   *
      *    DEBIT AND CREDIT GL ACCOUNTS, AND THE JOURNAL LINE TEXT.    *
      *    THE ACCOUNTS ARE THE ONES GENERAL ACCOUNTING ASSIGNED TO    *
      *    FRAUD LOSS -- CHANGE THEM HERE IF THE CHART OF ACCOUNTS     *
      *    CHANGES.  PREVENTED DOLLARS NEVER LEFT THE BANK, SO THAT    *
      *    CATEGORY HAS NO ACCOUNTS AND IS NOT JOURNALED.              *
      *----------------------------------------------------------------*
       01 WS-CAT-COUNT-MAX         PIC 9(2) COMP VALUE 5.
       01 WS-CAT-PREVENTED         PIC 9(2) COMP VALUE 1.
       01 WS-CAT-LOST              PIC 9(2) COMP VALUE 2.
       01 WS-CAT-CHBK-RECOV        PIC 9(2) COMP VALUE 3.
       01 WS-CAT-MERCH-RECOV       PIC 9(2) COMP VALUE 4.
       01 WS-CAT-WRITTEN-OFF       PIC 9(2) COMP VALUE 5.
       01 WS-CATEGORY-INIT.
           05 FILLER                PIC X(16) VALUE 'PREVENTED'.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'LOST'.
           05 FILLER                PIC X(10) VALUE '1450000100'.
           05 FILLER                PIC X(10) VALUE '2100000300'.
           05 FILLER                PIC X(30)
                                    VALUE 'FRAUD LOSS EXPOSURE'.
           05 FILLER                PIC X(16) VALUE 'CHBK RECOVERED'.
           05 FILLER                PIC X(10) VALUE '1310000200'.
           05 FILLER                PIC X(10) VALUE '1450000100'.
           05 FILLER                PIC X(30)
                                    VALUE 'FRAUD CHARGEBACK RECOVERY'.
           05 FILLER                PIC X(16) VALUE 'MERCH RECOVERED'.
           05 FILLER                PIC X(10) VALUE '1320000200'.
           05 FILLER                PIC X(10) VALUE '1450000100'.
           05 FILLER                PIC X(30)
                                    VALUE 'FRAUD MERCHANT RECOVERY'.
           05 FILLER                PIC X(16) VALUE 'WRITTEN OFF'.
           05 FILLER                PIC X(10) VALUE '6410000100'.
           05 FILLER                PIC X(10) VALUE '1450000100'.
           05 FILLER                PIC X(30)
                                    VALUE 'FRAUD LOSS WRITE-OFF'.
       01 WS-CATEGORIES REDEFINES WS-CATEGORY-INIT.
           05 WS-CAT-ENTRY OCCURS 5 TIMES.
               10 WS-CAT-LABEL          PIC X(16).
               10 WS-CAT-DEBIT-ACCT     PIC X(10).
               10 WS-CAT-CREDIT-ACCT    PIC X(10).
               10 WS-CAT-JOURNAL-TEXT   PIC X(30).
       01 WS-CAT-IDX               PIC 9(2) COMP.

      *----------------------------------------------------------------*
      *    MONTH TOTALS BY CATEGORY                                    *
      *----------------------------------------------------------------*
       01 WS-MONTH-TOTALS.
           05 WS-TOT-ENTRY OCCURS 5 TIMES.
               10 WS-TOT-COUNT          PIC 9(9) COMP.
               10 WS-TOT-AMOUNT         PIC S9(13)V9(2) COMP-3.

      *----------------------------------------------------------------*
      *    ROLLUP BY MCC -- INDEXED DIRECTLY BY THE 4-DIGIT MCC LABEL  *
      *    CODE PLUS ONE, SO EVERY CODE HAS A SLOT AND NOTHING CAN     *
      *    OVERFLOW.                                                   *
      *----------------------------------------------------------------*
       01 WS-MCC-IDX               PIC 9(5) COMP.
       01 WS-MCC-TABLE.
           05 WS-MCC-ENTRY OCCURS 10000 TIMES.
               10 WS-MCC-ROWS           PIC 9(9) COMP.
               10 WS-MCC-AMOUNT         PIC S9(13)V9(2) COMP-3
                                        OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      *    ROLLUP BY DECISION -- APPROVE, REVIEW, DECLINE, AND ANY     *
      *    OTHER CODE IN THE LAST SLOT.                                *
      *----------------------------------------------------------------*
       01 WS-DEC-IDX               PIC 9(2) COMP.
       01 WS-DECISION-INIT.
           05 FILLER                PIC X(01) VALUE 'A'.
           05 FILLER                PIC X(16) VALUE 'APPROVE'.
           05 FILLER                PIC X(01) VALUE 'R'.
           05 FILLER                PIC X(16) VALUE 'REVIEW'.
           05 FILLER                PIC X(01) VALUE 'D'.
           05 FILLER                PIC X(16) VALUE 'DECLINE'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(16) VALUE 'OTHER'.
       01 WS-DECISIONS REDEFINES WS-DECISION-INIT.
           05 WS-DEC-NAME-ENTRY OCCURS 4 TIMES.
               10 WS-DEC-CODE           PIC X(01).
               10 WS-DEC-LABEL          PIC X(16).
       01 WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 4 TIMES.
               10 WS-DEC-ROWS           PIC 9(9) COMP.
               10 WS-DEC-AMOUNT         PIC S9(13)V9(2) COMP-3
                                        OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      *    ROLLUP BY MODEL-ID.  A MODEL THAT FINDS NO ROOM IS COUNTED  *
      *    AND FAILS THE STEP SO THE SECTION IS NEVER SILENTLY         *
      *    PARTIAL (THE CATEGORY TOTALS AND JOURNAL ARE UNAFFECTED).   *
      *----------------------------------------------------------------*
       01 WS-MDL-LIMIT             PIC 9(4) COMP VALUE 50.
       01 WS-MDL-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-MDL-OVERFLOW          PIC 9(9) COMP VALUE ZERO.
       01 WS-MDL-IDX               PIC 9(4) COMP.
       01 WS-CUR-IDX               PIC 9(4) COMP.
       01 WS-FOUND-SW              PIC X(01).
           88 WS-ENTRY-FOUND            VALUE 'Y'.
           88 WS-ENTRY-NOT-FOUND        VALUE 'N'.
       01 WS-MDL-TABLE.
           05 WS-MDL-ENTRY OCCURS 50 TIMES.
               10 WS-MDL-MODEL-ID       PIC X(36).
               10 WS-MDL-ROWS           PIC 9(9) COMP.
               10 WS-MDL-AMOUNT         PIC S9(13)V9(2) COMP-3
                                        OCCURS 5 TIMES.

      *----------------------------------------------------------------*
      *    JOURNAL CONTROL TOTALS -- WHAT THE TRAILER CARRIES          *
      *----------------------------------------------------------------*
       01 WS-GL-LINE-NO            PIC 9(5) COMP VALUE ZERO.
       01 WS-GL-DEBIT-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL       PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01 WS-GL-LEDGER-ROWS        PIC 9(9) COMP VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(08) VALUE 'FRAUDDET'.
       01 WS-GL-JOURNAL-ID         PIC X(10) VALUE 'FRAUDLOSS'.

      *----------------------------------------------------------------*
      *    RUN TOTALS                                                  *
      *----------------------------------------------------------------*
       01 WS-ROWS-READ             PIC 9(9) COMP VALUE ZERO.
       01 WS-ROWS-IN-PERIOD        PIC 9(9) COMP VALUE ZERO.
       01 WS-ROWS-UNKNOWN          PIC 9(9) COMP VALUE ZERO.
       01 WS-SUSPENSE-NET          PIC S9(13)V9(2) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      *    DISPLAY-EDIT WORK AREA -- COMP/COMP-3 FIELDS CANNOT BE      *
      *    STRINGED DIRECTLY, SO THEY ARE EDITED HERE FIRST.  THE      *
      *    ROLLUP LINE CARRIES ONE AMOUNT PER CATEGORY, FILLED FROM    *
      *    WS-ROLL-AMOUNT BY 4900.                                     *
      *----------------------------------------------------------------*
       01 WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TIMESTAMP        PIC 9(15).
       01 WS-EDIT-TIMESTAMP-2      PIC 9(15).
       01 WS-EDIT-MCC              PIC 9(4).
       01 WS-ROLL-WORK.
           05 WS-ROLL-AMOUNT        PIC S9(13)V9(2) COMP-3
                                    OCCURS 5 TIMES.
       01 WS-ROLL-LINE.
           05 WS-ROLL-LABEL         PIC X(38).
           05 WS-ROLL-SLOT OCCURS 5 TIMES.
               10 FILLER                PIC X(01).
               10 WS-ROLL-EDIT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ROLL-UP-LEDGER THRU 2000-EXIT.
           PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
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

           OPEN INPUT FRLED-FILE.
           IF WS-FRLED-STATUS = '00'
               MOVE 'Y' TO WS-FRLED-OPEN-SW
           ELSE
               DISPLAY 'FRLOSSGL: OPEN FRLEDGER FAILED, STATUS='
                       WS-FRLED-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT GL-FILE.
           IF WS-GL-STATUS = '00'
               MOVE 'Y' TO WS-GL-OPEN-SW
           ELSE
               DISPLAY 'FRLOSSGL: OPEN GLJRNL FAILED, STATUS='
                       WS-GL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FRLOSSGL: OPEN LOSSRPT FAILED, STATUS='
                       WS-RPT-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-PERIOD-START TO WS-EDIT-TIMESTAMP.
           MOVE WS-PERIOD-END   TO WS-EDIT-TIMESTAMP-2.
           MOVE SPACES TO RPT-LINE.
           STRING 'FRAUD LOSS AND RECOVERY - PERIOD '
                                        DELIMITED BY SIZE
                  WS-PERIOD             DELIMITED BY SIZE
                  '  POSTED '           DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP     DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP-2   DELIMITED BY SIZE
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
               DISPLAY 'FRLOSSGL: OPEN GLCTL FAILED, STATUS='
                       WS-CTL-STATUS
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'FRLOSSGL: GLCTL IS EMPTY'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
           END-READ.
           IF NOT WS-ABORT
               IF CTL-PERIOD NOT NUMERIC
                   OR CTL-PERIOD-MONTH < 1
                   OR CTL-PERIOD-MONTH > 12
                   OR CTL-PERIOD-START NOT NUMERIC
                   OR CTL-PERIOD-END NOT NUMERIC
                   OR CTL-PERIOD-START NOT < CTL-PERIOD-END
                   OR CTL-JOURNAL-DATE NOT NUMERIC
                   OR CTL-JOURNAL-DATE = ZERO
                   DISPLAY 'FRLOSSGL: INVALID CONTROL VALUES ON GLCTL'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE CTL-PERIOD        TO WS-PERIOD
                   MOVE CTL-PERIOD-START  TO WS-PERIOD-START
                   MOVE CTL-PERIOD-END    TO WS-PERIOD-END
                   MOVE CTL-JOURNAL-DATE  TO WS-JOURNAL-DATE
               END-IF
           END-IF.
           CLOSE CTL-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-ROLL-UP-LEDGER                                         *
      *        ONE SEQUENTIAL PASS OVER FRLEDGER.  THE FILE IS KEYED   *
      *        BY CASE, NOT POSTING DATE, SO EVERY ROW IS READ AND     *
      *        ROWS POSTED OUTSIDE THE PERIOD SKIPPED.                 *
      *----------------------------------------------------------------*
       2000-ROLL-UP-LEDGER.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-ZERO-MCC-SLOT THRU 2050-EXIT
               VARYING WS-MCC-IDX FROM 1 BY 1
               UNTIL WS-MCC-IDX > 10000.
           PERFORM 2060-ZERO-DECISION-SLOT THRU 2060-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > 4.
           MOVE ZERO TO WS-TOT-COUNT (1) WS-TOT-COUNT (2)
                        WS-TOT-COUNT (3) WS-TOT-COUNT (4)
                        WS-TOT-COUNT (5).
           MOVE ZERO TO WS-TOT-AMOUNT (1) WS-TOT-AMOUNT (2)
                        WS-TOT-AMOUNT (3) WS-TOT-AMOUNT (4)
                        WS-TOT-AMOUNT (5).
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-ROLL-LEDGER-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
           IF WS-ROWS-UNKNOWN > ZERO
               DISPLAY 'FRLOSSGL: LEDGER ROWS WITH AN UNKNOWN ENTRY '
                       'TYPE WERE LEFT OUT - SEE LOSSRPT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-MDL-OVERFLOW > ZERO
               DISPLAY 'FRLOSSGL: MODEL TABLE OVERFLOW - MODEL '
                       'SECTION IS PARTIAL'
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-ZERO-MCC-SLOT                                          *
      *----------------------------------------------------------------*
       2050-ZERO-MCC-SLOT.
           MOVE ZERO TO WS-MCC-ROWS (WS-MCC-IDX).
           MOVE ZERO TO WS-MCC-AMOUNT (WS-MCC-IDX 1)
                        WS-MCC-AMOUNT (WS-MCC-IDX 2)
                        WS-MCC-AMOUNT (WS-MCC-IDX 3)
                        WS-MCC-AMOUNT (WS-MCC-IDX 4)
                        WS-MCC-AMOUNT (WS-MCC-IDX 5).
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2060-ZERO-DECISION-SLOT                                     *
      *----------------------------------------------------------------*
       2060-ZERO-DECISION-SLOT.
           MOVE ZERO TO WS-DEC-ROWS (WS-DEC-IDX).
           MOVE ZERO TO WS-DEC-AMOUNT (WS-DEC-IDX 1)
                        WS-DEC-AMOUNT (WS-DEC-IDX 2)
                        WS-DEC-AMOUNT (WS-DEC-IDX 3)
                        WS-DEC-AMOUNT (WS-DEC-IDX 4)
                        WS-DEC-AMOUNT (WS-DEC-IDX 5).
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-ROLL-LEDGER-ROW                                        *
      *----------------------------------------------------------------*
       2100-ROLL-LEDGER-ROW.
           READ FRLED-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-FRLED-STATUS NOT = '00'
               DISPLAY 'FRLOSSGL: FRLEDGER READ FAILED, STATUS='
                       WS-FRLED-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-READ.
           IF FRLED-POST-TS < WS-PERIOD-START
               OR FRLED-POST-TS NOT < WS-PERIOD-END
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-IN-PERIOD.

           PERFORM 2200-CLASSIFY-ROW THRU 2200-EXIT.
           IF WS-CAT-IDX = ZERO
               ADD 1 TO WS-ROWS-UNKNOWN
               PERFORM 2900-WRITE-UNKNOWN-LINE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-TOT-COUNT (WS-CAT-IDX).
           ADD FRLED-AMOUNT TO WS-TOT-AMOUNT (WS-CAT-IDX).

           COMPUTE WS-MCC-IDX = FRLED-MCC + 1.
           ADD 1 TO WS-MCC-ROWS (WS-MCC-IDX).
           ADD FRLED-AMOUNT TO WS-MCC-AMOUNT (WS-MCC-IDX WS-CAT-IDX).

           PERFORM 2300-FIND-DECISION THRU 2300-EXIT.
           ADD 1 TO WS-DEC-ROWS (WS-DEC-IDX).
           ADD FRLED-AMOUNT TO WS-DEC-AMOUNT (WS-DEC-IDX WS-CAT-IDX).

           PERFORM 2400-LOCATE-MODEL-ENTRY THRU 2400-EXIT.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-MDL-ROWS (WS-CUR-IDX)
               ADD FRLED-AMOUNT TO
                   WS-MDL-AMOUNT (WS-CUR-IDX WS-CAT-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-CLASSIFY-ROW                                           *
      *        WS-CAT-IDX COMES BACK ZERO FOR AN ENTRY TYPE THIS       *
      *        PROGRAM DOES NOT KNOW.                                  *
      *----------------------------------------------------------------*
       2200-CLASSIFY-ROW.
           MOVE ZERO TO WS-CAT-IDX.
           IF FRLED-EXPOSURE
               IF FRLED-DECISION = 'D'
                   MOVE WS-CAT-PREVENTED TO WS-CAT-IDX
               ELSE
                   MOVE WS-CAT-LOST TO WS-CAT-IDX
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF FRLED-CHBK-RECOVERY
               MOVE WS-CAT-CHBK-RECOV TO WS-CAT-IDX
               GO TO 2200-EXIT
           END-IF.
           IF FRLED-MERCH-RECOVERY
               MOVE WS-CAT-MERCH-RECOV TO WS-CAT-IDX
               GO TO 2200-EXIT
           END-IF.
           IF FRLED-WRITE-OFF
               MOVE WS-CAT-WRITTEN-OFF TO WS-CAT-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FIND-DECISION                                          *
      *        ANY CODE NOT IN THE FIRST THREE SLOTS LANDS IN OTHER.   *
      *----------------------------------------------------------------*
       2300-FIND-DECISION.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2310-MATCH-DECISION THRU 2310-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > 3
               OR WS-ENTRY-FOUND.
      *    THE VARYING CLAUSE HAS ALREADY STEPPED THE INDEX PAST THE
      *    MATCHED SLOT; UNMATCHED, IT HAS STOPPED AT 4 -- OTHER.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-DEC-IDX
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2310-MATCH-DECISION                                         *
      *----------------------------------------------------------------*
       2310-MATCH-DECISION.
           IF WS-DEC-CODE (WS-DEC-IDX) = FRLED-DECISION
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-LOCATE-MODEL-ENTRY                                     *
      *        FIND OR ADD THE TABLE ENTRY FOR FRLED-MODEL-ID;         *
      *        WS-CUR-IDX COMES BACK POINTING AT IT.                   *
      *----------------------------------------------------------------*
       2400-LOCATE-MODEL-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 2410-MATCH-MODEL-ENTRY THRU 2410-EXIT
               VARYING WS-MDL-IDX FROM 1 BY 1
               UNTIL WS-MDL-IDX > WS-MDL-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               GO TO 2400-EXIT
           END-IF.
           IF WS-MDL-COUNT NOT < WS-MDL-LIMIT
               ADD 1 TO WS-MDL-OVERFLOW
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-MDL-COUNT.
           MOVE WS-MDL-COUNT TO WS-CUR-IDX.
           MOVE FRLED-MODEL-ID TO WS-MDL-MODEL-ID (WS-CUR-IDX).
           MOVE ZERO TO WS-MDL-ROWS (WS-CUR-IDX).
           MOVE ZERO TO WS-MDL-AMOUNT (WS-CUR-IDX 1)
                        WS-MDL-AMOUNT (WS-CUR-IDX 2)
                        WS-MDL-AMOUNT (WS-CUR-IDX 3)
                        WS-MDL-AMOUNT (WS-CUR-IDX 4)
                        WS-MDL-AMOUNT (WS-CUR-IDX 5).
           SET WS-ENTRY-FOUND TO TRUE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2410-MATCH-MODEL-ENTRY                                      *
      *----------------------------------------------------------------*
       2410-MATCH-MODEL-ENTRY.
           IF WS-MDL-MODEL-ID (WS-MDL-IDX) = FRLED-MODEL-ID
               MOVE WS-MDL-IDX TO WS-CUR-IDX
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-WRITE-UNKNOWN-LINE                                     *
      *----------------------------------------------------------------*
       2900-WRITE-UNKNOWN-LINE.
           MOVE FRLED-CASE-TS TO WS-EDIT-TIMESTAMP.
           MOVE SPACES TO RPT-LINE.
           STRING '  ** UNKNOWN ENTRY TYPE, NOT ROLLED UP: CARD='
                                         DELIMITED BY SIZE
                  FRLED-CARD             DELIMITED BY SIZE
                  ' TIMESTAMP='          DELIMITED BY SIZE
                  WS-EDIT-TIMESTAMP      DELIMITED BY SIZE
                  ' TYPE='               DELIMITED BY SIZE
                  FRLED-ENTRY-TYPE       DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-WRITE-JOURNAL                                          *
      *        HEADER, A DEBIT/CREDIT PAIR PER JOURNALED CATEGORY      *
      *        WITH ACTIVITY, TRAILER.  A MONTH WITH NO ACTIVITY       *
      *        STILL GETS A HEADER AND A ZERO TRAILER SO THE GL        *
      *        INTERFACE SEES THE PERIOD WAS RUN.                      *
      *----------------------------------------------------------------*
       3000-WRITE-JOURNAL.
           IF WS-ABORT
               DISPLAY 'FRLOSSGL: GL JOURNAL NOT WRITTEN - LEDGER '
                       'PASS DID NOT COMPLETE'
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES           TO FRGL-RECORD.
           SET FRGL-HEADER       TO TRUE.
           MOVE WS-GL-SOURCE     TO FRGL-SOURCE.
           MOVE WS-PERIOD        TO FRGL-PERIOD.
           MOVE WS-GL-JOURNAL-ID TO FRGL-HDR-JOURNAL-ID.
           MOVE WS-JOURNAL-DATE  TO FRGL-HDR-JOURNAL-DATE.
           MOVE 'FRAUD LOSS AND RECOVERY' TO FRGL-HDR-DESCRIPTION.
           PERFORM 3900-WRITE-GL-ROW THRU 3900-EXIT.

           PERFORM 3100-WRITE-CATEGORY-LINES THRU 3100-EXIT
               VARYING WS-CAT-IDX FROM WS-CAT-LOST BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-MAX.

           MOVE SPACES           TO FRGL-RECORD.
           SET FRGL-TRAILER      TO TRUE.
           MOVE WS-GL-SOURCE     TO FRGL-SOURCE.
           MOVE WS-PERIOD        TO FRGL-PERIOD.
           MOVE WS-GL-LINE-NO    TO FRGL-TRL-DETAIL-COUNT.
           MOVE WS-GL-DEBIT-TOTAL  TO FRGL-TRL-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO FRGL-TRL-CREDIT-TOTAL.
           MOVE WS-GL-LEDGER-ROWS  TO FRGL-TRL-LEDGER-ROWS.
           PERFORM 3900-WRITE-GL-ROW THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-WRITE-CATEGORY-LINES                                   *
      *----------------------------------------------------------------*
       3100-WRITE-CATEGORY-LINES.
           IF WS-TOT-COUNT (WS-CAT-IDX) = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD WS-TOT-COUNT (WS-CAT-IDX) TO WS-GL-LEDGER-ROWS.

           PERFORM 3200-BUILD-DETAIL-ROW THRU 3200-EXIT.
           SET FRGL-DTL-DEBIT TO TRUE.
           MOVE WS-CAT-DEBIT-ACCT (WS-CAT-IDX) TO FRGL-DTL-ACCOUNT.
           ADD WS-TOT-AMOUNT (WS-CAT-IDX) TO WS-GL-DEBIT-TOTAL.
           PERFORM 3900-WRITE-GL-ROW THRU 3900-EXIT.

           PERFORM 3200-BUILD-DETAIL-ROW THRU 3200-EXIT.
           SET FRGL-DTL-CREDIT TO TRUE.
           MOVE WS-CAT-CREDIT-ACCT (WS-CAT-IDX) TO FRGL-DTL-ACCOUNT.
           ADD WS-TOT-AMOUNT (WS-CAT-IDX) TO WS-GL-CREDIT-TOTAL.
           PERFORM 3900-WRITE-GL-ROW THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-BUILD-DETAIL-ROW                                       *
      *----------------------------------------------------------------*
       3200-BUILD-DETAIL-ROW.
           ADD 1 TO WS-GL-LINE-NO.
           MOVE SPACES           TO FRGL-RECORD.
           SET FRGL-DETAIL       TO TRUE.
           MOVE WS-GL-SOURCE     TO FRGL-SOURCE.
           MOVE WS-PERIOD        TO FRGL-PERIOD.
           MOVE WS-GL-LINE-NO    TO FRGL-DTL-LINE-NO.
           MOVE WS-TOT-AMOUNT (WS-CAT-IDX) TO FRGL-DTL-AMOUNT.
           MOVE WS-CAT-JOURNAL-TEXT (WS-CAT-IDX) TO
               FRGL-DTL-DESCRIPTION.
           MOVE WS-TOT-COUNT (WS-CAT-IDX) TO FRGL-DTL-ENTRY-COUNT.
           IF WS-CAT-IDX = WS-CAT-LOST
               MOVE 'E' TO FRGL-DTL-ENTRY-TYPE
           END-IF.
           IF WS-CAT-IDX = WS-CAT-CHBK-RECOV
               MOVE 'C' TO FRGL-DTL-ENTRY-TYPE
           END-IF.
           IF WS-CAT-IDX = WS-CAT-MERCH-RECOV
               MOVE 'M' TO FRGL-DTL-ENTRY-TYPE
           END-IF.
           IF WS-CAT-IDX = WS-CAT-WRITTEN-OFF
               MOVE 'W' TO FRGL-DTL-ENTRY-TYPE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3900-WRITE-GL-ROW                                           *
      *        A WRITE FAILURE LEAVES THE JOURNAL INCOMPLETE -- FAIL   *
      *        THE STEP SO IT IS NOT FED TO THE GL INTERFACE.          *
      *----------------------------------------------------------------*
       3900-WRITE-GL-ROW.
           IF WS-GL-STATUS NOT = '00'
               GO TO 3900-EXIT
           END-IF.
           WRITE FRGL-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'FRLOSSGL: WRITE GLJRNL FAILED, STATUS='
                       WS-GL-STATUS
                       ' - JOURNAL IS INCOMPLETE'
               MOVE 8 TO RETURN-CODE
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-WRITE-REPORT                                           *
      *----------------------------------------------------------------*
       4000-WRITE-REPORT.
           IF WS-ABORT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-WRITE-CATEGORY-SECTION THRU 4100-EXIT.

           MOVE 'BY DECISION' TO WS-ROLL-LABEL.
           PERFORM 4800-WRITE-ROLL-HEADING THRU 4800-EXIT.
           PERFORM 4200-WRITE-DECISION-LINE THRU 4200-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > 4.

           MOVE 'BY MODEL-ID' TO WS-ROLL-LABEL.
           PERFORM 4800-WRITE-ROLL-HEADING THRU 4800-EXIT.
           PERFORM 4300-WRITE-MODEL-LINE THRU 4300-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-MDL-COUNT.

           MOVE 'BY MCC' TO WS-ROLL-LABEL.
           PERFORM 4800-WRITE-ROLL-HEADING THRU 4800-EXIT.
           PERFORM 4400-WRITE-MCC-LINE THRU 4400-EXIT
               VARYING WS-MCC-IDX FROM 1 BY 1
               UNTIL WS-MCC-IDX > 10000.

           PERFORM 4500-WRITE-JOURNAL-CONTROLS THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-WRITE-CATEGORY-SECTION                                 *
      *        THE MONTH BY CATEGORY, THEN THE NET MOVEMENT IN THE     *
      *        FRAUD-LOSS SUSPENSE ACCOUNT (LOST LESS RECOVERIES AND   *
      *        WRITE-OFFS) -- WHAT IS STILL BEING CHASED.              *
      *----------------------------------------------------------------*
       4100-WRITE-CATEGORY-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'MONTH BY CATEGORY' DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4150-WRITE-CATEGORY-LINE THRU 4150-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-MAX.

           COMPUTE WS-SUSPENSE-NET =
               WS-TOT-AMOUNT (WS-CAT-LOST)
               - WS-TOT-AMOUNT (WS-CAT-CHBK-RECOV)
               - WS-TOT-AMOUNT (WS-CAT-MERCH-RECOV)
               - WS-TOT-AMOUNT (WS-CAT-WRITTEN-OFF).
           MOVE WS-SUSPENSE-NET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  NET SUSPENSE MOVEMENT                  AMOUNT: '
                                        DELIMITED BY SIZE
                  WS-EDIT-AMOUNT        DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4150-WRITE-CATEGORY-LINE                                    *
      *----------------------------------------------------------------*
       4150-WRITE-CATEGORY-LINE.
           MOVE WS-TOT-COUNT (WS-CAT-IDX) TO WS-EDIT-COUNT.
           MOVE WS-TOT-AMOUNT (WS-CAT-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  '                        DELIMITED BY SIZE
                  WS-CAT-LABEL (WS-CAT-IDX)   DELIMITED BY SIZE
                  '  ROWS: '                  DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '  AMOUNT: '                DELIMITED BY SIZE
                  WS-EDIT-AMOUNT              DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-WRITE-DECISION-LINE                                    *
      *----------------------------------------------------------------*
       4200-WRITE-DECISION-LINE.
           IF WS-DEC-ROWS (WS-DEC-IDX) = ZERO
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-MOVE-DECISION-AMOUNT THRU 4210-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-MAX.
           MOVE SPACES TO WS-ROLL-LINE.
           STRING '  ' WS-DEC-LABEL (WS-DEC-IDX)
               DELIMITED BY SIZE INTO WS-ROLL-LABEL.
           PERFORM 4900-WRITE-ROLL-LINE THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4210-MOVE-DECISION-AMOUNT                                   *
      *----------------------------------------------------------------*
       4210-MOVE-DECISION-AMOUNT.
           MOVE WS-DEC-AMOUNT (WS-DEC-IDX WS-CAT-IDX) TO
               WS-ROLL-AMOUNT (WS-CAT-IDX).
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-WRITE-MODEL-LINE                                       *
      *        A BLANK MODEL-ID IS A POSTING WHOSE FRHIST ROW WAS      *
      *        ALREADY PURGED WHEN IT WAS MADE.                        *
      *----------------------------------------------------------------*
       4300-WRITE-MODEL-LINE.
           PERFORM 4310-MOVE-MODEL-AMOUNT THRU 4310-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-MAX.
           MOVE SPACES TO WS-ROLL-LINE.
           IF WS-MDL-MODEL-ID (WS-CUR-IDX) = SPACES
               MOVE '  (NO FRHIST ROW)' TO WS-ROLL-LABEL
           ELSE
               STRING '  ' WS-MDL-MODEL-ID (WS-CUR-IDX)
                   DELIMITED BY SIZE INTO WS-ROLL-LABEL
           END-IF.
           PERFORM 4900-WRITE-ROLL-LINE THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4310-MOVE-MODEL-AMOUNT                                      *
      *----------------------------------------------------------------*
       4310-MOVE-MODEL-AMOUNT.
           MOVE WS-MDL-AMOUNT (WS-CUR-IDX WS-CAT-IDX) TO
               WS-ROLL-AMOUNT (WS-CAT-IDX).
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-WRITE-MCC-LINE                                         *
      *        ONLY MCC CODES WITH ACTIVITY IN THE PERIOD ARE PRINTED. *
      *----------------------------------------------------------------*
       4400-WRITE-MCC-LINE.
           IF WS-MCC-ROWS (WS-MCC-IDX) = ZERO
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-MOVE-MCC-AMOUNT THRU 4410-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-MAX.
           COMPUTE WS-EDIT-MCC = WS-MCC-IDX - 1.
           MOVE SPACES TO WS-ROLL-LINE.
           STRING '  MCC ' WS-EDIT-MCC
               DELIMITED BY SIZE INTO WS-ROLL-LABEL.
           PERFORM 4900-WRITE-ROLL-LINE THRU 4900-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4410-MOVE-MCC-AMOUNT                                        *
      *----------------------------------------------------------------*
       4410-MOVE-MCC-AMOUNT.
           MOVE WS-MCC-AMOUNT (WS-MCC-IDX WS-CAT-IDX) TO
               WS-ROLL-AMOUNT (WS-CAT-IDX).
       4410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-WRITE-JOURNAL-CONTROLS                                 *
      *        THE SAME CONTROL TOTALS THE GLJRNL TRAILER CARRIES, SO  *
      *        FINANCE CAN TIE THE REPORT TO THE JOURNAL.              *
      *----------------------------------------------------------------*
       4500-WRITE-JOURNAL-CONTROLS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'GL JOURNAL ' WS-GL-JOURNAL-ID ' CONTROL TOTALS'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-LINE-NO TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  DETAIL LINES        : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-DEBIT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  DEBITS              : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  CREDITS             : ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT            DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-LEDGER-ROWS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  LEDGER ROWS BEHIND  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4800-WRITE-ROLL-HEADING                                     *
      *        SECTION TITLE (IN WS-ROLL-LABEL ON ENTRY) AND THE       *
      *        CATEGORY COLUMN HEADINGS.                               *
      *----------------------------------------------------------------*
       4800-WRITE-ROLL-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ROLL-LABEL DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING '                                      '
                  '        PREVENTED'
                  '             LOST'
                  '   CHBK RECOVERED'
                  '  MERCH RECOVERED'
                  '      WRITTEN OFF'
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4900-WRITE-ROLL-LINE                                        *
      *        EDIT WS-ROLL-AMOUNT INTO THE LINE (LABEL ALREADY SET)   *
      *        AND WRITE IT.                                           *
      *----------------------------------------------------------------*
       4900-WRITE-ROLL-LINE.
           PERFORM 4910-EDIT-ROLL-AMOUNT THRU 4910-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-MAX.
           MOVE WS-ROLL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4910-EDIT-ROLL-AMOUNT                                       *
      *----------------------------------------------------------------*
       4910-EDIT-ROLL-AMOUNT.
           MOVE WS-ROLL-AMOUNT (WS-CAT-IDX) TO
               WS-ROLL-EDIT (WS-CAT-IDX).
       4910-EXIT.
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
               STRING 'RUN STOPPED - ROLLUP NOT COMPLETED, NO GL '
                      'JOURNAL WRITTEN'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LEDGER ROWS READ      : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-IN-PERIOD TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  POSTED IN PERIOD    : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ROWS-UNKNOWN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  UNKNOWN ENTRY TYPE  : ' DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-MDL-OVERFLOW > ZERO
               MOVE WS-MDL-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'MODEL TABLE OVERFLOW - ROWS LEFT OUT OF THE '
                      'MODEL SECTION: '    DELIMITED BY SIZE
                      WS-EDIT-COUNT        DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF WS-FRLED-OPENED
               CLOSE FRLED-FILE
           END-IF.
           IF WS-GL-OPENED
               CLOSE GL-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
       9999-EXIT.
           EXIT.
