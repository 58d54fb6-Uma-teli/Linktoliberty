      *  WITH FROUT-RESPONSE FILLED IN) AND AUTO-DISPOSITIONS THE      *
      *  MATCHING FRCASE ROW:                                          *
      *    - "CONFIRMED MINE"  ('M')  CLOSES THE CASE                  *
      *    - "NOT MINE"        ('F')  DISPOSITIONS IT CONFIRMED-FRAUD, *
      *      PUTS THE CARD ON THE HOTCARD NEGATIVE FILE AND POSTS THE  *
      *      CASE'S EXPOSURE TO THE FRLEDGER LOSS LEDGER, THE SAME     *
      *      SIDE EFFECTS A DESK CONFIRMED-FRAUD DISPOSITION HAS IN    *
      *      FRAUDCSE                                                  *
      *    - A BLANK RESPONSE (CUSTOMER NEVER ANSWERED) IS LEFT FOR    *
      *      THE DESK TO WORK AS USUAL                                 *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW FRCASE-RULE-ID).                    *
      *    2026-10-15  DEV   A NOT-MINE CONFIRMATION NOW ALSO POSTS   *
      *                      THE CASE'S ORIGINAL EXPOSURE TO THE NEW  *
      *                      FRLEDGER LOSS LEDGER, CLASSIFIED BY MCC, *
      *                      DECISION AND THE MODEL-ID OFF THE CASE'S *
      *                      FRHIST ROW, THE SAME POSTING A DESK      *
      *                      CONFIRMATION MAKES IN FRAUDCSE.          *
      *    2026-10-15  DEV   FRCASE RECORD LENGTH FOLLOWS FRCASREC    *
      *                      (NEW FRCASE-CHBK-SW AND                  *
      *                      FRCASE-CHBK-TIMESTAMP).                  *
      *    2026-10-15  DEV   THE STEP NOW RECORDS ITS START, END,     *
      *                      WINDOW, KEY COUNTS AND RETURN CODE ON    *
      *                      THE RUNLOG RUN LOG THROUGH FRRUNLOG      *
      *                      (0100/9900).                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HOTCARD-KEY
               FILE STATUS IS WS-HOTCARD-STATUS.

           SELECT FRHIST-FILE ASSIGN TO FRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRHIST-KEY
               FILE STATUS IS WS-FRHIST-STATUS.

           SELECT FRLED-FILE ASSIGN TO FRLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRLED-KEY
               FILE STATUS IS WS-FRLED-STATUS.

           SELECT CTL-FILE ASSIGN TO RSPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           COPY FROUTREC.

       FD  FRCASE-FILE
           RECORD CONTAINS 134 CHARACTERS.
           COPY FRCASREC.

       FD  HOTCARD-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY HOTCARD.

       FD  FRHIST-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  FRLED-FILE
           RECORD CONTAINS 128 CHARACTERS.
           COPY FRLEDREC.

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CTL-RECORD.
       01 WS-RESP-STATUS           PIC X(02).
       01 WS-FRCASE-STATUS         PIC X(02).
       01 WS-HOTCARD-STATUS        PIC X(02).
       01 WS-FRHIST-STATUS         PIC X(02).
       01 WS-FRLED-STATUS          PIC X(02).
       01 WS-FRHIST-OPEN-SW        PIC X(01) VALUE 'N'.
           88 WS-FRHIST-OPENED          VALUE 'Y'.
       01 WS-FRLED-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-FRLED-OPENED           VALUE 'Y'.
       01 WS-CTL-STATUS            PIC X(02).
       01 WS-RPT-STATUS            PIC X(02).
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
       01 WS-NOT-FOUND-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-ALREADY-DONE-COUNT    PIC 9(9) COMP VALUE ZERO.
       01 WS-HOTCARD-SET-COUNT     PIC 9(9) COMP VALUE ZERO.
       01 WS-LEDGER-POSTED-COUNT   PIC 9(9) COMP VALUE ZERO.

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
           PERFORM 2000-APPLY-ONE-RESPONSE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
           PERFORM 9900-RUN-LOG-END THRU 9900-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-RUN-LOG-START                                          *
      *----------------------------------------------------------------*
       0100-RUN-LOG-START.
           SET FRLOGP-START TO TRUE.
           MOVE 'FROUTRSP' TO FRLOGP-PROGRAM.
           MOVE SPACES TO FRLOGP-PREREQ-LIST.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT FRHIST-FILE.
           IF WS-FRHIST-STATUS = '00'
               MOVE 'Y' TO WS-FRHIST-OPEN-SW
           ELSE
               DISPLAY 'FROUTRSP: OPEN FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O FRLED-FILE.
           IF WS-FRLED-STATUS = '00'
               MOVE 'Y' TO WS-FRLED-OPEN-SW
           ELSE
               DISPLAY 'FROUTRSP: OPEN FRLEDGER FAILED, STATUS='
                       WS-FRLED-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FROUTRSP: OPEN RSPRPT FAILED, STATUS='
           IF WS-FRCASE-STATUS = '00'
               ADD 1 TO WS-CONFIRMED-COUNT
               PERFORM 2700-SET-HOT-CARD THRU 2700-EXIT
               PERFORM 2800-POST-EXPOSURE THRU 2800-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-POST-EXPOSURE                                          *
      *        THE BATCH TWIN OF FRAUDCSE'S 3600-POST-EXPOSURE: POST   *
      *        THE CONFIRMED CASE'S AUTHORIZED AMOUNT TO FRLEDGER AS   *
      *        ITS EXPOSURE, CLASSIFIED BY THE CASE'S MCC AND DECISION *
      *        AND THE MODEL-ID ON ITS FRHIST ROW (BLANK IF FRHSARCH   *
      *        HAS ALREADY PURGED IT).  A DUPLICATE KEY MEANS CHBKRCN  *
      *        POSTED IT FIRST.  LIKE THE HOT-CARD SIDE EFFECT, A      *
      *        FAILURE IS DISPLAYED BUT DOES NOT UNDO THE DISPOSITION  *
      *        OR STOP THE RUN -- IT DOES FAIL THE STEP, SO THE        *
      *        MISSING POSTING IS FOLLOWED UP.                         *
      *----------------------------------------------------------------*
       2800-POST-EXPOSURE.
           MOVE FRCASE-CARD      TO FRHIST-CARD.
           MOVE FRCASE-TIMESTAMP TO FRHIST-TIMESTAMP.
           READ FRHIST-FILE
               INVALID KEY
                   MOVE SPACES TO FRHIST-MODEL-ID
           END-READ.
           IF WS-FRHIST-STATUS NOT = '00'
               AND WS-FRHIST-STATUS NOT = '23'
               DISPLAY 'FROUTRSP: READ FRHIST FAILED, STATUS='
                       WS-FRHIST-STATUS
               MOVE SPACES TO FRHIST-MODEL-ID
           END-IF.

           MOVE FRCASE-CARD        TO FRLED-CARD.
           MOVE FRCASE-TIMESTAMP   TO FRLED-CASE-TS.
           SET FRLED-EXPOSURE      TO TRUE.
           MOVE 1                  TO FRLED-ENTRY-SEQ.
           MOVE WS-ASOF-TS         TO FRLED-POST-TS.
           MOVE FRCASE-AMOUNT      TO FRLED-AMOUNT.
           MOVE WS-OUTREACH-ANALYST TO FRLED-POSTED-BY.
           MOVE FRCASE-MCC         TO FRLED-MCC.
           MOVE FRCASE-DECISION    TO FRLED-DECISION.
           MOVE FRHIST-MODEL-ID    TO FRLED-MODEL-ID.
           MOVE WS-FRAUD-DISP-CODE TO FRLED-REFERENCE.
           MOVE 'EXPOSURE CONFIRMED BY CARDHOLDER        '
               TO FRLED-NOTE.
           WRITE FRLED-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FRLED-STATUS = '00'
               ADD 1 TO WS-LEDGER-POSTED-COUNT
               GO TO 2800-EXIT
           END-IF.
           IF WS-FRLED-STATUS NOT = '22'
               DISPLAY 'FROUTRSP: WRITE FRLEDGER FAILED, STATUS='
                       WS-FRLED-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-WRITE-EXCEPTION-LINE                                   *
      *----------------------------------------------------------------*
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LEDGER-POSTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LEDGER EXPOSURES POSTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
               INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NO-ANSWER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO ANSWER (LEFT OPEN)  : ' DELIMITED BY SIZE
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9900-RUN-LOG-END                                            *
      *----------------------------------------------------------------*
       9900-RUN-LOG-END.
           SET FRLOGP-END TO TRUE.
           MOVE WS-ASOF-TS TO FRLOGP-WINDOW-TO.
           MOVE 'RESPONSES READ' TO FRLOGP-COUNT-LABEL (1).
           MOVE WS-RESPONSES-READ TO FRLOGP-COUNT-VALUE (1).
           MOVE 'CLOSED' TO FRLOGP-COUNT-LABEL (2).
           MOVE WS-CLOSED-COUNT TO FRLOGP-COUNT-VALUE (2).
           MOVE 'CONFIRMED' TO FRLOGP-COUNT-LABEL (3).
           MOVE WS-CONFIRMED-COUNT TO FRLOGP-COUNT-VALUE (3).
           MOVE 'NOT FOUND' TO FRLOGP-COUNT-LABEL (4).
           MOVE WS-NOT-FOUND-COUNT TO FRLOGP-COUNT-VALUE (4).
           MOVE RETURN-CODE TO FRLOGP-RETURN-CODE.
           CALL 'FRRUNLOG' USING FRLOGP-PARMS.
           MOVE FRLOGP-RETURN-CODE TO RETURN-CODE.
       9900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-TERMINATE                                              *
      *----------------------------------------------------------------*
           IF WS-HOTCARD-STATUS = '00' OR WS-HOTCARD-STATUS = '22'
               CLOSE HOTCARD-FILE
           END-IF.
           IF WS-FRHIST-OPENED
               CLOSE FRHIST-FILE
           END-IF.
           IF WS-FRLED-OPENED
               CLOSE FRLED-FILE
           END-IF.
           IF WS-RPT-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
