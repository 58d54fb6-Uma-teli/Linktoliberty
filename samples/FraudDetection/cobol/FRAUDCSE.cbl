      *    - DISPOSITION AN OPEN CASE AS CONFIRMED-FRAUD, FALSE-      *
      *      POSITIVE OR CLOSED, WITH A DISPOSITION CODE AND A FREE-  *
      *      FORM NOTE                                                *
      *    - POST A WRITE-OFF OR MERCHANT RECOVERY TO THE FRLEDGER    *
      *      LOSS LEDGER AGAINST A CONFIRMED-FRAUD CASE (AMOUNT IN    *
      *      CSE-LEDGER-AMOUNT, REFERENCE AND NOTE IN CSE-DISP-CODE/  *
      *      CSE-DISP-NOTE); THE LEDGER SEQUENCE IT TOOK COMES BACK   *
      *      IN CSE-LEDGER-SEQ                                        *
      *  THE OUTCOME STAYS ON THE CASE ROW, SO THE DESK NO LONGER     *
      *  TRACKS DISPOSITIONS ON A SPREADSHEET.  A CONFIRMED-FRAUD     *
      *  DISPOSITION ALSO POSTS THE CASE'S EXPOSURE TO FRLEDGER.      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *                      ONE THAT SAT FOR THREE DAYS, AND         *
      *                      MEASURE PER-ANALYST TURNAROUND FROM THE  *
      *                      FILE.                                    *
      *    2026-10-15  DEV   A CONFIRMED-FRAUD DISPOSITION NOW ALSO   *
      *                      POSTS THE CASE'S EXPOSURE TO THE NEW     *
      *                      FRLEDGER LOSS LEDGER, AND A NEW          *
      *                      POST-LEDGER ACTION ('L') LETS THE DESK   *
      *                      POST A WRITE-OFF OR A MERCHANT RECOVERY  *
      *                      AGAINST A CONFIRMED-FRAUD CASE. THE      *
      *                      LEDGER FIELDS ARE APPENDED TO THE END OF *
      *                      THE COMMAREA.                            *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HOTCARD.

      *----------------------------------------------------------------*
      *    LEDGER POSTING -- FRHIST SUPPLIES THE MODEL-ID A POSTING IS *
      *    CLASSIFIED BY; WS-POST-SW ENDS THE NEXT-FREE-SEQUENCE LOOP  *
      *    FOR A HAND POSTING.                                         *
      *----------------------------------------------------------------*
       COPY FRHISREC.

       COPY FRLEDREC.

       01 WS-POST-SW               PIC X(01).
           88 WS-POST-PENDING           VALUE 'P'.
           88 WS-POST-DONE              VALUE 'D'.
           88 WS-POST-FAILED            VALUE 'F'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 CSE-ACTION            PIC X(01).
               88 CSE-BROWSE             VALUE 'B'.
               88 CSE-CLAIM              VALUE 'C'.
               88 CSE-DISPOSE            VALUE 'D'.
               88 CSE-POST-LEDGER        VALUE 'L'.
           02 CSE-ANALYST-ID        PIC X(08).
           02 CSE-CARD              PIC 9(9).
           02 CSE-TIMESTAMP         PIC S9(15) COMP-3.
               88 CSE-INVALID-REQUEST    VALUE '2'.
               88 CSE-IO-ERROR           VALUE '3'.
               88 CSE-WRONG-STATUS       VALUE '4'.
           02 CSE-LEDGER-TYPE       PIC X(01).
               88 CSE-LEDGER-WRITE-OFF   VALUE 'W'.
               88 CSE-LEDGER-MERCH-RECOVERY VALUE 'M'.
           02 CSE-LEDGER-AMOUNT     PIC S9(9)V9(2) COMP-3.
           02 CSE-LEDGER-SEQ        PIC 9(03).

       PROCEDURE DIVISION.

               IF CSE-DISPOSE
                   PERFORM 3000-DISPOSE-CASE THRU 3000-EXIT
               ELSE
                   IF CSE-POST-LEDGER
                       PERFORM 4000-POST-LEDGER-ENTRY THRU 4000-EXIT
                   ELSE
                       PERFORM 1000-BROWSE-CASES THRU 1000-EXIT
                   END-IF
               END-IF
           END-IF.
           EXEC CICS RETURN END-EXEC.
               SET CSE-OK TO TRUE
               IF CSE-SET-CONFIRMED
                   PERFORM 3500-SET-HOT-CARD THRU 3500-EXIT
                   PERFORM 3600-POST-EXPOSURE THRU 3600-EXIT
               END-IF
           ELSE
               SET CSE-IO-ERROR TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3600-POST-EXPOSURE                                          *
      *        POST THE CONFIRMED CASE'S AUTHORIZED AMOUNT TO THE      *
      *        FRLEDGER LOSS LEDGER AS ITS EXPOSURE, CLASSIFIED BY     *
      *        THE CASE'S MCC AND DECISION AND THE MODEL-ID ON ITS     *
      *        FRHIST ROW (BLANK IF FRHSARCH HAS PURGED IT).  THE      *
      *        EXPOSURE ALWAYS TAKES SEQUENCE 001, SO A DUPLICATE      *
      *        MEANS IT IS ALREADY ON THE LEDGER (CHBKRCN OR AN        *
      *        EARLIER POSTING GOT THERE FIRST).  BEST-EFFORT, LIKE    *
      *        3500-SET-HOT-CARD: A FAILURE IS DISPLAYED FOR           *
      *        OPERATIONS BUT DOES NOT FAIL THE REQUEST.  EXPECTS      *
      *        FRCASE-RECORD AND WS-ABSTIME TO BE SET.                 *
      *----------------------------------------------------------------*
       3600-POST-EXPOSURE.
           MOVE FRCASE-CARD      TO FRHIST-CARD.
           MOVE FRCASE-TIMESTAMP TO FRHIST-TIMESTAMP.
           EXEC CICS READ FILE('FRHIST')
               INTO(FRHIST-RECORD)
               RIDFLD(FRHIST-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO FRHIST-MODEL-ID
           END-IF.

           MOVE FRCASE-CARD      TO FRLED-CARD.
           MOVE FRCASE-TIMESTAMP TO FRLED-CASE-TS.
           SET FRLED-EXPOSURE    TO TRUE.
           MOVE 1                TO FRLED-ENTRY-SEQ.
           MOVE WS-ABSTIME       TO FRLED-POST-TS.
           MOVE FRCASE-AMOUNT    TO FRLED-AMOUNT.
           MOVE CSE-ANALYST-ID   TO FRLED-POSTED-BY.
           MOVE FRCASE-MCC       TO FRLED-MCC.
           MOVE FRCASE-DECISION  TO FRLED-DECISION.
           MOVE FRHIST-MODEL-ID  TO FRLED-MODEL-ID.
           MOVE FRCASE-DISP-CODE TO FRLED-REFERENCE.
           MOVE 'EXPOSURE CONFIRMED BY FRAUD DESK        '
               TO FRLED-NOTE.
           EXEC CICS WRITE FILE('FRLEDGER')
               FROM(FRLED-RECORD)
               RIDFLD(FRLED-KEY)
               KEYLENGTH(LENGTH OF FRLED-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPREC)
               DISPLAY 'FRLEDGER EXPOSURE WRITE FAILED - RESP='
                       WS-RESP ' RESP2=' WS-RESP2
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-POST-LEDGER-ENTRY                                      *
      *        HAND-POST A WRITE-OFF OR MERCHANT RECOVERY AGAINST A    *
      *        CONFIRMED-FRAUD CASE.  THE CASE'S EXPOSURE IS POSTED    *
      *        FIRST IF IT IS NOT ON THE LEDGER YET (A CASE CONFIRMED  *
      *        BEFORE THE LEDGER EXISTED), SO EVERY WRITE-OFF HAS AN   *
      *        EXPOSURE BEHIND IT.  THE ENTRY TAKES THE NEXT FREE      *
      *        SEQUENCE FOR ITS CASE AND TYPE, RETURNED IN             *
      *        CSE-LEDGER-SEQ.                                         *
      *----------------------------------------------------------------*
       4000-POST-LEDGER-ENTRY.
           MOVE ZERO TO CSE-LEDGER-SEQ.
           IF CSE-ANALYST-ID = SPACES
               OR (NOT CSE-LEDGER-WRITE-OFF
                   AND NOT CSE-LEDGER-MERCH-RECOVERY)
               OR CSE-LEDGER-AMOUNT NOT > ZERO
               SET CSE-INVALID-REQUEST TO TRUE
               GO TO 4000-EXIT
           END-IF.

           MOVE CSE-CARD      TO FRCASE-CARD.
           MOVE CSE-TIMESTAMP TO FRCASE-TIMESTAMP.
           EXEC CICS READ FILE('FRCASE')
               INTO(FRCASE-RECORD)
               RIDFLD(FRCASE-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET CSE-NOT-FOUND TO TRUE
               GO TO 4000-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET CSE-IO-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF.

           IF NOT FRCASE-CONFIRMED-FRAUD
               SET CSE-WRONG-STATUS TO TRUE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 1500-GET-TIMESTAMP THRU 1500-EXIT.
           PERFORM 3600-POST-EXPOSURE THRU 3600-EXIT.

           MOVE CSE-LEDGER-TYPE   TO FRLED-ENTRY-TYPE.
           MOVE ZERO              TO FRLED-ENTRY-SEQ.
           MOVE WS-ABSTIME        TO FRLED-POST-TS.
           MOVE CSE-LEDGER-AMOUNT TO FRLED-AMOUNT.
           MOVE CSE-ANALYST-ID    TO FRLED-POSTED-BY.
           MOVE CSE-DISP-CODE     TO FRLED-REFERENCE.
           MOVE CSE-DISP-NOTE     TO FRLED-NOTE.
           SET WS-POST-PENDING TO TRUE.
           PERFORM 4100-WRITE-NEXT-SEQUENCE THRU 4100-EXIT
               UNTIL NOT WS-POST-PENDING.
           IF WS-POST-DONE
               MOVE FRLED-ENTRY-SEQ TO CSE-LEDGER-SEQ
               SET CSE-OK TO TRUE
           ELSE
               SET CSE-IO-ERROR TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-WRITE-NEXT-SEQUENCE                                    *
      *        ONE WRITE AT THE NEXT SEQUENCE.  A DUPLICATE MEANS AN   *
      *        EARLIER HAND POSTING HOLDS IT -- STEP PAST AND TRY      *
      *        AGAIN, UNTIL THE SEQUENCE RUNS OUT AT 999.              *
      *----------------------------------------------------------------*
       4100-WRITE-NEXT-SEQUENCE.
           IF FRLED-ENTRY-SEQ NOT < 999
               SET WS-POST-FAILED TO TRUE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO FRLED-ENTRY-SEQ.
           EXEC CICS WRITE FILE('FRLEDGER')
               FROM(FRLED-RECORD)
               RIDFLD(FRLED-KEY)
               KEYLENGTH(LENGTH OF FRLED-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-POST-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(DUPREC)
               DISPLAY 'FRLEDGER WRITE FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET WS-POST-FAILED TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.
