      *  KEY OF THE LAST ROW RETURNED COMES BACK IN HIQ-RESUME-        *
      *  TIMESTAMP SO THE NEXT SEND PAGES FORWARD FROM THERE.          *
      *                                                                *
      *  A REISSUED CARD'S HISTORY CONTINUES ON THE CARD IT REPLACED:  *
      *  ONCE THE REQUESTED CARD'S ROWS ARE EXHAUSTED, THE FRCRDXRF    *
      *  CROSS-REFERENCE (WRITTEN BY FRREISS) GIVES THE OLD CARD AND   *
      *  THE BROWSE CARRIES ON INTO ITS ROWS, AND SO ON BACK THROUGH   *
      *  EARLIER REISSUES.  A PAGE NEVER MIXES CARDS -- HIQ-PAGE-CARD  *
      *  SAYS WHICH CARD THE RETURNED ROWS BELONG TO, AND HIQ-RESUME-  *
      *  CARD WHICH CARD THE NEXT SEND CONTINUES ON (ZERO ON THE       *
      *  FIRST SEND MEANS HIQ-CARD).                                   *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-08-22  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FOLLOW FRCRDXRF FROM A REISSUED CARD     *
      *                      BACK INTO THE HISTORY OF THE CARD IT     *
      *                      REPLACED.                                *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           88 WS-BROWSE-DONE            VALUE 'D'.
       01 WS-ENTRY-IDX             PIC 9(4) COMP.

      *----------------------------------------------------------------*
      *    REISSUE CHAIN -- THE CARD BEING BROWSED, AND HOW MANY       *
      *    CROSS-REFERENCE HOPS THIS SEND HAS TAKEN.  THE HOP LIMIT    *
      *    KEEPS A BAD CROSS-REFERENCE LOOP FROM HOLDING THE TASK.     *
      *----------------------------------------------------------------*
       01 WS-CHAIN-SW              PIC X(01).
           88 WS-CHAIN-ACTIVE           VALUE 'A'.
           88 WS-CHAIN-DONE             VALUE 'D'.
       01 WS-BROWSE-CARD           PIC 9(9).
       01 WS-HOP-COUNT             PIC 9(4) COMP.
       01 WS-HOP-LIMIT             PIC 9(4) COMP VALUE 10.

       COPY FRHISREC.

       COPY FRXRFREC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 HIQ-CARD              PIC 9(9).
               88 HIQ-OK                 VALUE '0'.
               88 HIQ-INVALID-REQUEST    VALUE '2'.
               88 HIQ-IO-ERROR           VALUE '3'.
           02 HIQ-PAGE-CARD         PIC 9(9).
           02 HIQ-RESUME-CARD       PIC 9(9).

       PROCEDURE DIVISION.


      *----------------------------------------------------------------*
      *    1000-BROWSE-HISTORY                                         *
      *        FILL A PAGE OF UP TO 10 ROWS FOR ONE CARD.  THE SEND    *
      *        STARTS ON HIQ-RESUME-CARD WHEN SET, OTHERWISE ON        *
      *        HIQ-CARD.  A CARD WITH NOTHING (LEFT) IN RANGE HANDS    *
      *        OVER TO THE CARD IT REPLACED WITHIN THE SAME SEND; A    *
      *        CARD THAT FILLED PART OF THE PAGE ENDS IT AND POINTS    *
      *        THE NEXT SEND AT THE OLDER CARD.                        *
      *----------------------------------------------------------------*
       1000-BROWSE-HISTORY.
           MOVE ZERO TO HIQ-ENTRY-COUNT.
           MOVE ZERO TO WS-ENTRY-IDX.
           MOVE ZERO TO WS-HOP-COUNT.
           SET HIQ-NO-MORE-ROWS TO TRUE.
           SET HIQ-OK TO TRUE.

           IF HIQ-CARD = ZERO
               SET HIQ-INVALID-REQUEST TO TRUE
               GO TO 1000-EXIT
           END-IF.

           IF HIQ-RESUME-CARD NOT = ZERO
               MOVE HIQ-RESUME-CARD TO WS-BROWSE-CARD
           ELSE
               MOVE HIQ-CARD TO WS-BROWSE-CARD
           END-IF.
           MOVE WS-BROWSE-CARD TO HIQ-PAGE-CARD.
           MOVE WS-BROWSE-CARD TO HIQ-RESUME-CARD.

           SET WS-CHAIN-ACTIVE TO TRUE.
           PERFORM 1200-BROWSE-ONE-CARD THRU 1200-EXIT
               UNTIL WS-CHAIN-DONE.
           MOVE WS-ENTRY-IDX TO HIQ-ENTRY-COUNT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-BROWSE-ONE-CARD                                        *
      *        POSITION FRHIST AT WS-BROWSE-CARD AND READ ITS ROWS     *
      *        INTO THE PAGE.  A NON-ZERO HIQ-RESUME-TIMESTAMP (THE    *
      *        LAST ROW OF THE PRIOR PAGE) TAKES PRECEDENCE OVER       *
      *        HIQ-FROM-TIMESTAMP SO REPEATED SENDS WALK FORWARD       *
      *        THROUGH THE CARD'S HISTORY; A ZERO RANGE MEANS THE      *
      *        WHOLE CARD.  WHEN THE CARD IS EXHAUSTED, 1300 LOOKS FOR *
      *        THE CARD IT REPLACED.                                   *
      *----------------------------------------------------------------*
       1200-BROWSE-ONE-CARD.
           MOVE WS-BROWSE-CARD TO FRHIST-CARD.
           IF HIQ-RESUME-TIMESTAMP NOT = ZERO
               MOVE HIQ-RESUME-TIMESTAMP TO FRHIST-TIMESTAMP
               ADD 1 TO FRHIST-TIMESTAMP
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               PERFORM 1300-FIND-PRIOR-CARD THRU 1300-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET HIQ-IO-ERROR TO TRUE
               SET WS-CHAIN-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF.

           SET WS-BROWSE-ACTIVE TO TRUE.
           EXEC CICS ENDBR FILE('FRHIST')
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.

           IF HIQ-MORE-ROWS
               SET WS-CHAIN-DONE TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1300-FIND-PRIOR-CARD THRU 1300-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
               GO TO 1100-EXIT
           END-IF.

           IF FRHIST-CARD NOT = WS-BROWSE-CARD
               SET WS-BROWSE-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE FRHIST-TIMESTAMP TO HIQ-RESUME-TIMESTAMP.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-FIND-PRIOR-CARD                                        *
      *        WS-BROWSE-CARD IS EXHAUSTED.  IF FRCRDXRF SAYS IT WAS   *
      *        ISSUED TO REPLACE AN OLDER CARD, CONTINUE ON THAT CARD  *
      *        FROM THE START OF THE RANGE -- IN THIS SEND IF THE PAGE *
      *        IS STILL EMPTY, OTHERWISE ON THE NEXT ONE.  NO CROSS-   *
      *        REFERENCE, THE HOP LIMIT, OR A CHAIN THAT LEADS BACK TO *
      *        HIQ-CARD ENDS THE HISTORY.                              *
      *----------------------------------------------------------------*
       1300-FIND-PRIOR-CARD.
           SET WS-CHAIN-DONE TO TRUE.
           IF WS-HOP-COUNT NOT < WS-HOP-LIMIT
               GO TO 1300-EXIT
           END-IF.

           MOVE WS-BROWSE-CARD TO FRXRF-NEW-CARD.
           EXEC CICS READ FILE('FRCRDXRF')
               INTO(FRXRF-RECORD)
               RIDFLD(FRXRF-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               GO TO 1300-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET HIQ-IO-ERROR TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF FRXRF-OLD-CARD = HIQ-CARD
               OR FRXRF-OLD-CARD = ZERO
               GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-HOP-COUNT.
           MOVE FRXRF-OLD-CARD TO HIQ-RESUME-CARD.
           MOVE ZERO TO HIQ-RESUME-TIMESTAMP.
           IF WS-ENTRY-IDX > ZERO
               SET HIQ-MORE-ROWS TO TRUE
               GO TO 1300-EXIT
           END-IF.

           MOVE FRXRF-OLD-CARD TO WS-BROWSE-CARD.
           MOVE FRXRF-OLD-CARD TO HIQ-PAGE-CARD.
           SET WS-CHAIN-ACTIVE TO TRUE.
       1300-EXIT.
           EXIT.
