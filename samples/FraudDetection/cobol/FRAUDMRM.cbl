      *    - LIFT A LISTING, WHICH KEEPS THE ROW ON FILE AS A RECORD  *
      *      THAT THE LISTING EXISTED (THE SAME CONVENTION HOTCARD    *
      *      USES)                                                    *
      *    - ACCEPT OR DISMISS A PROPOSED-TIER ROW WRITTEN BY THE     *
      *      NIGHTLY FRCPPANL COMPROMISE ANALYSIS: ACCEPT MOVES IT    *
      *      TO WATCH TIER, DISMISS MARKS IT LIFTED                   *
      *  THE KEY IS THE SAME LABEL-ENCODED MERCHANT NAME/CITY/STATE   *
      *  VALUES MODELIN CARRIES, SO A HIT ON THE DESK'S SCREEN LINES  *
      *  UP EXACTLY WITH WHAT FRAUDMOD MATCHES AT AUTHORIZATION TIME. *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   ACCEPT ('A') AND DISMISS ('D') ACTIONS   *
      *                      FOR PROPOSED-TIER ROWS FROM FRCPPANL;    *
      *                      NEW RETURN CODE '4' WHEN THE ROW IS NOT  *
      *                      AT PROPOSED TIER.                        *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               88 MRM-INQUIRE            VALUE 'I'.
               88 MRM-SET-TIER           VALUE 'S'.
               88 MRM-LIFT               VALUE 'L'.
               88 MRM-ACCEPT-PROPOSAL    VALUE 'A'.
               88 MRM-DISMISS-PROPOSAL   VALUE 'D'.
           02 MRM-MERCHANT-NAME     PIC 9(6).
           02 MRM-MERCHANT-CITY     PIC 9(5).
           02 MRM-MERCHANT-STATE    PIC 9(3).
               88 MRM-TIER-BLOCK         VALUE 'B'.
               88 MRM-TIER-WATCH         VALUE 'W'.
               88 MRM-TIER-LIFTED        VALUE 'L'.
               88 MRM-TIER-PROPOSED      VALUE 'P'.
           02 MRM-REASON-CODE       PIC X(04).
           02 MRM-ANALYST-ID        PIC X(08).
           02 MRM-SET-TIMESTAMP     PIC S9(15) COMP-3.
               88 MRM-NOT-FOUND          VALUE '1'.
               88 MRM-INVALID-REQUEST    VALUE '2'.
               88 MRM-IO-ERROR           VALUE '3'.
               88 MRM-WRONG-STATUS       VALUE '4'.

       PROCEDURE DIVISION.

               IF MRM-LIFT
                   PERFORM 3000-LIFT-MERCHANT THRU 3000-EXIT
               ELSE
                   IF MRM-ACCEPT-PROPOSAL OR MRM-DISMISS-PROPOSAL
                       PERFORM 4000-RESOLVE-PROPOSAL THRU 4000-EXIT
                   ELSE
                       PERFORM 1000-INQUIRE-MERCHANT THRU 1000-EXIT
                   END-IF
               END-IF
           END-IF.
           EXEC CICS RETURN END-EXEC.
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-RESOLVE-PROPOSAL                                       *
      *        WORK A PROPOSED-TIER ROW THE NIGHTLY COMPROMISE         *
      *        ANALYSIS (FRCPPANL) PUT ON FILE.  ACCEPT MOVES IT TO    *
      *        WATCH TIER, KEEPING THE ANALYSIS REASON UNLESS THE      *
      *        DESK SUPPLIES ITS OWN; DISMISS MARKS IT LIFTED.  EITHER *
      *        WAY THE ROW IS RESTAMPED WITH THE DESK ANALYST AND THE  *
      *        TIME.  A ROW NOT AT PROPOSED TIER COMES BACK WRONG-     *
      *        STATUS UNTOUCHED -- SOMEONE HAS ALREADY WORKED IT, AND  *
      *        SET-TIER OR LIFT IS THE WAY TO CHANGE IT FROM THERE.    *
      *----------------------------------------------------------------*
       4000-RESOLVE-PROPOSAL.
           IF MRM-ANALYST-ID = SPACES
               SET MRM-INVALID-REQUEST TO TRUE
               GO TO 4000-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'ASKTIME FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET MRM-IO-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF.

           MOVE MRM-MERCHANT-NAME  TO MRCHRSK-MERCHANT-NAME.
           MOVE MRM-MERCHANT-CITY  TO MRCHRSK-MERCHANT-CITY.
           MOVE MRM-MERCHANT-STATE TO MRCHRSK-MERCHANT-STATE.
           EXEC CICS READ FILE('MRCHRSK')
               INTO(MRCHRSK-RECORD)
               RIDFLD(MRCHRSK-KEY)
               UPDATE
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET MRM-NOT-FOUND TO TRUE
               GO TO 4000-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET MRM-IO-ERROR TO TRUE
               GO TO 4000-EXIT
           END-IF.

           IF NOT MRCHRSK-PROPOSED
               EXEC CICS UNLOCK FILE('MRCHRSK')
                   RESP(WS-RESP) RESP2(WS-RESP2)
                   END-EXEC
               MOVE MRCHRSK-TIER TO MRM-TIER
               SET MRM-WRONG-STATUS TO TRUE
               GO TO 4000-EXIT
           END-IF.

           IF MRM-ACCEPT-PROPOSAL
               SET MRCHRSK-WATCH TO TRUE
               IF MRM-REASON-CODE NOT = SPACES
                   MOVE MRM-REASON-CODE TO MRCHRSK-REASON-CODE
               END-IF
           ELSE
               SET MRCHRSK-LIFTED TO TRUE
           END-IF.
           MOVE MRM-ANALYST-ID TO MRCHRSK-ANALYST-ID.
           MOVE WS-ABSTIME     TO MRCHRSK-SET-TIMESTAMP.
           EXEC CICS REWRITE FILE('MRCHRSK')
               FROM(MRCHRSK-RECORD)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET MRM-OK TO TRUE
               MOVE MRCHRSK-TIER        TO MRM-TIER
               MOVE MRCHRSK-REASON-CODE TO MRM-REASON-CODE
               MOVE WS-ABSTIME          TO MRM-SET-TIMESTAMP
           ELSE
               DISPLAY 'MRCHRSK REWRITE FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET MRM-IO-ERROR TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.
