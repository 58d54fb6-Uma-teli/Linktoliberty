      *                      OUTREACH CONTACT SWITCH CLEAR (SEE       *
      *                      FRCASREC) FOR THE NIGHTLY FROUTRCH       *
      *                      CARDHOLDER-OUTREACH PASS.                *
      *    2026-10-15  DEV   DESK DECISION RULES: AFTER THE           *
      *                      MERCHANT-WATCH CHECK,                    *
      *                      2560-APPLY-DECISION-RULES TESTS EVERY    *
      *                      IN-FORCE FRRULE RULE (MAINTAINED UNDER   *
      *                      DUAL CONTROL IN FRAUDRUL) AGAINST THE    *
      *                      TRANSACTION AND TIGHTENS THE DECISION TO *
      *                      THE RULE'S REVIEW OR DECLINE UNDER THE   *
      *                      RULE'S REASON CODE. THE RULE THAT FIRED  *
      *                      IS STAMPED ON FRHIST AND FRCASE (NEW     *
      *                      RULE-ID FIELDS).                         *
      *    2026-10-15  DEV   HEALTH ALERTS CLEAR THE NEW FRALRTF      *
      *                      MODEL-DRIFT FIELDS.                      *
      *    2026-10-15  DEV   A NEW CASE ROW ALSO STARTS WITH THE      *
      *                      CHARGEBACK FLAG CLEAR (SEE FRCASREC) FOR *
      *                      THE CHBKRCN RECONCILIATION.              *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           88 WS-DUP-SCAN-ACTIVE        VALUE 'A'.
           88 WS-DUP-SCAN-DONE          VALUE 'D'.

      *----------------------------------------------------------------*
      *    DESK DECISION RULE WORK AREA                                *
      *        FRRULE HOLDS THE NARROW RULES THE DESK KEYS DURING AN   *
      *        ATTACK (SEE FRRULREC AND FRAUDRUL).  THEY ARE APPLIED   *
      *        AFTER 2550-APPLY-MERCHANT-WATCH AND, LIKE THE WATCH     *
      *        TIER, ONLY EVER TIGHTEN THE DECISION.  WS-RULE-ID-FIRED *
      *        IS THE RULE THAT SET THE FINAL DECISION, CARRIED ONTO   *
      *        FRHIST AND FRCASE SO ITS HITS CAN BE COUNTED.           *
      *----------------------------------------------------------------*
       01 WS-RULE-ID-FIRED         PIC X(08) VALUE SPACES.
       01 WS-RULE-SCAN-SW          PIC X(01).
           88 WS-RULE-SCAN-ACTIVE       VALUE 'A'.
           88 WS-RULE-SCAN-DONE         VALUE 'D'.
       01 WS-RULE-MATCH-SW         PIC X(01).
           88 WS-RULE-MATCHED           VALUE 'Y'.
           88 WS-RULE-NOT-MATCHED       VALUE 'N'.

       COPY FRRULREC.

      *----------------------------------------------------------------*
      *    CARD/USER VELOCITY WORK AREA                                *
      *        WS-VELOCITY-WINDOW IS IN THE SAME UNITS AS ABSTIME      *
                           PERFORM 2500-DERIVE-DECISION THRU 2500-EXIT
                           PERFORM 2550-APPLY-MERCHANT-WATCH
                               THRU 2550-EXIT
                           PERFORM 2560-APPLY-DECISION-RULES
                               THRU 2560-EXIT
                           PERFORM 2600-OPEN-FRAUD-CASE THRU 2600-EXIT
                           PERFORM 3000-WRITE-HISTORY-RECORD
                               THRU 3000-EXIT
      *        ORIGINAL WAS SCORED BY.  NO CASE IS OPENED -- THE       *
      *        ORIGINAL ALREADY OPENED ONE IF THE DECISION CALLED FOR  *
      *        IT, AND THE DESK CLOSING A SECOND COPY AS A DUPLICATE   *
      *        IS EXACTLY WHAT THIS PATH EXISTS TO STOP.  THE RULE ID  *
      *        THE ORIGINAL CARRIED IS QUOTED FORWARD THE SAME WAY.    *
      *----------------------------------------------------------------*
       1600-RETURN-PRIOR-DECISION.
           MOVE FRHIST-OUTPUT   TO FRADMLOT.
           MOVE FRHIST-MODEL-ID TO MODEL_ID.
           MOVE FRHIST-IN-CLASS TO IN_CLASS.
           MOVE FRHIST-OUT-CLASS TO OUT_CLASS.
           MOVE FRHIST-RULE-ID  TO WS-RULE-ID-FIRED.
           DISPLAY 'DUPLICATE AUTHORIZATION - PRIOR DECISION RETURNED'
                   ' - CARD=' CARD OF FRADMLIN.
       1600-EXIT.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2560-APPLY-DECISION-RULES                                   *
      *        BROWSE FRRULE FRONT TO BACK AND TEST EVERY RULE THAT IS *
      *        IN FORCE (ACTIVE, OR ACTIVE WITH A RETIREMENT PENDING)  *
      *        AND INSIDE ITS EFFECTIVE/EXPIRY WINDOW.  A MATCHING     *
      *        DECLINE RULE DECLINES UNDER THE RULE'S REASON CODE AND  *
      *        ENDS THE SCAN -- NOTHING CAN TIGHTEN PAST DECLINE.  A   *
      *        MATCHING REVIEW RULE ONLY MOVES AN APPROVE UP TO        *
      *        REVIEW, AND THE SCAN GOES ON IN CASE A LATER DECLINE    *
      *        RULE ALSO MATCHES.  A DECISION THE MODEL ALREADY CALLED *
      *        DECLINE IS LEFT ALONE WITHOUT A BROWSE.  TROUBLE ON     *
      *        FRRULE IS DISPLAYED AND FALLS THROUGH WITH THE          *
      *        DECISION AS IT STOOD, THE SAME AS THE HOT-CARD AND      *
      *        MERCHANT CHECKS -- A BROKEN RULES FILE MUST NOT TAKE    *
      *        AUTHORIZATIONS DOWN WITH IT.                            *
      *----------------------------------------------------------------*
       2560-APPLY-DECISION-RULES.
           MOVE SPACES TO WS-RULE-ID-FIRED.
           IF DECISION-DECLINE OF FRADMLOT
               GO TO 2560-EXIT
           END-IF.
           MOVE LOW-VALUES TO FRRULE-KEY.
           EXEC CICS STARTBR FILE('FRRULE')
               RIDFLD(FRRULE-KEY)
               GTEQ
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   DISPLAY 'FRRULE STARTBR FAILED - RESP=' WS-RESP
                           ' RESP2=' WS-RESP2
               END-IF
               GO TO 2560-EXIT
           END-IF.
           SET WS-RULE-SCAN-ACTIVE TO TRUE.
           PERFORM 2565-TEST-ONE-RULE THRU 2565-EXIT
               UNTIL WS-RULE-SCAN-DONE.
           EXEC CICS ENDBR FILE('FRRULE')
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RULE-ID-FIRED NOT = SPACES
               DISPLAY 'DESK RULE APPLIED - RULE=' WS-RULE-ID-FIRED
                       ' DECISION:' DECISION OF FRADMLOT
                       ' REASON:' REASON-CODE OF FRADMLOT
           END-IF.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2565-TEST-ONE-RULE                                          *
      *        ONE READNEXT, THEN EACH NON-ZERO CONDITION ON THE RULE  *
      *        IS TESTED AGAINST FRADMLIN IN TURN; THE FIRST ONE THAT  *
      *        FAILS CLEARS THE MATCH.  ZERO IN A CONDITION FIELD      *
      *        MEANS "ANY".                                            *
      *----------------------------------------------------------------*
       2565-TEST-ONE-RULE.
           EXEC CICS READNEXT FILE('FRRULE')
               INTO(FRRULE-RECORD)
               RIDFLD(FRRULE-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-RESP NOT = DFHRESP(ENDFILE)
                   DISPLAY 'FRRULE READNEXT FAILED - RESP=' WS-RESP
                           ' RESP2=' WS-RESP2
               END-IF
               SET WS-RULE-SCAN-DONE TO TRUE
               GO TO 2565-EXIT
           END-IF.
           IF NOT FRRULE-IN-FORCE
               OR FRRULE-EFF-TIMESTAMP > WS-ABSTIME
               GO TO 2565-EXIT
           END-IF.
           IF FRRULE-EXP-TIMESTAMP NOT = ZERO
               AND FRRULE-EXP-TIMESTAMP NOT > WS-ABSTIME
               GO TO 2565-EXIT
           END-IF.
           IF FRRULE-FORCE-REVIEW
               AND NOT DECISION-APPROVE OF FRADMLOT
               GO TO 2565-EXIT
           END-IF.

           SET WS-RULE-MATCHED TO TRUE.
           IF FRRULE-MCC NOT = ZERO
               AND FRRULE-MCC NOT = MCC OF FRADMLIN
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MERCHANT-NAME NOT = ZERO
               AND FRRULE-MERCHANT-NAME NOT = MERCHANTXNAME OF FRADMLIN
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MERCHANT-CITY NOT = ZERO
               AND FRRULE-MERCHANT-CITY NOT = MERCHANTXCITY OF FRADMLIN
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MERCHANT-STATE NOT = ZERO
               AND FRRULE-MERCHANT-STATE NOT =
                   MERCHANTXSTATE OF FRADMLIN
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-ZIP NOT = ZERO
               AND FRRULE-ZIP NOT = ZIP OF FRADMLIN
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-USEXCHIP NOT = ZERO
               AND FRRULE-USEXCHIP NOT = USEXCHIP OF FRADMLIN
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-AMOUNT-OVER NOT = ZERO
               AND AMOUNT-NUM OF FRADMLIN NOT > FRRULE-AMOUNT-OVER
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MIN-VELOCITY NOT = ZERO
               AND VELOCITY-COUNT OF FRADMLIN < FRRULE-MIN-VELOCITY
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF WS-RULE-NOT-MATCHED
               GO TO 2565-EXIT
           END-IF.

           MOVE FRRULE-RULE-ID     TO WS-RULE-ID-FIRED.
           MOVE FRRULE-REASON-CODE TO REASON-CODE OF FRADMLOT.
           IF FRRULE-FORCE-DECLINE
               SET DECISION-DECLINE OF FRADMLOT TO TRUE
               SET WS-RULE-SCAN-DONE TO TRUE
           ELSE
               SET DECISION-REVIEW OF FRADMLOT TO TRUE
           END-IF.
       2565-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-OPEN-FRAUD-CASE                                        *
      *        ANYTHING THAT DIDN'T COME BACK APPROVE GETS A CASE ROW  *
               MOVE ZERO                      TO FRCASE-DISP-TIMESTAMP
               SET FRCASE-NOT-ESCALATED       TO TRUE
               SET FRCASE-NO-CONTACT          TO TRUE
               MOVE WS-RULE-ID-FIRED          TO FRCASE-RULE-ID
               SET FRCASE-CHBK-NONE           TO TRUE
               MOVE ZERO                      TO FRCASE-CHBK-TIMESTAMP

               EXEC CICS WRITE FILE('FRCASE')
                   FROM(FRCASE-RECORD)
           END-IF.
           MOVE FRADMLIN            TO FRHIST-INPUT.
           MOVE FRADMLOT            TO FRHIST-OUTPUT.
           MOVE WS-RULE-ID-FIRED    TO FRHIST-RULE-ID.

           EXEC CICS WRITE FILE('FRHIST')
               FROM(FRHIST-RECORD)
           MOVE SPACES                 TO FRALRT-ACTION-OPERATOR.
           MOVE ZERO                   TO FRALRT-ACTION-TS.
           MOVE SPACES                 TO FRALRT-ACTION-NOTE.
           MOVE SPACES                 TO FRALRT-MODEL-ID.
           MOVE SPACES                 TO FRALRT-DRIFT-FEATURE.
           MOVE ZERO                   TO FRALRT-DRIFT-PSI.
           EXEC CICS WRITE FILE('FRALERT')
               FROM(FRALRT-RECORD)
               RIDFLD(FRALRT-KEY)
