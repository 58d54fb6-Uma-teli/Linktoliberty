      *  FRAUDMOD RUNS AT AUTHORIZATION TIME: THE HOT-CARD AND         *
      *  MERCHANT RISK CHECKS, THE INPUT EDITS, MODLRT MODEL ROUTING,  *
      *  THE ALNSCORE CALL (WITH THE SAME RULE-BASED FALLBACK WHEN IT  *
      *  IS UNAVAILABLE), THE 2500-DERIVE-DECISION CUTOFF LOGIC AND    *
      *  THE FRRULE DESK RULES -- AND HANDS BACK THE DECISION, REASON  *
      *  CODE, PROBABILITIES, THE MODEL THAT SCORED IT, THE CUTOFFS    *
      *  THAT WERE APPLIED AND THE DESK RULE, IF ANY, THAT FIRED.      *
      *                                                                *
      *  NOTHING IS WRITTEN ANYWHERE: NO FRHIST ROW, NO CUSTVEL BUMP   *
      *  (THE VELOCITY FEATURE IS READ, NOT REWRITTEN), NO FRCASE      *
      *                      ARE NOT APPROVED, MATCHING THE DUAL-     *
      *                      CONTROL RULE FRAUDMOD'S 1050-READ-       *
      *                      PARAMETERS APPLIES.                      *
      *    2026-10-15  DEV   THE FRRULE DESK DECISION RULES ARE       *
      *                      APPLIED AFTER THE MERCHANT-WATCH CHECK,  *
      *                      THE SAME AS FRAUDMOD, AND THE RULE THAT  *
      *                      FIRED (IF ANY) IS RETURNED IN THE NEW    *
      *                      SIM-RULE-ID FIELD AT THE END OF THE      *
      *                      COMMAREA.                                *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY MRCHRSK.

       01 WS-RULE-ID-FIRED         PIC X(08) VALUE SPACES.
       01 WS-RULE-SCAN-SW          PIC X(01).
           88 WS-RULE-SCAN-ACTIVE       VALUE 'A'.
           88 WS-RULE-SCAN-DONE         VALUE 'D'.
       01 WS-RULE-MATCH-SW         PIC X(01).
           88 WS-RULE-MATCHED           VALUE 'Y'.
           88 WS-RULE-NOT-MATCHED       VALUE 'N'.

       COPY FRRULREC.

       COPY CUSTVEL.

       01 WS-EDIT-SW               PIC X(01).
               88 SIM-OK                 VALUE '0'.
               88 SIM-INVALID-REQUEST    VALUE '2'.
               88 SIM-IO-ERROR           VALUE '3'.
           02 SIM-RULE-ID           PIC X(08).

       PROCEDURE DIVISION.

                       PERFORM 2000-INVOKE-ALNSCORE THRU 2000-EXIT
                       PERFORM 2500-DERIVE-DECISION THRU 2500-EXIT
                       PERFORM 2550-APPLY-MERCHANT-WATCH THRU 2550-EXIT
                       PERFORM 2560-APPLY-DECISION-RULES THRU 2560-EXIT
                   END-IF
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2560-APPLY-DECISION-RULES                                   *
      *        SAME FRRULE DESK-RULE PASS AS FRAUDMOD: EVERY RULE IN   *
      *        FORCE RIGHT NOW IS TESTED, AND ONE THAT MATCHES ONLY    *
      *        EVER TIGHTENS THE DECISION.                             *
      *----------------------------------------------------------------*
       2560-APPLY-DECISION-RULES.
           MOVE SPACES TO WS-RULE-ID-FIRED.
           IF DECISION-DECLINE OF SIMMLOT
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
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2565-TEST-ONE-RULE                                          *
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
               AND NOT DECISION-APPROVE OF SIMMLOT
               GO TO 2565-EXIT
           END-IF.

           SET WS-RULE-MATCHED TO TRUE.
           IF FRRULE-MCC NOT = ZERO
               AND FRRULE-MCC NOT = MCC OF SIM-INPUT
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MERCHANT-NAME NOT = ZERO
               AND FRRULE-MERCHANT-NAME NOT = MERCHANTXNAME OF SIM-INPUT
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MERCHANT-CITY NOT = ZERO
               AND FRRULE-MERCHANT-CITY NOT = MERCHANTXCITY OF SIM-INPUT
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MERCHANT-STATE NOT = ZERO
               AND FRRULE-MERCHANT-STATE NOT =
                   MERCHANTXSTATE OF SIM-INPUT
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-ZIP NOT = ZERO
               AND FRRULE-ZIP NOT = ZIP OF SIM-INPUT
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-USEXCHIP NOT = ZERO
               AND FRRULE-USEXCHIP NOT = USEXCHIP OF SIM-INPUT
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-AMOUNT-OVER NOT = ZERO
               AND AMOUNT-NUM OF SIM-INPUT NOT > FRRULE-AMOUNT-OVER
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF FRRULE-MIN-VELOCITY NOT = ZERO
               AND VELOCITY-COUNT OF SIM-INPUT < FRRULE-MIN-VELOCITY
               SET WS-RULE-NOT-MATCHED TO TRUE
           END-IF.
           IF WS-RULE-NOT-MATCHED
               GO TO 2565-EXIT
           END-IF.

           MOVE FRRULE-RULE-ID     TO WS-RULE-ID-FIRED.
           MOVE FRRULE-REASON-CODE TO REASON-CODE OF SIMMLOT.
           IF FRRULE-FORCE-DECLINE
               SET DECISION-DECLINE OF SIMMLOT TO TRUE
               SET WS-RULE-SCAN-DONE TO TRUE
           ELSE
               SET DECISION-REVIEW OF SIMMLOT TO TRUE
           END-IF.
       2565-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-RETURN-RESULTS                                         *
      *        COPY THE VERDICT AND EVERYTHING THAT WENT INTO IT BACK  *
           MOVE MODEL_ID                   TO SIM-MODEL-ID.
           MOVE WS-APPROVE-CUTOFF          TO SIM-APPROVE-CUTOFF.
           MOVE WS-DECLINE-CUTOFF          TO SIM-DECLINE-CUTOFF.
           MOVE WS-RULE-ID-FIRED           TO SIM-RULE-ID.
           IF WS-HOTCARD-HIT
               SET SIM-SOURCE-HOT-CARD TO TRUE
           ELSE
