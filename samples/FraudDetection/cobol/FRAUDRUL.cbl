       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDRUL.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRAUDRUL   -  ONLINE MAINTENANCE FOR THE FRRULE DESK          *
      *                DECISION RULES                                  *
      *                                                                *
      *  A COMMAREA-DRIVEN TRANSACTION (IN THE STYLE OF FRAUDPMT)      *
      *  THAT LETS THE FRAUD DESK KEY A NARROW EMERGENCY RULE DURING   *
      *  AN ATTACK -- "DECLINE ANY MCC 5999 OVER $300 IN ZIP 10001",   *
      *  SAY -- WITHOUT WAITING ON A MODEL RETRAIN OR A RECOMPILE.     *
      *  FRAUDMOD'S 2560-APPLY-DECISION-RULES TESTS EVERY RULE IN      *
      *  FORCE AGAINST EACH SCORED TRANSACTION (SEE FRRULREC).         *
      *  RUL-ACTION SELECTS:                                           *
      *    - INQUIRE ON ONE RULE BY ID                                *
      *    - BROWSE A PAGE OF PENDING/IN-FORCE RULES, RESUMING FROM   *
      *      THE LAST RULE ID RETURNED ON THE PRIOR PAGE              *
      *    - NEW RULE, WHICH LANDS PENDING                            *
      *    - APPROVE OR REJECT A PENDING RULE OR A PENDING            *
      *      RETIREMENT                                               *
      *    - RETIRE AN ACTIVE RULE, WHICH LANDS RETIRE-PENDING        *
      *                                                                *
      *  THE SAME DUAL CONTROL AS FRAUDPMT: A RULE GOES LIVE, AND AN   *
      *  ACTIVE RULE IS RETIRED, ONLY WHEN A DIFFERENT OPERATOR FROM   *
      *  THE ONE WHO KEYED THE CHANGE APPROVES IT -- THE KEYER'S OWN   *
      *  ID IS REFUSED.  A RULE IS NEVER CHANGED IN PLACE; TO ADJUST   *
      *  ONE, RETIRE IT AND KEY A NEW ONE.  REJECTED AND RETIRED       *
      *  RULES STAY ON FILE FOR THE FRRULRPT NIGHTLY REPORT.           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-RESP2                 PIC S9(8) COMP.

       01 WS-BROWSE-SW             PIC X(01).
           88 WS-BROWSE-ACTIVE          VALUE 'A'.
           88 WS-BROWSE-DONE            VALUE 'D'.
       01 WS-ENTRY-IDX             PIC 9(4) COMP.

      *----------------------------------------------------------------*
      *    WS-ABSTIME STAMPS EVERY CHANGE, APPROVAL AND REJECTION.     *
      *----------------------------------------------------------------*
       01 WS-ABSTIME               PIC S9(15) COMP-3.

       COPY FRRULREC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 RUL-ACTION            PIC X(01).
               88 RUL-INQUIRE            VALUE 'I'.
               88 RUL-BROWSE             VALUE 'B'.
               88 RUL-NEW                VALUE 'N'.
               88 RUL-APPROVE            VALUE 'A'.
               88 RUL-REJECT             VALUE 'R'.
               88 RUL-RETIRE             VALUE 'T'.
           02 RUL-OPERATOR-ID       PIC X(08).
           02 RUL-RULE-ID           PIC X(08).
           02 RUL-STATUS            PIC X(01).
           02 RUL-DESCRIPTION       PIC X(40).
           02 RUL-MCC               PIC 9(4).
           02 RUL-MERCHANT-NAME     PIC 9(6).
           02 RUL-MERCHANT-CITY     PIC 9(5).
           02 RUL-MERCHANT-STATE    PIC 9(3).
           02 RUL-ZIP               PIC 9(5).
           02 RUL-USEXCHIP          PIC 9(1).
           02 RUL-AMOUNT-OVER       PIC S9(9)V9(2) COMP-3.
           02 RUL-MIN-VELOCITY      PIC 9(4).
           02 RUL-RULE-ACTION       PIC X(01).
               88 RUL-FORCE-REVIEW       VALUE 'R'.
               88 RUL-FORCE-DECLINE      VALUE 'D'.
           02 RUL-REASON-CODE       PIC X(04).
           02 RUL-EFF-TIMESTAMP     PIC S9(15) COMP-3.
           02 RUL-EXP-TIMESTAMP     PIC S9(15) COMP-3.
           02 RUL-KEYED-BY          PIC X(08).
           02 RUL-APPROVED-BY       PIC X(08).
           02 RUL-RETIRE-KEYED-BY   PIC X(08).
           02 RUL-RETIRE-APPR-BY    PIC X(08).
           02 RUL-CHG-TIMESTAMP     PIC S9(15) COMP-3.
           02 RUL-RULE-COUNT        PIC 9(02).
           02 RUL-MORE-SW           PIC X(01).
               88 RUL-MORE-RULES         VALUE 'Y'.
               88 RUL-NO-MORE-RULES      VALUE 'N'.
           02 RUL-RULE-ENTRY OCCURS 8 TIMES.
               03 RUL-ENT-RULE-ID       PIC X(08).
               03 RUL-ENT-STATUS        PIC X(01).
               03 RUL-ENT-RULE-ACTION   PIC X(01).
               03 RUL-ENT-REASON-CODE   PIC X(04).
               03 RUL-ENT-EFF-TIMESTAMP PIC S9(15) COMP-3.
               03 RUL-ENT-EXP-TIMESTAMP PIC S9(15) COMP-3.
               03 RUL-ENT-DESCRIPTION   PIC X(40).
           02 RUL-RETURN-CODE       PIC X(01).
               88 RUL-OK                 VALUE '0'.
               88 RUL-NOT-FOUND          VALUE '1'.
               88 RUL-INVALID-REQUEST    VALUE '2'.
               88 RUL-IO-ERROR           VALUE '3'.
               88 RUL-NOT-AUTHORIZED     VALUE '4'.
               88 RUL-WRONG-STATUS       VALUE '5'.
               88 RUL-DUPLICATE          VALUE '6'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF RUL-NEW
               PERFORM 2000-ADD-RULE THRU 2000-EXIT
           ELSE
               IF RUL-APPROVE
                   PERFORM 3000-APPROVE-RULE THRU 3000-EXIT
               ELSE
                   IF RUL-REJECT
                       PERFORM 3500-REJECT-RULE THRU 3500-EXIT
                   ELSE
                       IF RUL-RETIRE
                           PERFORM 4000-RETIRE-RULE THRU 4000-EXIT
                       ELSE
                           IF RUL-BROWSE
                               PERFORM 1500-BROWSE-RULES THRU 1500-EXIT
                           ELSE
                               PERFORM 1000-INQUIRE-RULE THRU 1000-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXEC CICS RETURN END-EXEC.
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INQUIRE-RULE                                           *
      *        ONE KEYED READ, WHATEVER THE RULE'S STATUS -- A RETIRED *
      *        OR REJECTED RULE IS STILL ANSWERED, SO THE DESK CAN SEE *
      *        WHAT A RULE ID QUOTED ON A CASE ACTUALLY TESTED.        *
      *----------------------------------------------------------------*
       1000-INQUIRE-RULE.
           IF RUL-RULE-ID = SPACES
               SET RUL-INVALID-REQUEST TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE RUL-RULE-ID TO FRRULE-RULE-ID.
           EXEC CICS READ FILE('FRRULE')
               INTO(FRRULE-RECORD)
               RIDFLD(FRRULE-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET RUL-NOT-FOUND TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET RUL-IO-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-RETURN-RULE THRU 1900-EXIT.
           SET RUL-OK TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-BROWSE-RULES                                           *
      *        FILL A PAGE OF UP TO 8 RULES STARTING AFTER THE RULE ID *
      *        IN THE COMMAREA (SPACES = FROM THE FIRST).  THE ID OF   *
      *        THE LAST RULE RETURNED IS HANDED BACK IN RUL-RULE-ID SO *
      *        THE NEXT SEND PICKS UP WHERE THIS PAGE LEFT OFF.        *
      *        RETIRED AND REJECTED RULES ARE SKIPPED -- THIS IS THE   *
      *        DESK'S WORKLIST OF RULES WAITING ON A SECOND OPERATOR   *
      *        OR IN FORCE NOW; FRRULRPT CARRIES THE FULL HISTORY.     *
      *----------------------------------------------------------------*
       1500-BROWSE-RULES.
           MOVE ZERO TO RUL-RULE-COUNT.
           MOVE ZERO TO WS-ENTRY-IDX.
           SET RUL-NO-MORE-RULES TO TRUE.

           MOVE RUL-RULE-ID TO FRRULE-RULE-ID.
           EXEC CICS STARTBR FILE('FRRULE')
               RIDFLD(FRRULE-KEY)
               GTEQ
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET RUL-OK TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET RUL-IO-ERROR TO TRUE
               GO TO 1500-EXIT
           END-IF.

           SET WS-BROWSE-ACTIVE TO TRUE.
           PERFORM 1550-BROWSE-NEXT-RULE THRU 1550-EXIT
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('FRRULE')
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           MOVE WS-ENTRY-IDX TO RUL-RULE-COUNT.
           SET RUL-OK TO TRUE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1550-BROWSE-NEXT-RULE                                       *
      *        ONE READNEXT.  THE RESUME ROW ITSELF (ALREADY SHOWN ON  *
      *        THE PRIOR PAGE) IS SKIPPED.  A RULE STILL IN PLAY GOES  *
      *        INTO THE NEXT PAGE SLOT; A NINTH ONE MEANS THERE IS     *
      *        ANOTHER PAGE, SO FLAG MORE AND STOP WITHOUT RETURNING   *
      *        IT (THE RESUME KEY ALREADY POINTS AT THE LAST RULE ON   *
      *        THIS PAGE).                                             *
      *----------------------------------------------------------------*
       1550-BROWSE-NEXT-RULE.
           EXEC CICS READNEXT FILE('FRRULE')
               INTO(FRRULE-RECORD)
               RIDFLD(FRRULE-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 1550-EXIT
           END-IF.

           IF FRRULE-RULE-ID = RUL-RULE-ID
               OR FRRULE-RETIRED
               OR FRRULE-REJECTED
               GO TO 1550-EXIT
           END-IF.

           IF WS-ENTRY-IDX NOT < 8
               SET RUL-MORE-RULES TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 1550-EXIT
           END-IF.

           ADD 1 TO WS-ENTRY-IDX.
           MOVE FRRULE-RULE-ID     TO RUL-ENT-RULE-ID (WS-ENTRY-IDX).
           MOVE FRRULE-STATUS      TO RUL-ENT-STATUS (WS-ENTRY-IDX).
           MOVE FRRULE-ACTION TO
               RUL-ENT-RULE-ACTION (WS-ENTRY-IDX).
           MOVE FRRULE-REASON-CODE TO
               RUL-ENT-REASON-CODE (WS-ENTRY-IDX).
           MOVE FRRULE-EFF-TIMESTAMP TO
               RUL-ENT-EFF-TIMESTAMP (WS-ENTRY-IDX).
           MOVE FRRULE-EXP-TIMESTAMP TO
               RUL-ENT-EXP-TIMESTAMP (WS-ENTRY-IDX).
           MOVE FRRULE-DESCRIPTION TO
               RUL-ENT-DESCRIPTION (WS-ENTRY-IDX).
           MOVE FRRULE-RULE-ID     TO RUL-RULE-ID.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-RETURN-RULE                                            *
      *        COPY THE RULE IN THE FRRULE RECORD AREA BACK TO THE     *
      *        COMMAREA, WHO KEYED AND APPROVED IT INCLUDED.           *
      *----------------------------------------------------------------*
       1900-RETURN-RULE.
           MOVE FRRULE-RULE-ID            TO RUL-RULE-ID.
           MOVE FRRULE-STATUS             TO RUL-STATUS.
           MOVE FRRULE-DESCRIPTION        TO RUL-DESCRIPTION.
           MOVE FRRULE-MCC                TO RUL-MCC.
           MOVE FRRULE-MERCHANT-NAME      TO RUL-MERCHANT-NAME.
           MOVE FRRULE-MERCHANT-CITY      TO RUL-MERCHANT-CITY.
           MOVE FRRULE-MERCHANT-STATE     TO RUL-MERCHANT-STATE.
           MOVE FRRULE-ZIP                TO RUL-ZIP.
           MOVE FRRULE-USEXCHIP           TO RUL-USEXCHIP.
           MOVE FRRULE-AMOUNT-OVER        TO RUL-AMOUNT-OVER.
           MOVE FRRULE-MIN-VELOCITY       TO RUL-MIN-VELOCITY.
           MOVE FRRULE-ACTION             TO RUL-RULE-ACTION.
           MOVE FRRULE-REASON-CODE        TO RUL-REASON-CODE.
           MOVE FRRULE-EFF-TIMESTAMP      TO RUL-EFF-TIMESTAMP.
           MOVE FRRULE-EXP-TIMESTAMP      TO RUL-EXP-TIMESTAMP.
           MOVE FRRULE-OPERATOR-ID        TO RUL-KEYED-BY.
           MOVE FRRULE-APPR-OPERATOR-ID   TO RUL-APPROVED-BY.
           MOVE FRRULE-RETIRE-OPERATOR-ID TO RUL-RETIRE-KEYED-BY.
           MOVE FRRULE-RETIRE-APPR-ID     TO RUL-RETIRE-APPR-BY.
           MOVE FRRULE-CHG-TIMESTAMP      TO RUL-CHG-TIMESTAMP.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-ADD-RULE                                               *
      *        REJECT AN INCOMPLETE RULE BEFORE IT EVER REACHES THE    *
      *        FILE -- FRAUDMOD TRUSTS WHATEVER IS APPROVED THERE.     *
      *        EVERY RULE NEEDS AN ID, A DESCRIPTION, A REVIEW OR      *
      *        DECLINE ACTION AND A REASON CODE, AND AT LEAST ONE      *
      *        CONDITION: A RULE WITH EVERY CONDITION ZERO WOULD       *
      *        MATCH EVERY TRANSACTION AND SHUT AUTHORIZATIONS DOWN.   *
      *        A ZERO OR PAST EFFECTIVE TIME MEANS EFFECTIVE ON        *
      *        APPROVAL; A NON-ZERO EXPIRY MUST FALL AFTER IT.  THE    *
      *        RULE LANDS PENDING AND NOTHING TESTS IT UNTIL A SECOND  *
      *        OPERATOR APPROVES.                                      *
      *----------------------------------------------------------------*
       2000-ADD-RULE.
           IF RUL-RULE-ID = SPACES
               OR RUL-OPERATOR-ID = SPACES
               OR RUL-DESCRIPTION = SPACES
               OR RUL-REASON-CODE = SPACES
               OR NOT (RUL-FORCE-REVIEW OR RUL-FORCE-DECLINE)
               SET RUL-INVALID-REQUEST TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF RUL-MCC = ZERO
               AND RUL-MERCHANT-NAME = ZERO
               AND RUL-MERCHANT-CITY = ZERO
               AND RUL-MERCHANT-STATE = ZERO
               AND RUL-ZIP = ZERO
               AND RUL-USEXCHIP = ZERO
               AND RUL-AMOUNT-OVER = ZERO
               AND RUL-MIN-VELOCITY = ZERO
               SET RUL-INVALID-REQUEST TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF RUL-AMOUNT-OVER < ZERO
               SET RUL-INVALID-REQUEST TO TRUE
               GO TO 2000-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'ASKTIME FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET RUL-IO-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF RUL-EFF-TIMESTAMP NOT > WS-ABSTIME
               MOVE WS-ABSTIME TO RUL-EFF-TIMESTAMP
           END-IF.
           IF RUL-EXP-TIMESTAMP NOT = ZERO
               AND RUL-EXP-TIMESTAMP NOT > RUL-EFF-TIMESTAMP
               SET RUL-INVALID-REQUEST TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE RUL-RULE-ID          TO FRRULE-RULE-ID.
           SET FRRULE-PENDING        TO TRUE.
           MOVE RUL-DESCRIPTION      TO FRRULE-DESCRIPTION.
           MOVE RUL-MCC              TO FRRULE-MCC.
           MOVE RUL-MERCHANT-NAME    TO FRRULE-MERCHANT-NAME.
           MOVE RUL-MERCHANT-CITY    TO FRRULE-MERCHANT-CITY.
           MOVE RUL-MERCHANT-STATE   TO FRRULE-MERCHANT-STATE.
           MOVE RUL-ZIP              TO FRRULE-ZIP.
           MOVE RUL-USEXCHIP         TO FRRULE-USEXCHIP.
           MOVE RUL-AMOUNT-OVER      TO FRRULE-AMOUNT-OVER.
           MOVE RUL-MIN-VELOCITY     TO FRRULE-MIN-VELOCITY.
           MOVE RUL-RULE-ACTION      TO FRRULE-ACTION.
           MOVE RUL-REASON-CODE      TO FRRULE-REASON-CODE.
           MOVE RUL-EFF-TIMESTAMP    TO FRRULE-EFF-TIMESTAMP.
           MOVE RUL-EXP-TIMESTAMP    TO FRRULE-EXP-TIMESTAMP.
           MOVE RUL-OPERATOR-ID      TO FRRULE-OPERATOR-ID.
           MOVE WS-ABSTIME           TO FRRULE-CHG-TIMESTAMP.
           MOVE SPACES               TO FRRULE-APPR-OPERATOR-ID.
           MOVE ZERO                 TO FRRULE-APPR-TIMESTAMP.
           MOVE SPACES               TO FRRULE-RETIRE-OPERATOR-ID.
           MOVE ZERO                 TO FRRULE-RETIRE-TIMESTAMP.
           MOVE SPACES               TO FRRULE-RETIRE-APPR-ID.
           MOVE ZERO                 TO FRRULE-RETIRE-APPR-TS.

           EXEC CICS WRITE FILE('FRRULE')
               FROM(FRRULE-RECORD)
               RIDFLD(FRRULE-KEY)
               KEYLENGTH(LENGTH OF FRRULE-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
               SET RUL-DUPLICATE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'FRRULE WRITE FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET RUL-IO-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1900-RETURN-RULE THRU 1900-EXIT.
           SET RUL-OK TO TRUE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-APPROVE-RULE                                           *
      *        THE SECOND PAIR OF EYES, FOR EITHER KIND OF PENDING     *
      *        CHANGE:                                                 *
      *          - A PENDING NEW RULE GOES ACTIVE.  THE APPROVER MUST  *
      *            NOT BE THE OPERATOR WHO KEYED IT, AND A RULE WHOSE  *
      *            EXPIRY HAS ALREADY PASSED CAN ONLY BE REJECTED.     *
      *          - A PENDING RETIREMENT GOES RETIRED.  THE APPROVER    *
      *            MUST NOT BE THE OPERATOR WHO ASKED FOR IT.  THE     *
      *            EXPIRY IS PULLED IN TO NOW SO THE RULE'S IN-FORCE   *
      *            WINDOW ON FILE SAYS WHEN IT STOPPED FIRING.         *
      *        ANYTHING ELSE COMES BACK WRONG-STATUS.                  *
      *----------------------------------------------------------------*
       3000-APPROVE-RULE.
           PERFORM 3100-FETCH-RULE THRU 3100-EXIT.
           IF NOT RUL-OK
               GO TO 3000-EXIT
           END-IF.

           IF FRRULE-PENDING
               IF FRRULE-OPERATOR-ID = RUL-OPERATOR-ID
                   SET RUL-NOT-AUTHORIZED TO TRUE
                   PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
               IF FRRULE-EXP-TIMESTAMP NOT = ZERO
                   AND FRRULE-EXP-TIMESTAMP NOT > WS-ABSTIME
                   SET RUL-INVALID-REQUEST TO TRUE
                   PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
               SET FRRULE-ACTIVE TO TRUE
               MOVE RUL-OPERATOR-ID TO FRRULE-APPR-OPERATOR-ID
               MOVE WS-ABSTIME      TO FRRULE-APPR-TIMESTAMP
           ELSE
               IF FRRULE-RETIRE-PENDING
                   IF FRRULE-RETIRE-OPERATOR-ID = RUL-OPERATOR-ID
                       SET RUL-NOT-AUTHORIZED TO TRUE
                       PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                       GO TO 3000-EXIT
                   END-IF
                   SET FRRULE-RETIRED TO TRUE
                   MOVE RUL-OPERATOR-ID TO FRRULE-RETIRE-APPR-ID
                   MOVE WS-ABSTIME      TO FRRULE-RETIRE-APPR-TS
                   IF FRRULE-EXP-TIMESTAMP = ZERO
                       OR FRRULE-EXP-TIMESTAMP > WS-ABSTIME
                       MOVE WS-ABSTIME TO FRRULE-EXP-TIMESTAMP
                   END-IF
               ELSE
                   SET RUL-WRONG-STATUS TO TRUE
                   PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           PERFORM 3800-REWRITE-RULE THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-FETCH-RULE                                             *
      *        SHARED BY APPROVE, REJECT AND RETIRE: VALIDATE THE      *
      *        REQUEST, STAMP THE ACTION TIME, AND READ THE NAMED      *
      *        RULE FOR UPDATE.  RUL-OK MEANS THE ROW IS HELD; THE     *
      *        CALLER EITHER REWRITES IT OR RELEASES IT.               *
      *----------------------------------------------------------------*
       3100-FETCH-RULE.
           IF RUL-OPERATOR-ID = SPACES
               OR RUL-RULE-ID = SPACES
               SET RUL-INVALID-REQUEST TO TRUE
               GO TO 3100-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'ASKTIME FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET RUL-IO-ERROR TO TRUE
               GO TO 3100-EXIT
           END-IF.

           MOVE RUL-RULE-ID TO FRRULE-RULE-ID.
           EXEC CICS READ FILE('FRRULE')
               INTO(FRRULE-RECORD)
               RIDFLD(FRRULE-KEY)
               UPDATE
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET RUL-NOT-FOUND TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET RUL-IO-ERROR TO TRUE
               GO TO 3100-EXIT
           END-IF.
           SET RUL-OK TO TRUE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-REJECT-RULE                                            *
      *        THE SECOND OPERATOR SAYS NO, TO EITHER KIND OF PENDING  *
      *        CHANGE.  A REJECTED NEW RULE STAYS ON FILE WITH THE     *
      *        REJECTION RECORDED -- WHO REFUSED IT AND WHEN -- SO     *
      *        THE NIGHTLY REPORT SHOWS IT WAS PROPOSED AND TURNED     *
      *        DOWN.  A REJECTED RETIREMENT PUTS THE RULE BACK TO      *
      *        PLAIN ACTIVE AND CLEARS THE RETIREMENT REQUEST.  THE    *
      *        KEYER OF THE CHANGE IS REFUSED HERE AS WELL, THE SAME   *
      *        AS IN FRAUDPMT.                                         *
      *----------------------------------------------------------------*
       3500-REJECT-RULE.
           PERFORM 3100-FETCH-RULE THRU 3100-EXIT.
           IF NOT RUL-OK
               GO TO 3500-EXIT
           END-IF.

           IF FRRULE-PENDING
               IF FRRULE-OPERATOR-ID = RUL-OPERATOR-ID
                   SET RUL-NOT-AUTHORIZED TO TRUE
                   PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                   GO TO 3500-EXIT
               END-IF
               SET FRRULE-REJECTED TO TRUE
               MOVE RUL-OPERATOR-ID TO FRRULE-APPR-OPERATOR-ID
               MOVE WS-ABSTIME      TO FRRULE-APPR-TIMESTAMP
           ELSE
               IF FRRULE-RETIRE-PENDING
                   IF FRRULE-RETIRE-OPERATOR-ID = RUL-OPERATOR-ID
                       SET RUL-NOT-AUTHORIZED TO TRUE
                       PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                       GO TO 3500-EXIT
                   END-IF
                   SET FRRULE-ACTIVE TO TRUE
                   MOVE SPACES TO FRRULE-RETIRE-OPERATOR-ID
                   MOVE ZERO   TO FRRULE-RETIRE-TIMESTAMP
               ELSE
                   SET RUL-WRONG-STATUS TO TRUE
                   PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
                   GO TO 3500-EXIT
               END-IF
           END-IF.

           PERFORM 3800-REWRITE-RULE THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3800-REWRITE-RULE                                           *
      *        PUT THE HELD ROW BACK AND HAND THE RESULT TO THE        *
      *        CALLER.  A FAILURE HERE COMES BACK RUL-IO-ERROR.        *
      *----------------------------------------------------------------*
       3800-REWRITE-RULE.
           EXEC CICS REWRITE FILE('FRRULE')
               FROM(FRRULE-RECORD)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'FRRULE REWRITE FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET RUL-IO-ERROR TO TRUE
               GO TO 3800-EXIT
           END-IF.
           PERFORM 1900-RETURN-RULE THRU 1900-EXIT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3900-RELEASE-RULE                                           *
      *        A REQUEST REFUSED AFTER THE READ FOR UPDATE GIVES THE   *
      *        ROW BACK UNCHANGED, AND RETURNS ITS CURRENT STATE SO    *
      *        THE OPERATOR CAN SEE WHY.                               *
      *----------------------------------------------------------------*
       3900-RELEASE-RULE.
           EXEC CICS UNLOCK FILE('FRRULE')
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           PERFORM 1900-RETURN-RULE THRU 1900-EXIT.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-RETIRE-RULE                                            *
      *        ASK FOR AN ACTIVE RULE TO BE RETIRED.  THE RULE KEEPS   *
      *        FIRING UNTIL A DIFFERENT OPERATOR APPROVES THE          *
      *        RETIREMENT -- TAKING A DEFENSE DOWN IN THE MIDDLE OF AN *
      *        ATTACK NEEDS THE SAME TWO SIGNATURES AS PUTTING ONE UP. *
      *        ANY OPERATOR, THE RULE'S OWN KEYER INCLUDED, MAY ASK.   *
      *----------------------------------------------------------------*
       4000-RETIRE-RULE.
           PERFORM 3100-FETCH-RULE THRU 3100-EXIT.
           IF NOT RUL-OK
               GO TO 4000-EXIT
           END-IF.

           IF NOT FRRULE-ACTIVE
               SET RUL-WRONG-STATUS TO TRUE
               PERFORM 3900-RELEASE-RULE THRU 3900-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET FRRULE-RETIRE-PENDING TO TRUE.
           MOVE RUL-OPERATOR-ID TO FRRULE-RETIRE-OPERATOR-ID.
           MOVE WS-ABSTIME      TO FRRULE-RETIRE-TIMESTAMP.
           PERFORM 3800-REWRITE-RULE THRU 3800-EXIT.
       4000-EXIT.
           EXIT.
