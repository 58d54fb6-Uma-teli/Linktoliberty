       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDROS.
       AUTHOR. FRAUD-SYSTEMS-DEVELOPMENT.
       INSTALLATION. FRAUD-DETECTION.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *  FRAUDROS   -  ONLINE MAINTENANCE FOR THE FRROSTER ANALYST     *
      *                ROSTER                                          *
      *                                                                *
      *  A COMMAREA-DRIVEN TRANSACTION (IN THE STYLE OF FRAUDRUL)      *
      *  THAT LETS A DESK SUPERVISOR KEEP THE ROSTER THE FRCASGN       *
      *  ASSIGNMENT RUN HANDS CASES OUT FROM (SEE FRROSREC).           *
      *  ROS-ACTION SELECTS:                                           *
      *    - INQUIRE ON ONE ANALYST BY ID                             *
      *    - BROWSE A PAGE OF ROSTERED ANALYSTS, RESUMING FROM THE    *
      *      LAST ANALYST ID RETURNED ON THE PRIOR PAGE               *
      *    - NEW ANALYST, WITH LOAD LIMIT, AMOUNT TIER AND MCC GROUPS *
      *    - UPDATE AN ANALYST'S NAME, LOAD LIMIT, TIER OR MCC GROUPS *
      *    - SHIFT CHANGE: PUT AN ANALYST ON OR OFF SHIFT             *
      *    - REMOVE AN ANALYST FROM THE ROSTER                        *
      *  EVERY CHANGE STAMPS THE SUPERVISOR'S ID AND THE TIME.  AN     *
      *  ANALYST TAKEN OFF SHIFT OR REMOVED HAS THEIR UNWORKED         *
      *  ASSIGNED CASES RETURNED TO THE POOL BY THE NEXT FRCASGN RUN.  *
      *  A REMOVED ANALYST STAYS ON FILE (SO THOSE CASES CAN STILL BE  *
      *  FOUND) AND CAN BE PUT BACK WITH A SHIFT CHANGE.               *
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
      *    MCC-GROUP VALIDATION -- WS-GRP-IDX WALKS THE FOUR SLOTS,    *
      *    WS-GRP-USED COUNTS THE ONES IN USE.                         *
      *----------------------------------------------------------------*
       01 WS-GRP-IDX               PIC 9(4) COMP.
       01 WS-GRP-USED              PIC 9(4) COMP.
       01 WS-GRP-SW                PIC X(01).
           88 WS-GROUPS-VALID           VALUE 'Y'.
           88 WS-GROUPS-INVALID         VALUE 'N'.

      *----------------------------------------------------------------*
      *    WS-ABSTIME STAMPS EVERY ROSTER CHANGE.                      *
      *----------------------------------------------------------------*
       01 WS-ABSTIME               PIC S9(15) COMP-3.

       COPY FRROSREC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           02 ROS-ACTION            PIC X(01).
               88 ROS-INQUIRE            VALUE 'I'.
               88 ROS-BROWSE             VALUE 'B'.
               88 ROS-NEW                VALUE 'N'.
               88 ROS-UPDATE             VALUE 'U'.
               88 ROS-SHIFT              VALUE 'S'.
               88 ROS-REMOVE             VALUE 'X'.
           02 ROS-OPERATOR-ID       PIC X(08).
           02 ROS-ANALYST-ID        PIC X(08).
           02 ROS-NAME              PIC X(30).
           02 ROS-STATUS            PIC X(01).
               88 ROS-SET-ON-SHIFT       VALUE 'O'.
               88 ROS-SET-OFF-SHIFT      VALUE 'F'.
           02 ROS-MAX-OPEN          PIC 9(03).
           02 ROS-AMOUNT-TIER       PIC 9(01).
           02 ROS-MCC-GROUP OCCURS 4 TIMES.
               03 ROS-MCC-LOW           PIC 9(04).
               03 ROS-MCC-HIGH          PIC 9(04).
           02 ROS-SHIFT-TIMESTAMP   PIC S9(15) COMP-3.
           02 ROS-CHG-OPERATOR-ID   PIC X(08).
           02 ROS-CHG-TIMESTAMP     PIC S9(15) COMP-3.
           02 ROS-ANALYST-COUNT     PIC 9(02).
           02 ROS-MORE-SW           PIC X(01).
               88 ROS-MORE-ANALYSTS      VALUE 'Y'.
               88 ROS-NO-MORE-ANALYSTS   VALUE 'N'.
           02 ROS-ANALYST-ENTRY OCCURS 8 TIMES.
               03 ROS-ENT-ANALYST-ID    PIC X(08).
               03 ROS-ENT-NAME          PIC X(30).
               03 ROS-ENT-STATUS        PIC X(01).
               03 ROS-ENT-MAX-OPEN      PIC 9(03).
               03 ROS-ENT-AMOUNT-TIER   PIC 9(01).
           02 ROS-RETURN-CODE       PIC X(01).
               88 ROS-OK                 VALUE '0'.
               88 ROS-NOT-FOUND          VALUE '1'.
               88 ROS-INVALID-REQUEST    VALUE '2'.
               88 ROS-IO-ERROR           VALUE '3'.
               88 ROS-WRONG-STATUS       VALUE '4'.
               88 ROS-DUPLICATE          VALUE '5'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF ROS-NEW
               PERFORM 2000-ADD-ANALYST THRU 2000-EXIT
           ELSE
               IF ROS-UPDATE
                   PERFORM 3000-UPDATE-ANALYST THRU 3000-EXIT
               ELSE
                   IF ROS-SHIFT
                       PERFORM 3500-CHANGE-SHIFT THRU 3500-EXIT
                   ELSE
                       IF ROS-REMOVE
                           PERFORM 4000-REMOVE-ANALYST THRU 4000-EXIT
                       ELSE
                           IF ROS-BROWSE
                               PERFORM 1500-BROWSE-ROSTER
                                   THRU 1500-EXIT
                           ELSE
                               PERFORM 1000-INQUIRE-ANALYST
                                   THRU 1000-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXEC CICS RETURN END-EXEC.
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INQUIRE-ANALYST                                        *
      *        ONE KEYED READ, WHATEVER THE ANALYST'S STATUS -- A      *
      *        REMOVED ANALYST IS STILL ANSWERED.                      *
      *----------------------------------------------------------------*
       1000-INQUIRE-ANALYST.
           IF ROS-ANALYST-ID = SPACES
               SET ROS-INVALID-REQUEST TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE ROS-ANALYST-ID TO FRROS-ANALYST-ID.
           EXEC CICS READ FILE('FRROSTER')
               INTO(FRROS-RECORD)
               RIDFLD(FRROS-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET ROS-NOT-FOUND TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET ROS-IO-ERROR TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1900-RETURN-ANALYST THRU 1900-EXIT.
           SET ROS-OK TO TRUE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-BROWSE-ROSTER                                          *
      *        FILL A PAGE OF UP TO 8 ANALYSTS STARTING AFTER THE      *
      *        ANALYST ID IN THE COMMAREA (SPACES = FROM THE FIRST).   *
      *        THE ID OF THE LAST ANALYST RETURNED IS HANDED BACK IN   *
      *        ROS-ANALYST-ID SO THE NEXT SEND PICKS UP WHERE THIS     *
      *        PAGE LEFT OFF.  REMOVED ANALYSTS ARE SKIPPED -- THIS IS *
      *        THE WORKING ROSTER.                                     *
      *----------------------------------------------------------------*
       1500-BROWSE-ROSTER.
           MOVE ZERO TO ROS-ANALYST-COUNT.
           MOVE ZERO TO WS-ENTRY-IDX.
           SET ROS-NO-MORE-ANALYSTS TO TRUE.

           MOVE ROS-ANALYST-ID TO FRROS-ANALYST-ID.
           EXEC CICS STARTBR FILE('FRROSTER')
               RIDFLD(FRROS-KEY)
               GTEQ
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET ROS-OK TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET ROS-IO-ERROR TO TRUE
               GO TO 1500-EXIT
           END-IF.

           SET WS-BROWSE-ACTIVE TO TRUE.
           PERFORM 1550-BROWSE-NEXT-ANALYST THRU 1550-EXIT
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('FRROSTER')
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           MOVE WS-ENTRY-IDX TO ROS-ANALYST-COUNT.
           SET ROS-OK TO TRUE.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1550-BROWSE-NEXT-ANALYST                                    *
      *        ONE READNEXT.  THE RESUME ROW ITSELF (ALREADY SHOWN ON  *
      *        THE PRIOR PAGE) IS SKIPPED.  A NINTH ANALYST MEANS      *
      *        THERE IS ANOTHER PAGE, SO FLAG MORE AND STOP WITHOUT    *
      *        RETURNING IT.                                           *
      *----------------------------------------------------------------*
       1550-BROWSE-NEXT-ANALYST.
           EXEC CICS READNEXT FILE('FRROSTER')
               INTO(FRROS-RECORD)
               RIDFLD(FRROS-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 1550-EXIT
           END-IF.

           IF FRROS-ANALYST-ID = ROS-ANALYST-ID
               OR FRROS-REMOVED
               GO TO 1550-EXIT
           END-IF.

           IF WS-ENTRY-IDX NOT < 8
               SET ROS-MORE-ANALYSTS TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 1550-EXIT
           END-IF.

           ADD 1 TO WS-ENTRY-IDX.
           MOVE FRROS-ANALYST-ID  TO ROS-ENT-ANALYST-ID (WS-ENTRY-IDX).
           MOVE FRROS-NAME        TO ROS-ENT-NAME (WS-ENTRY-IDX).
           MOVE FRROS-STATUS      TO ROS-ENT-STATUS (WS-ENTRY-IDX).
           MOVE FRROS-MAX-OPEN    TO ROS-ENT-MAX-OPEN (WS-ENTRY-IDX).
           MOVE FRROS-AMOUNT-TIER TO
               ROS-ENT-AMOUNT-TIER (WS-ENTRY-IDX).
           MOVE FRROS-ANALYST-ID  TO ROS-ANALYST-ID.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-RETURN-ANALYST                                         *
      *        COPY THE ROW IN THE FRROSTER RECORD AREA BACK TO THE    *
      *        COMMAREA, WHO LAST CHANGED IT INCLUDED.                 *
      *----------------------------------------------------------------*
       1900-RETURN-ANALYST.
           MOVE FRROS-ANALYST-ID      TO ROS-ANALYST-ID.
           MOVE FRROS-NAME            TO ROS-NAME.
           MOVE FRROS-STATUS          TO ROS-STATUS.
           MOVE FRROS-MAX-OPEN        TO ROS-MAX-OPEN.
           MOVE FRROS-AMOUNT-TIER     TO ROS-AMOUNT-TIER.
           PERFORM 1950-RETURN-MCC-GROUP THRU 1950-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 4.
           MOVE FRROS-SHIFT-TIMESTAMP TO ROS-SHIFT-TIMESTAMP.
           MOVE FRROS-CHG-OPERATOR-ID TO ROS-CHG-OPERATOR-ID.
           MOVE FRROS-CHG-TIMESTAMP   TO ROS-CHG-TIMESTAMP.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1950-RETURN-MCC-GROUP                                       *
      *----------------------------------------------------------------*
       1950-RETURN-MCC-GROUP.
           MOVE FRROS-MCC-LOW (WS-GRP-IDX)  TO
               ROS-MCC-LOW (WS-GRP-IDX).
           MOVE FRROS-MCC-HIGH (WS-GRP-IDX) TO
               ROS-MCC-HIGH (WS-GRP-IDX).
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-ADD-ANALYST                                            *
      *        A NEW ANALYST NEEDS EVERY QUALIFICATION FILLED IN       *
      *        (2900).  THEY GO ON THE ROSTER ON SHIFT ONLY IF THE     *
      *        SUPERVISOR SAYS SO; OTHERWISE OFF SHIFT, SO NOTHING IS  *
      *        HANDED TO SOMEONE WHO HAS NOT STARTED YET.              *
      *----------------------------------------------------------------*
       2000-ADD-ANALYST.
           IF ROS-ANALYST-ID = SPACES
               OR ROS-OPERATOR-ID = SPACES
               SET ROS-INVALID-REQUEST TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2900-VALIDATE-QUALIFICATIONS THRU 2900-EXIT.
           IF ROS-INVALID-REQUEST
               GO TO 2000-EXIT
           END-IF.
           IF NOT ROS-SET-ON-SHIFT
               SET ROS-SET-OFF-SHIFT TO TRUE
           END-IF.

           PERFORM 2800-GET-TIMESTAMP THRU 2800-EXIT.
           IF ROS-IO-ERROR
               GO TO 2000-EXIT
           END-IF.

           MOVE ROS-ANALYST-ID      TO FRROS-ANALYST-ID.
           MOVE ROS-STATUS          TO FRROS-STATUS.
           PERFORM 2950-MOVE-QUALIFICATIONS THRU 2950-EXIT.
           MOVE WS-ABSTIME          TO FRROS-SHIFT-TIMESTAMP.
           MOVE ROS-OPERATOR-ID     TO FRROS-CHG-OPERATOR-ID.
           MOVE WS-ABSTIME          TO FRROS-CHG-TIMESTAMP.

           EXEC CICS WRITE FILE('FRROSTER')
               FROM(FRROS-RECORD)
               RIDFLD(FRROS-KEY)
               KEYLENGTH(LENGTH OF FRROS-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
               SET ROS-DUPLICATE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'FRROSTER WRITE FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET ROS-IO-ERROR TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1900-RETURN-ANALYST THRU 1900-EXIT.
           SET ROS-OK TO TRUE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-GET-TIMESTAMP                                          *
      *        A ROSTER CHANGE WITHOUT A TIME ON IT IS REFUSED, SO     *
      *        AN ASKTIME FAILURE COMES BACK ROS-IO-ERROR.             *
      *----------------------------------------------------------------*
       2800-GET-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'ASKTIME FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET ROS-IO-ERROR TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-VALIDATE-QUALIFICATIONS                                *
      *        SHARED BY NEW AND UPDATE.  A NAME, A LOAD LIMIT OF AT   *
      *        LEAST ONE CASE, A TIER OF 1-3, AND AT LEAST ONE MCC     *
      *        GROUP -- AN ANALYST QUALIFIED FOR NO MERCHANT WOULD     *
      *        NEVER BE ASSIGNED ANYTHING AND THE SUPERVISOR WOULD     *
      *        NOT KNOW WHY.  ROS-INVALID-REQUEST COMES BACK ON ANY    *
      *        FAILURE; ROS-OK OTHERWISE.                              *
      *----------------------------------------------------------------*
       2900-VALIDATE-QUALIFICATIONS.
           SET ROS-OK TO TRUE.
           MOVE ROS-AMOUNT-TIER TO FRROS-AMOUNT-TIER.
           IF ROS-NAME = SPACES
               OR ROS-MAX-OPEN NOT NUMERIC
               OR ROS-MAX-OPEN = ZERO
               OR ROS-AMOUNT-TIER NOT NUMERIC
               OR NOT FRROS-TIER-VALID
               SET ROS-INVALID-REQUEST TO TRUE
               GO TO 2900-EXIT
           END-IF.
           MOVE ZERO TO WS-GRP-USED.
           SET WS-GROUPS-VALID TO TRUE.
           PERFORM 2910-CHECK-MCC-GROUP THRU 2910-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 4.
           IF WS-GROUPS-INVALID
               OR WS-GRP-USED = ZERO
               SET ROS-INVALID-REQUEST TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2910-CHECK-MCC-GROUP                                        *
      *        ZERO-ZERO IS AN UNUSED SLOT; ANYTHING ELSE MUST BE A    *
      *        LOW-TO-HIGH RANGE.                                      *
      *----------------------------------------------------------------*
       2910-CHECK-MCC-GROUP.
           IF ROS-MCC-LOW (WS-GRP-IDX) NOT NUMERIC
               OR ROS-MCC-HIGH (WS-GRP-IDX) NOT NUMERIC
               SET WS-GROUPS-INVALID TO TRUE
               GO TO 2910-EXIT
           END-IF.
           IF ROS-MCC-LOW (WS-GRP-IDX) = ZERO
               AND ROS-MCC-HIGH (WS-GRP-IDX) = ZERO
               GO TO 2910-EXIT
           END-IF.
           IF ROS-MCC-LOW (WS-GRP-IDX) > ROS-MCC-HIGH (WS-GRP-IDX)
               SET WS-GROUPS-INVALID TO TRUE
               GO TO 2910-EXIT
           END-IF.
           ADD 1 TO WS-GRP-USED.
       2910-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2950-MOVE-QUALIFICATIONS                                    *
      *----------------------------------------------------------------*
       2950-MOVE-QUALIFICATIONS.
           MOVE ROS-NAME            TO FRROS-NAME.
           MOVE ROS-MAX-OPEN        TO FRROS-MAX-OPEN.
           MOVE ROS-AMOUNT-TIER     TO FRROS-AMOUNT-TIER.
           PERFORM 2960-MOVE-MCC-GROUP THRU 2960-EXIT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 4.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2960-MOVE-MCC-GROUP                                         *
      *----------------------------------------------------------------*
       2960-MOVE-MCC-GROUP.
           MOVE ROS-MCC-LOW (WS-GRP-IDX)  TO
               FRROS-MCC-LOW (WS-GRP-IDX).
           MOVE ROS-MCC-HIGH (WS-GRP-IDX) TO
               FRROS-MCC-HIGH (WS-GRP-IDX).
       2960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-UPDATE-ANALYST                                         *
      *        REPLACE THE NAME, LOAD LIMIT, TIER AND MCC GROUPS.  THE *
      *        SHIFT STATUS IS LEFT ALONE -- THAT IS A SHIFT CHANGE.   *
      *        LOWERING THE LOAD LIMIT BELOW WHAT THE ANALYST HOLDS    *
      *        TAKES NOTHING AWAY; THEY SIMPLY GET NO MORE UNTIL THEY  *
      *        ARE BACK UNDER IT.                                      *
      *----------------------------------------------------------------*
       3000-UPDATE-ANALYST.
           PERFORM 2900-VALIDATE-QUALIFICATIONS THRU 2900-EXIT.
           IF ROS-INVALID-REQUEST
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FETCH-ANALYST THRU 3100-EXIT.
           IF NOT ROS-OK
               GO TO 3000-EXIT
           END-IF.

           PERFORM 2950-MOVE-QUALIFICATIONS THRU 2950-EXIT.
           MOVE ROS-OPERATOR-ID TO FRROS-CHG-OPERATOR-ID.
           MOVE WS-ABSTIME      TO FRROS-CHG-TIMESTAMP.
           PERFORM 3800-REWRITE-ANALYST THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-FETCH-ANALYST                                          *
      *        SHARED BY UPDATE, SHIFT AND REMOVE: VALIDATE THE        *
      *        REQUEST, STAMP THE ACTION TIME, AND READ THE NAMED      *
      *        ANALYST FOR UPDATE.  ROS-OK MEANS THE ROW IS HELD; THE  *
      *        CALLER EITHER REWRITES IT OR RELEASES IT.               *
      *----------------------------------------------------------------*
       3100-FETCH-ANALYST.
           IF ROS-OPERATOR-ID = SPACES
               OR ROS-ANALYST-ID = SPACES
               SET ROS-INVALID-REQUEST TO TRUE
               GO TO 3100-EXIT
           END-IF.

           SET ROS-OK TO TRUE.
           PERFORM 2800-GET-TIMESTAMP THRU 2800-EXIT.
           IF ROS-IO-ERROR
               GO TO 3100-EXIT
           END-IF.

           MOVE ROS-ANALYST-ID TO FRROS-ANALYST-ID.
           EXEC CICS READ FILE('FRROSTER')
               INTO(FRROS-RECORD)
               RIDFLD(FRROS-KEY)
               UPDATE
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET ROS-NOT-FOUND TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET ROS-IO-ERROR TO TRUE
               GO TO 3100-EXIT
           END-IF.
           SET ROS-OK TO TRUE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-CHANGE-SHIFT                                           *
      *        PUT AN ANALYST ON OR OFF SHIFT (ROS-STATUS O OR F).     *
      *        A REMOVED ANALYST IS PUT BACK ON THE ROSTER THIS WAY.   *
      *        ASKING FOR THE STATUS THE ANALYST ALREADY HAS IS        *
      *        WRONG-STATUS, SO A DOUBLE KEY-IN DOES NOT RESTAMP THE   *
      *        SHIFT TIME.                                             *
      *----------------------------------------------------------------*
       3500-CHANGE-SHIFT.
           IF NOT ROS-SET-ON-SHIFT
               AND NOT ROS-SET-OFF-SHIFT
               SET ROS-INVALID-REQUEST TO TRUE
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3100-FETCH-ANALYST THRU 3100-EXIT.
           IF NOT ROS-OK
               GO TO 3500-EXIT
           END-IF.

           IF FRROS-STATUS = ROS-STATUS
               SET ROS-WRONG-STATUS TO TRUE
               PERFORM 3900-RELEASE-ANALYST THRU 3900-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE ROS-STATUS      TO FRROS-STATUS.
           MOVE WS-ABSTIME      TO FRROS-SHIFT-TIMESTAMP.
           MOVE ROS-OPERATOR-ID TO FRROS-CHG-OPERATOR-ID.
           MOVE WS-ABSTIME      TO FRROS-CHG-TIMESTAMP.
           PERFORM 3800-REWRITE-ANALYST THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3800-REWRITE-ANALYST                                        *
      *        PUT THE HELD ROW BACK AND HAND THE RESULT TO THE        *
      *        CALLER.  A FAILURE HERE COMES BACK ROS-IO-ERROR.        *
      *----------------------------------------------------------------*
       3800-REWRITE-ANALYST.
           EXEC CICS REWRITE FILE('FRROSTER')
               FROM(FRROS-RECORD)
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'FRROSTER REWRITE FAILED - RESP=' WS-RESP
                       ' RESP2=' WS-RESP2
               SET ROS-IO-ERROR TO TRUE
               GO TO 3800-EXIT
           END-IF.
           PERFORM 1900-RETURN-ANALYST THRU 1900-EXIT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3900-RELEASE-ANALYST                                        *
      *        A REQUEST REFUSED AFTER THE READ FOR UPDATE GIVES THE   *
      *        ROW BACK UNCHANGED, AND RETURNS ITS CURRENT STATE SO    *
      *        THE SUPERVISOR CAN SEE WHY.                             *
      *----------------------------------------------------------------*
       3900-RELEASE-ANALYST.
           EXEC CICS UNLOCK FILE('FRROSTER')
               RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC.
           PERFORM 1900-RETURN-ANALYST THRU 1900-EXIT.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-REMOVE-ANALYST                                         *
      *        TAKE AN ANALYST OFF THE ROSTER.  THE ROW STAYS ON FILE  *
      *        MARKED REMOVED SO FRCASGN STILL RECOGNISES THE CASES    *
      *        THEY HOLD AND RETURNS THEM TO THE POOL.                 *
      *----------------------------------------------------------------*
       4000-REMOVE-ANALYST.
           PERFORM 3100-FETCH-ANALYST THRU 3100-EXIT.
           IF NOT ROS-OK
               GO TO 4000-EXIT
           END-IF.

           IF FRROS-REMOVED
               SET ROS-WRONG-STATUS TO TRUE
               PERFORM 3900-RELEASE-ANALYST THRU 3900-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET FRROS-REMOVED    TO TRUE.
           MOVE WS-ABSTIME      TO FRROS-SHIFT-TIMESTAMP.
           MOVE ROS-OPERATOR-ID TO FRROS-CHG-OPERATOR-ID.
           MOVE WS-ABSTIME      TO FRROS-CHG-TIMESTAMP.
           PERFORM 3800-REWRITE-ANALYST THRU 3800-EXIT.
       4000-EXIT.
           EXIT.
