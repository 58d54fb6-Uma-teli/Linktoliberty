      ******************************************************************
      *                                                                *
      *  FRROSREC    -  FRAUD DESK ANALYST ROSTER (FILE FRROSTER)      *
      *                                                                *
      *  ONE ROW PER ANALYST THE NIGHTLY AND INTRA-DAY FRCASGN RUNS    *
      *  MAY HAND FRCASE CASES TO, MAINTAINED BY DESK SUPERVISORS      *
      *  THROUGH THE FRAUDROS ONLINE TRANSACTION.  A ROW SAYS WHETHER  *
      *  THE ANALYST IS ON SHIFT, HOW MANY ASSIGNED CASES THEY MAY     *
      *  HOLD OPEN AT ONCE, AND WHAT THEY ARE QUALIFIED TO WORK:       *
      *    FRROS-AMOUNT-TIER  1  CASES UNDER $1,000                    *
      *                       2  CASES UNDER $10,000                   *
      *                       3  CASES OF ANY AMOUNT                   *
      *    FRROS-MCC-GROUP    UP TO FOUR INCLUSIVE MCC RANGES (0000-   *
      *                       9999 COVERS EVERY MERCHANT); AN UNUSED   *
      *                       SLOT IS ZERO-ZERO.                       *
      *  AN ANALYST GOING OFF SHIFT (OR REMOVED FROM THE ROSTER) HAS   *
      *  THEIR UNWORKED ASSIGNED CASES RETURNED TO THE NEW POOL BY THE *
      *  NEXT FRCASGN RUN.  A REMOVED ROW STAYS ON FILE SO THE CASES   *
      *  IT STILL OWNS CAN BE FOUND AND RELEASED.                      *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRROS-RECORD.
           02 FRROS-KEY.
               03 FRROS-ANALYST-ID      PIC X(08).
           02 FRROS-NAME                PIC X(30).
           02 FRROS-STATUS              PIC X(01).
               88 FRROS-ON-SHIFT             VALUE 'O'.
               88 FRROS-OFF-SHIFT            VALUE 'F'.
               88 FRROS-REMOVED              VALUE 'X'.
               88 FRROS-NOT-WORKING          VALUES 'F' 'X'.
           02 FRROS-MAX-OPEN            PIC 9(03).
           02 FRROS-AMOUNT-TIER         PIC 9(01).
               88 FRROS-TIER-VALID           VALUES 1 THRU 3.
           02 FRROS-MCC-GROUP OCCURS 4 TIMES.
               03 FRROS-MCC-LOW         PIC 9(04).
               03 FRROS-MCC-HIGH        PIC 9(04).
           02 FRROS-SHIFT-TIMESTAMP     PIC S9(15) COMP-3.
           02 FRROS-CHG-OPERATOR-ID     PIC X(08).
           02 FRROS-CHG-TIMESTAMP       PIC S9(15) COMP-3.
