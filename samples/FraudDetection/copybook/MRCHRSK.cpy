      *  COMES BACK APPROVE.  MAINTAINED ONLINE BY FRAUDMRM; CHECKED   *
      *  BY FRAUDMOD IN ITS MAINLINE ALONGSIDE THE HOT-CARD CHECK.     *
      *  A LIFTED ROW STAYS ON FILE AS A RECORD THAT THE LISTING       *
      *  EXISTED.  A PROPOSED-TIER ROW IS WRITTEN BY THE NIGHTLY       *
      *  FRCPPANL COMPROMISE ANALYSIS AND HAS NO EFFECT ON SCORING     *
      *  UNTIL THE DESK ACCEPTS IT (WATCH) OR DISMISSES IT (LIFTED)    *
      *  IN FRAUDMRM.                                                  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   ADDED PROPOSED TIER FOR FRCPPANL         *
      *                      COMPROMISE PROPOSALS.                    *
      ******************************************************************
       01 MRCHRSK-RECORD.
           02 MRCHRSK-KEY.
               88 MRCHRSK-BLOCK              VALUE 'B'.
               88 MRCHRSK-WATCH              VALUE 'W'.
               88 MRCHRSK-LIFTED             VALUE 'L'.
               88 MRCHRSK-PROPOSED           VALUE 'P'.
           02 MRCHRSK-REASON-CODE       PIC X(04).
           02 MRCHRSK-ANALYST-ID        PIC X(08).
           02 MRCHRSK-SET-TIMESTAMP     PIC S9(15) COMP-3.
