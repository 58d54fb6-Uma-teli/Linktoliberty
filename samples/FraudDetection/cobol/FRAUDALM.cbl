      *  THE ALERT ROW STAYS ON FILE THROUGH ITS WHOLE LIFECYCLE, SO  *
      *  "WAS THE OVERNIGHT ALERT EVER LOOKED AT" IS ANSWERED FROM    *
      *  THE FILE INSTEAD OF FROM A DRAINED QUEUE.                    *
      *  MODEL-DRIFT ALERTS RAISED BY THE FRDRIFT BATCH ARE WORKED    *
      *  THE SAME WAY; THEIR MODEL, FEATURE AND STABILITY INDEX COME  *
      *  BACK IN THE PARALLEL ALM-DRIFT-ENTRY ARRAY.                  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   THE BROWSE PAGE ALSO RETURNS THE MODEL,  *
      *                      FEATURE AND STABILITY INDEX OF           *
      *                      MODEL-DRIFT ALERTS IN A NEW              *
      *                      ALM-DRIFT-ENTRY ARRAY AT THE END OF THE  *
      *                      COMMAREA.                                *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               88 ALM-INVALID-REQUEST    VALUE '2'.
               88 ALM-IO-ERROR           VALUE '3'.
               88 ALM-WRONG-STATUS       VALUE '4'.
           02 ALM-DRIFT-ENTRY OCCURS 8 TIMES.
               03 ALM-ENT-MODEL-ID      PIC X(36).
               03 ALM-ENT-FEATURE       PIC X(08).
               03 ALM-ENT-PSI           PIC 9(3)V9(4).

       PROCEDURE DIVISION.

               ALM-ENT-FAILURES (WS-ENTRY-IDX).
           MOVE FRALRT-ACTION-OPERATOR TO
               ALM-ENT-OPERATOR (WS-ENTRY-IDX).
           MOVE FRALRT-MODEL-ID TO ALM-ENT-MODEL-ID (WS-ENTRY-IDX).
           MOVE FRALRT-DRIFT-FEATURE TO
               ALM-ENT-FEATURE (WS-ENTRY-IDX).
           MOVE FRALRT-DRIFT-PSI TO ALM-ENT-PSI (WS-ENTRY-IDX).
           MOVE FRALRT-RAISE-TS TO ALM-RAISE-TS.
           MOVE FRALRT-TYPE     TO ALM-TYPE.
       1100-EXIT.
