      ******************************************************************
      *                                                                *
      *  FRXRFREC    -  CARD CROSS-REFERENCE RECORD (FILE FRCRDXRF)    *
      *                                                                *
      *  ONE ROW PER REISSUED CARD, KEYED BY THE REPLACEMENT CARD AND  *
      *  POINTING BACK AT THE CARD IT REPLACED.  WRITTEN BY THE        *
      *  NIGHTLY FRREISS REISSUE RUN; READ BY FRAUDHIQ SO AN INQUIRY   *
      *  ON A NEW CARD CAN PAGE ON INTO THE PREDECESSOR CARD'S FRHIST  *
      *  ROWS.  A CARD REISSUED MORE THAN ONCE IS A CHAIN OF ROWS,     *
      *  EACH NEW CARD'S ROW LEADING TO THE ONE BEFORE IT.             *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRXRF-RECORD.
           02 FRXRF-KEY.
               03 FRXRF-NEW-CARD        PIC 9(9).
           02 FRXRF-OLD-CARD            PIC 9(9).
           02 FRXRF-REASON-CODE         PIC X(04).
           02 FRXRF-EFFECTIVE-TS        PIC S9(15) COMP-3.
