      ******************************************************************
      *                                                                *
      *  FRRISREC    -  CARD REISSUE FEED RECORD (FILE REISSIN)        *
      *                                                                *
      *  ONE ROW PER CARD THE CARD-MANAGEMENT SYSTEM REISSUED, ON THE  *
      *  NIGHTLY REISSUE FILE READ BY FRREISS.  BOTH CARDS ARE THE     *
      *  SAME LABEL-ENCODED CARD VALUE THE REST OF THE SYSTEM USES,    *
      *  AND THE EFFECTIVE TIME IS IN ABSTIME UNITS (THE EXTRACT JOB   *
      *  CONVERTS THE CARD SYSTEM'S OWN TIMESTAMP), THE SAME AS        *
      *  CHBKREC.  FRRIS-REASON-CODE IS THE CARD SYSTEM'S REISSUE      *
      *  REASON (LOST, STOLEN, COMPROMISED, EXPIRED ...), CARRIED      *
      *  THROUGH TO THE CARD CROSS-REFERENCE AS IS.                    *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRRIS-RECORD.
           02 FRRIS-OLD-CARD            PIC 9(9).
           02 FRRIS-NEW-CARD            PIC 9(9).
           02 FRRIS-REASON-CODE         PIC X(04).
           02 FRRIS-EFFECTIVE-TS        PIC S9(15) COMP-3.
