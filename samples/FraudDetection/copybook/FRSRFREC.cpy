      ******************************************************************
      *                                                                *
      *  FRSRFREC    -  SUSPICIOUS-ACTIVITY REFERRAL CONTROL (FILE     *
      *                 SARREF)                                        *
      *                                                                *
      *  ONE ROW PER CARDHOLDER (USER) FRSAREXT HAS EVER REFERRED TO   *
      *  COMPLIANCE, KEYED BY USER.  FRSRF-LAST-TS IS THE AS-OF TIME   *
      *  OF THE LATEST FILING: ALL OF THE CARDHOLDER'S ACTIVITY BEFORE *
      *  IT HAS BEEN REFERRED, SO LATER RUNS LOOK ONLY AT ACTIVITY AT  *
      *  OR AFTER IT, AND REFER THE CARDHOLDER AGAIN (A FOLLOW-UP)     *
      *  ONLY WHEN THAT NEW ACTIVITY CROSSES THE RULES ON ITS OWN.     *
      *  THE ROW IS WRITTEN OR UPDATED ONLY AFTER THE WHOLE EXTRACT    *
      *  HAS BEEN WRITTEN.  THE LAST- FIELDS REPEAT WHAT THE LATEST    *
      *  FILING CARRIED.                                               *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRSRF-RECORD.
           02 FRSRF-KEY.
               03 FRSRF-USER            PIC 9(9).
           02 FRSRF-FIRST-TS            PIC S9(15) COMP-3.
           02 FRSRF-LAST-TS             PIC S9(15) COMP-3.
           02 FRSRF-REFERRAL-COUNT      PIC 9(4) COMP.
           02 FRSRF-LAST-CONF-AMOUNT    PIC S9(11)V9(2) COMP-3.
           02 FRSRF-LAST-ATT-AMOUNT     PIC S9(11)V9(2) COMP-3.
           02 FRSRF-LAST-FLAGS          PIC X(03).
