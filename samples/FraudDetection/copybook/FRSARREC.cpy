      ******************************************************************
      *                                                                *
      *  FRSARREC    -  SUSPICIOUS-ACTIVITY REFERRAL EXTRACT (FILE     *
      *                 SAROUT)                                        *
      *                                                                *
      *  THE FIXED-FORMAT EXTRACT THE WEEKLY FRSAREXT RUN HANDS        *
      *  COMPLIANCE.  ONE HEADER ROW; THEN FOR EACH CARDHOLDER (USER)  *
      *  REFERRED, ONE SUBJECT ROW WITH THE TOTALS THAT CROSSED THE    *
      *  REFERRAL RULES, FOLLOWED BY A DETAIL ROW FOR EACH SUPPORTING  *
      *  TRANSACTION; THEN ONE TRAILER ROW OF CONTROL TOTALS.          *
      *    FRSAR-SUB-FLAGS      WHICH RULES THE CARDHOLDER CROSSED:    *
      *                         POSITION 1 'C' CONFIRMED-FRAUD DOLLARS *
      *                         POSITION 2 'A' ATTEMPTED (DECLINED)    *
      *                                    DOLLARS                     *
      *                         POSITION 3 'M' BLOCK-TIER MERCHANTS    *
      *                         (SPACE WHERE NOT CROSSED)              *
      *    FRSAR-SUB-FILING     'N' FIRST REFERRAL, 'F' FOLLOW-UP --   *
      *                         ONLY ACTIVITY SINCE THE PRIOR FILING   *
      *                         (FRSAR-SUB-PRIOR-TS) IS INCLUDED       *
      *    FRSAR-DTL-BASIS      'C' CONFIRMED FRAUD (CONFIRMED CASE OR *
      *                         MATCHED CHARGEBACK), 'A' ATTEMPT (A    *
      *                         DECLINE), 'M' ONLY AT A BLOCK-TIER     *
      *                         MERCHANT                               *
      *    FRSAR-DTL-CASE-...   THE FRCASE STATUS AND DISPOSITION CODE *
      *                         (SPACES WHEN THE TRANSACTION HAS NO    *
      *                         CASE)                                  *
      *  TIMESTAMPS ARE ABSTIME.  AMOUNTS ARE UNSIGNED.  THE FOUR BODY *
      *  LAYOUTS REDEFINE ONE AREA, SELECTED BY FRSAR-REC-TYPE.        *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRSAR-RECORD.
           02 FRSAR-REC-TYPE            PIC X(01).
               88 FRSAR-HEADER               VALUE 'H'.
               88 FRSAR-SUBJECT              VALUE 'S'.
               88 FRSAR-DETAIL               VALUE 'D'.
               88 FRSAR-TRAILER              VALUE 'T'.
           02 FRSAR-USER                PIC 9(09).
           02 FRSAR-BODY                PIC X(90).
           02 FRSAR-HEADER-BODY REDEFINES FRSAR-BODY.
               03 FRSAR-HDR-BUS-DATE    PIC 9(08).
               03 FRSAR-HDR-WINDOW-FROM PIC 9(15).
               03 FRSAR-HDR-WINDOW-TO   PIC 9(15).
               03 FRSAR-HDR-THRESHOLD   PIC 9(09)V9(2).
               03 FRSAR-HDR-MIN-MRCH    PIC 9(02).
               03 FILLER                PIC X(39).
           02 FRSAR-SUBJECT-BODY REDEFINES FRSAR-BODY.
               03 FRSAR-SUB-FLAGS       PIC X(03).
               03 FRSAR-SUB-FILING      PIC X(01).
                   88 FRSAR-SUB-FIRST        VALUE 'N'.
                   88 FRSAR-SUB-FOLLOW-UP    VALUE 'F'.
               03 FRSAR-SUB-PRIOR-TS    PIC 9(15).
               03 FRSAR-SUB-CARD-COUNT  PIC 9(04).
               03 FRSAR-SUB-CONF-AMOUNT PIC 9(11)V9(2).
               03 FRSAR-SUB-CONF-COUNT  PIC 9(07).
               03 FRSAR-SUB-ATT-AMOUNT  PIC 9(11)V9(2).
               03 FRSAR-SUB-ATT-COUNT   PIC 9(07).
               03 FRSAR-SUB-CHBK-COUNT  PIC 9(07).
               03 FRSAR-SUB-MRCH-COUNT  PIC 9(03).
               03 FILLER                PIC X(17).
           02 FRSAR-DETAIL-BODY REDEFINES FRSAR-BODY.
               03 FRSAR-DTL-CARD        PIC 9(09).
               03 FRSAR-DTL-TIMESTAMP   PIC 9(15).
               03 FRSAR-DTL-AMOUNT      PIC 9(09)V9(2).
               03 FRSAR-DTL-MERCHANT-NAME  PIC 9(06).
               03 FRSAR-DTL-MERCHANT-CITY  PIC 9(05).
               03 FRSAR-DTL-MERCHANT-STATE PIC 9(03).
               03 FRSAR-DTL-MCC         PIC 9(04).
               03 FRSAR-DTL-DECISION    PIC X(01).
               03 FRSAR-DTL-ROUTE       PIC X(01).
               03 FRSAR-DTL-REASON-CODE PIC X(04).
               03 FRSAR-DTL-CASE-STATUS PIC X(01).
               03 FRSAR-DTL-DISP-CODE   PIC X(04).
               03 FRSAR-DTL-CHBK-SW     PIC X(01).
               03 FRSAR-DTL-BLOCK-SW    PIC X(01).
               03 FRSAR-DTL-BASIS       PIC X(01).
                   88 FRSAR-DTL-CONFIRMED    VALUE 'C'.
                   88 FRSAR-DTL-ATTEMPT      VALUE 'A'.
                   88 FRSAR-DTL-BLOCK-ONLY   VALUE 'M'.
               03 FILLER                PIC X(23).
           02 FRSAR-TRAILER-BODY REDEFINES FRSAR-BODY.
               03 FRSAR-TRL-SUBJECT-COUNT  PIC 9(07).
               03 FRSAR-TRL-DETAIL-COUNT   PIC 9(09).
               03 FRSAR-TRL-CONF-AMOUNT    PIC 9(13)V9(2).
               03 FRSAR-TRL-ATT-AMOUNT     PIC 9(13)V9(2).
               03 FILLER                   PIC X(44).
