      ******************************************************************
      *                                                                *
      *  FRGLJRN     -  FRAUD-LOSS GENERAL-LEDGER JOURNAL EXTRACT      *
      *                 (FILE GLJRNL)                                  *
      *                                                                *
      *  THE FIXED-FORMAT JOURNAL FRLOSSGL HANDS THE GENERAL-LEDGER    *
      *  INTERFACE AT MONTH END.  ONE HEADER ROW, A DEBIT AND A        *
      *  CREDIT DETAIL ROW FOR EACH LEDGER CATEGORY WITH ACTIVITY IN   *
      *  THE PERIOD, AND ONE TRAILER ROW CARRYING THE CONTROL TOTALS   *
      *  THE INTERFACE BALANCES AGAINST BEFORE IT POSTS (DETAIL-ROW    *
      *  COUNT, DEBIT TOTAL, CREDIT TOTAL, AND THE FRLEDGER ROW COUNT  *
      *  BEHIND THEM).  AMOUNTS ARE UNSIGNED -- FRGL-DTL-DR-CR SAYS    *
      *  WHICH SIDE.  THE THREE BODY LAYOUTS REDEFINE ONE AREA,        *
      *  SELECTED BY FRGL-REC-TYPE.                                    *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRGL-RECORD.
           02 FRGL-REC-TYPE             PIC X(01).
               88 FRGL-HEADER                VALUE 'H'.
               88 FRGL-DETAIL                VALUE 'D'.
               88 FRGL-TRAILER               VALUE 'T'.
           02 FRGL-SOURCE               PIC X(08).
           02 FRGL-PERIOD               PIC 9(06).
           02 FRGL-BODY                 PIC X(85).
           02 FRGL-HEADER-BODY REDEFINES FRGL-BODY.
               03 FRGL-HDR-JOURNAL-ID   PIC X(10).
               03 FRGL-HDR-JOURNAL-DATE PIC 9(08).
               03 FRGL-HDR-DESCRIPTION  PIC X(30).
               03 FILLER                PIC X(37).
           02 FRGL-DETAIL-BODY REDEFINES FRGL-BODY.
               03 FRGL-DTL-LINE-NO      PIC 9(05).
               03 FRGL-DTL-ACCOUNT      PIC X(10).
               03 FRGL-DTL-DR-CR        PIC X(01).
                   88 FRGL-DTL-DEBIT         VALUE 'D'.
                   88 FRGL-DTL-CREDIT        VALUE 'C'.
               03 FRGL-DTL-AMOUNT       PIC 9(13)V9(2).
               03 FRGL-DTL-DESCRIPTION  PIC X(30).
               03 FRGL-DTL-ENTRY-TYPE   PIC X(01).
               03 FRGL-DTL-ENTRY-COUNT  PIC 9(09).
               03 FILLER                PIC X(14).
           02 FRGL-TRAILER-BODY REDEFINES FRGL-BODY.
               03 FRGL-TRL-DETAIL-COUNT PIC 9(07).
               03 FRGL-TRL-DEBIT-TOTAL  PIC 9(13)V9(2).
               03 FRGL-TRL-CREDIT-TOTAL PIC 9(13)V9(2).
               03 FRGL-TRL-LEDGER-ROWS  PIC 9(09).
               03 FILLER                PIC X(39).
