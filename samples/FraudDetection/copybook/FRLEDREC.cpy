      ******************************************************************
      *                                                                *
      *  FRLEDREC    -  FRAUD LOSS AND RECOVERY LEDGER (FILE FRLEDGER) *
      *                                                                *
      *  ONE ROW PER MONEY MOVEMENT AGAINST A FRAUD TRANSACTION,       *
      *  KEYED BACK TO THE FRCASE CARD/TIMESTAMP (WHICH IS ALSO THE    *
      *  FRHIST KEY), SO THE FRAUD-LOSS FIGURES FINANCE BOOKS EACH     *
      *  MONTH COME OFF ONE FILE INSTEAD OF BEING PIECED TOGETHER      *
      *  FROM FRCASE-AMOUNT, CHBK-AMOUNT AND FRHIST:                   *
      *    E  EXPOSURE           - THE ORIGINAL AUTHORIZED AMOUNT,     *
      *                            POSTED ONCE WHEN THE FRAUD IS       *
      *                            CONFIRMED (FRAUDCSE, FROUTRSP) OR   *
      *                            A CHARGEBACK MATCHES (CHBKRCN).     *
      *                            AGAINST A DECLINE IT IS DOLLARS     *
      *                            PREVENTED; OTHERWISE DOLLARS LOST.  *
      *    C  CHARGEBACK RECOVERY - THE CHBK-AMOUNT CHBKRCN RECOVERED  *
      *                            FROM THE NETWORK.                   *
      *    W  WRITE-OFF          - POSTED BY HAND FROM THE CASE        *
      *                            WORKSTATION (FRAUDCSE).             *
      *    M  MERCHANT RECOVERY  - POSTED BY HAND FROM FRAUDCSE.       *
      *  AUTOMATIC POSTINGS ALWAYS TAKE SEQUENCE 001, SO A RERUN OR A  *
      *  SECOND PATH TO THE SAME POSTING FINDS THE KEY TAKEN AND DOES  *
      *  NOT DOUBLE-COUNT; HAND POSTINGS TAKE THE NEXT FREE SEQUENCE.  *
      *  AMOUNTS ARE ALWAYS POSITIVE -- THE ENTRY TYPE SAYS WHICH WAY  *
      *  THE MONEY MOVED.  MCC, DECISION AND MODEL-ID ARE CARRIED ON   *
      *  EVERY ROW (FROM THE CASE AND ITS FRHIST ROW) SO FRLOSSGL CAN  *
      *  ROLL THE MONTH UP AFTER FRHSARCH HAS PURGED THE HISTORY.      *
      *  FRLED-POST-TS DECIDES WHICH ACCOUNTING MONTH A ROW FALLS IN.  *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRLED-RECORD.
           02 FRLED-KEY.
               03 FRLED-CARD            PIC 9(9).
               03 FRLED-CASE-TS         PIC S9(15) COMP-3.
               03 FRLED-ENTRY-TYPE      PIC X(01).
                   88 FRLED-EXPOSURE         VALUE 'E'.
                   88 FRLED-CHBK-RECOVERY    VALUE 'C'.
                   88 FRLED-WRITE-OFF        VALUE 'W'.
                   88 FRLED-MERCH-RECOVERY   VALUE 'M'.
                   88 FRLED-MANUAL-ENTRY     VALUES 'W' 'M'.
               03 FRLED-ENTRY-SEQ       PIC 9(03).
           02 FRLED-POST-TS             PIC S9(15) COMP-3.
           02 FRLED-AMOUNT              PIC S9(9)V9(2) COMP-3.
           02 FRLED-POSTED-BY           PIC X(08).
           02 FRLED-MCC                 PIC 9(4).
           02 FRLED-DECISION            PIC X(01).
           02 FRLED-MODEL-ID            PIC X(36).
           02 FRLED-REFERENCE           PIC X(04).
           02 FRLED-NOTE                PIC X(40).
