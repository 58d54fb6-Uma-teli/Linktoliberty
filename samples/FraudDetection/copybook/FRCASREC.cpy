      *                      A CARDHOLDER OUTREACH RECORD HAS BEEN    *
      *                      GENERATED FOR IT, SO THE SAME CASE IS    *
      *                      NEVER SENT TO THE CONTACT VENDOR TWICE.  *
      *    2026-10-15  DEV   ADDED FRCASE-RULE-ID: THE FRRULE DESK    *
      *                      RULE, IF ANY, THAT FORCED THE DECISION   *
      *                      THAT OPENED THE CASE.  RECORD LENGTH     *
      *                      117 TO 125.                              *
      *    2026-10-15  DEV   ADDED FRCASE-CHBK-SW AND FRCASE-CHBK-    *
      *                      TIMESTAMP, SET BY THE CHBKRCN            *
      *                      CHARGEBACK RECONCILIATION: 'D' WHEN A    *
      *                      NETWORK CHARGEBACK DISPUTES A CASE THE   *
      *                      DESK CLOSED FALSE-POSITIVE (FOR          *
      *                      SUPERVISOR REVIEW), 'M' ON A CASE THE    *
      *                      RUN OPENED RETROACTIVELY FOR FRAUD THE   *
      *                      MODEL APPROVED (MISSED FRAUD), 'N'       *
      *                      OTHERWISE; THE TIMESTAMP IS THE AS-OF    *
      *                      OF THE RUN THAT SET THE FLAG.  RECORD    *
      *                      LENGTH 125 TO 134.                       *
      ******************************************************************
       01 FRCASE-RECORD.
           02 FRCASE-KEY.
           02 FRCASE-CONTACT-SW         PIC X(01).
               88 FRCASE-CONTACT-SENT        VALUE 'S'.
               88 FRCASE-NO-CONTACT          VALUE 'N'.
           02 FRCASE-RULE-ID            PIC X(08).
           02 FRCASE-CHBK-SW            PIC X(01).
               88 FRCASE-CHBK-DISPUTED       VALUE 'D'.
               88 FRCASE-CHBK-MISSED-FRAUD   VALUE 'M'.
               88 FRCASE-CHBK-NONE           VALUE 'N'.
           02 FRCASE-CHBK-TIMESTAMP     PIC S9(15) COMP-3.
