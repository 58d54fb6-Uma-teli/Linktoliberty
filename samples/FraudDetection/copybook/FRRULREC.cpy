      ******************************************************************
      *                                                                *
      *  FRRULREC    -  DESK DECISION RULE RECORD (FILE FRRULE)        *
      *                                                                *
      *  ONE ROW PER NARROW EMERGENCY RULE THE FRAUD DESK KEYS         *
      *  DURING AN ATTACK, KEYED BY A DESK-ASSIGNED RULE ID.  A RULE   *
      *  MATCHES A TRANSACTION WHEN EVERY NON-ZERO CONDITION FIELD     *
      *  MATCHES THE MODELIN VALUE (ZERO MEANS "ANY"): THE LABEL-      *
      *  ENCODED MCC, MERCHANT NAME/CITY/STATE, ZIP AND USEXCHIP       *
      *  VALUES COMPARE EQUAL, AMOUNT-NUM IS OVER FRRULE-AMOUNT-OVER,  *
      *  AND VELOCITY-COUNT IS AT LEAST FRRULE-MIN-VELOCITY.  A        *
      *  MATCHING RULE FORCES THE DECISION TO REVIEW OR DECLINE UNDER  *
      *  ITS OWN REASON CODE -- IT CAN ONLY EVER TIGHTEN WHAT          *
      *  FRAUDMOD'S 2500-DERIVE-DECISION CALLED, NEVER LOOSEN IT.      *
      *                                                                *
      *  A RULE IS IN FORCE FROM ITS EFFECTIVE TIMESTAMP UNTIL ITS     *
      *  EXPIRY TIMESTAMP (ZERO = NO EXPIRY), BUT ONLY ONCE IT IS      *
      *  ACTIVE: MAINTAINED ONLINE BY FRAUDRUL UNDER THE SAME DUAL     *
      *  CONTROL AS FRAUDPMT, A NEW RULE LANDS PENDING AND A           *
      *  DIFFERENT OPERATOR MUST APPROVE IT; RETIRING AN ACTIVE RULE   *
      *  IS LIKEWISE REQUESTED BY ONE OPERATOR AND APPROVED BY         *
      *  ANOTHER (THE RULE STAYS IN FORCE WHILE THE RETIREMENT IS      *
      *  PENDING).  A RULE IS NEVER CHANGED IN PLACE -- TO ADJUST ONE, *
      *  RETIRE IT AND KEY A NEW ONE -- SO THE RULE ID STAMPED ON      *
      *  FRHIST AND FRCASE ALWAYS MEANS ONE FIXED SET OF CONDITIONS.   *
      *  REJECTED AND RETIRED ROWS STAY ON FILE FOR THE FRRULRPT       *
      *  NIGHTLY REPORT.                                               *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-10-15  DEV   ORIGINAL VERSION.                        *
      ******************************************************************
       01 FRRULE-RECORD.
           02 FRRULE-KEY.
               03 FRRULE-RULE-ID        PIC X(08).
           02 FRRULE-STATUS             PIC X(01).
               88 FRRULE-PENDING             VALUE 'P'.
               88 FRRULE-ACTIVE              VALUE 'A'.
               88 FRRULE-RETIRE-PENDING      VALUE 'T'.
               88 FRRULE-RETIRED             VALUE 'X'.
               88 FRRULE-REJECTED            VALUE 'R'.
               88 FRRULE-IN-FORCE            VALUES 'A' 'T'.
           02 FRRULE-DESCRIPTION        PIC X(40).
           02 FRRULE-CONDITIONS.
               03 FRRULE-MCC            PIC 9(4).
               03 FRRULE-MERCHANT-NAME  PIC 9(6).
               03 FRRULE-MERCHANT-CITY  PIC 9(5).
               03 FRRULE-MERCHANT-STATE PIC 9(3).
               03 FRRULE-ZIP            PIC 9(5).
               03 FRRULE-USEXCHIP       PIC 9(1).
               03 FRRULE-AMOUNT-OVER    PIC S9(9)V9(2) COMP-3.
               03 FRRULE-MIN-VELOCITY   PIC 9(4).
           02 FRRULE-ACTION             PIC X(01).
               88 FRRULE-FORCE-REVIEW        VALUE 'R'.
               88 FRRULE-FORCE-DECLINE       VALUE 'D'.
           02 FRRULE-REASON-CODE        PIC X(04).
           02 FRRULE-EFF-TIMESTAMP      PIC S9(15) COMP-3.
           02 FRRULE-EXP-TIMESTAMP      PIC S9(15) COMP-3.
           02 FRRULE-OPERATOR-ID        PIC X(08).
           02 FRRULE-CHG-TIMESTAMP      PIC S9(15) COMP-3.
           02 FRRULE-APPR-OPERATOR-ID   PIC X(08).
           02 FRRULE-APPR-TIMESTAMP     PIC S9(15) COMP-3.
           02 FRRULE-RETIRE-OPERATOR-ID PIC X(08).
           02 FRRULE-RETIRE-TIMESTAMP   PIC S9(15) COMP-3.
           02 FRRULE-RETIRE-APPR-ID     PIC X(08).
           02 FRRULE-RETIRE-APPR-TS     PIC S9(15) COMP-3.
