      *                      PRIOR ROW (SEE FRAUDMOD) IS ON FILE FOR  *
      *                      VOLUME RECONCILIATION WITHOUT LOOKING    *
      *                      LIKE A SECOND MODEL SCORE.               *
      *    2026-10-15  DEV   ADDED FRHIST-RULE-ID: THE FRRULE DESK    *
      *                      RULE, IF ANY, THAT FORCED THE DECISION   *
      *                      (SPACES WHEN NO RULE FIRED).  RECORD     *
      *                      LENGTH 178 TO 186.                       *
      ******************************************************************
       01 FRHIST-RECORD.
           02 FRHIST-KEY.
               COPY MODELIN.
           02 FRHIST-OUTPUT.
               COPY MODELOUT.
           02 FRHIST-RULE-ID            PIC X(08).
