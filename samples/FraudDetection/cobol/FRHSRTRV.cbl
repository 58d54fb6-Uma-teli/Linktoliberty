      *  MODIFICATION HISTORY                                         *
      *    ------ -------- ------------------------------------------ *
      *    2026-09-02  DEV   ORIGINAL VERSION.                        *
      *    2026-10-15  DEV   FRHIST AND ARCHIVE RECORD LENGTHS FOLLOW *
      *                      FRHISREC (NEW FRHIST-RULE-ID).           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 FILLER                PIC X(41).

       FD  ARCH-IN-FILE
           RECORD CONTAINS 186 CHARACTERS.
           COPY FRHISREC.

       FD  RTRV-OUT-FILE
           RECORD CONTAINS 186 CHARACTERS.
       01 RTRV-RECORD              PIC X(186).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
