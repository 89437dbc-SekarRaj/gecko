       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMWW.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Minimum-wage check work fields, for the programs that
      *    hold a rate to the MINWAGE table - the rate being
      *    checked and what it is held to, the higher of the
      *    federal and state minimums in force on the as-of date.
       01 MW-CHK-ST PIC X(2).
       01 MW-CHK-TYPE PIC X(1).
       01 MW-CHK-RATE PIC 9(7)V99.
       01 MW-CHK-ASOF PIC 9(8).
       01 MW-FLOOR PIC 9(3)V99.
       01 MW-EXEMPT-MIN PIC 9(7)V99.
       01 MW-RESULT-SW PIC X(1) VALUE 'Y'.
           88 MW-COMPLIANT VALUE 'Y'.
