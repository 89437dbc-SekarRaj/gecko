       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMWG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One row of the MINWAGE table - the minimum hourly wage and
      *    the salary an exempt employee must be paid at least, for
      *    a state (FD for the federal floor) from an effective
      *    date.  A state with no threshold of its own carries zero
      *    and the federal one applies.
       01 MIN-WAGE-REC.
           05 MW-ST PIC X(2).
               88 MW-FEDERAL VALUE 'FD'.
           05 MW-EFF-DATE PIC 9(8).
           05 MW-HOURLY PIC 9(3)V99.
           05 MW-EXEMPT PIC 9(7)V99.
