       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBPL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One plan and coverage tier off the BENPLAN table.  The
      *    premiums - current and renewal - are monthly amounts;
      *    each enrollee's DEDUCT row and BENCOST booking carry a
      *    per-cycle share of them, the month times 12 over the
      *    PG-PERIODS of the employee's pay group.
       01 BENEFIT-PLAN-REC.
           05 BP-PLAN PIC X(4).
           05 BP-TIER PIC X(2).
               88 BP-EMP-ONLY VALUE 'EE'.
               88 BP-EMP-SPOUSE VALUE 'ES'.
               88 BP-EMP-CHILD VALUE 'EC'.
               88 BP-FAMILY VALUE 'FA'.
           05 BP-TYPE PIC X(1).
               88 BP-HEALTH VALUE 'H'.
               88 BP-DENTAL VALUE 'D'.
               88 BP-VISION VALUE 'V'.
           05 BP-DESC PIC X(15).
           05 BP-CARRIER PIC X(10).
           05 BP-DED-CODE PIC X(3).
           05 BP-EE-PREM PIC 9(5)V99.
           05 BP-ER-PREM PIC 9(5)V99.
           05 BP-NEW-EE-PREM PIC 9(5)V99.
           05 BP-NEW-ER-PREM PIC 9(5)V99.
           05 BP-NEW-EFF-DATE PIC 9(8).
           05 BP-STATUS PIC X(1).
               88 BP-OPEN VALUE 'A'.
               88 BP-CLOSED VALUE 'X'.
