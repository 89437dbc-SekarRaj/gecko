       PROGRAM-ID. EMPHRS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One employee's hours for a cycle under one earnings code.
       01 HOURS-TOT-REC.
           05 HT-ENO PIC 9(4).
           05 HT-CYC-DATE PIC 9(8).
           05 HT-CODE PIC X(3).
           05 HT-HOURS PIC 9(3)V99.
