       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CYCLE-CAL-REC.
           05 CAL-GROUP PIC X(2).
           05 CAL-DATE PIC 9(8).
