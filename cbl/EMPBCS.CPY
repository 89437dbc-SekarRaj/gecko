       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBCS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 BENEFIT-COST-REC.
           05 BC-CYC-DATE PIC 9(8).
           05 BC-ENO PIC 9(4).
           05 BC-DEPT PIC X(4).
           05 BC-TYPE PIC X(1).
           05 BC-PLAN PIC X(4).
           05 BC-TIER PIC X(2).
           05 BC-EE-PREM PIC 9(5)V99.
           05 BC-ER-PREM PIC 9(5)V99.
