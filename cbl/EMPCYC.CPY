       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 PAY-CYCLE-REC.
           05 CYC-GROUP PIC X(2).
           05 CYC-DATE PIC 9(8).
           05 CYC-JOB PIC X(8).
           05 CYC-STATUS PIC X(1).
