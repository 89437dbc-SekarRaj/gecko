       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPETL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ER-TAX-LIAB-REC.
           05 ETL-ENO PIC 9(4).
           05 ETL-CYC-DATE PIC 9(8).
           05 ETL-TAX PIC X(4).
           05 ETL-ST PIC X(2).
           05 ETL-WAGES PIC S9(7)V99.
           05 ETL-AMOUNT PIC S9(7)V99.
           05 ETL-DUE-DATE PIC 9(8).
