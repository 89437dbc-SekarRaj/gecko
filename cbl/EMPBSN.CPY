       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBSN.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 BENEFIT-SENT-REC.
           05 BS-ENO PIC 9(4).
           05 BS-TYPE PIC X(1).
           05 BS-CARRIER PIC X(10).
           05 BS-PLAN PIC X(4).
           05 BS-TIER PIC X(2).
           05 BS-SSN PIC 9(9).
           05 BS-LNAME PIC X(10).
           05 BS-FNAME PIC X(8).
