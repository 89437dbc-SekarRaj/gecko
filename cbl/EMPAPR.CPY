       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 APPROVAL-REC.
           05 APR-ID PIC 9(6).
           05 APR-BATCH PIC 9(6).
           05 APR-TYPE PIC X(1).
               88 APR-BANK VALUE 'B'.
               88 APR-RATE VALUE 'R'.
               88 APR-EMPLOYEE VALUE 'E'.
           05 APR-ACTION PIC X(1).
               88 APR-ADD VALUE 'A'.
               88 APR-CHANGE VALUE 'C'.
               88 APR-DELETE VALUE 'D'.
           05 APR-ENO PIC 9(4).
           05 APR-PROGRAM PIC X(8).
           05 APR-KEY-USER PIC X(8).
           05 APR-KEY-DATE PIC 9(8).
           05 APR-KEY-TIME PIC 9(8).
           05 APR-OLD-DATA PIC X(80).
           05 APR-NEW-DATA PIC X(80).
           05 APR-STATUS PIC X(1).
               88 APR-PENDING VALUE 'P'.
               88 APR-APPROVED VALUE 'A'.
               88 APR-REJECTED VALUE 'R'.
           05 APR-APPR-USER PIC X(8).
           05 APR-APPR-DATE PIC 9(8).
           05 APR-REASON PIC X(30).
