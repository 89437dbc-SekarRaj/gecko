       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCRG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CHECK-REG-REC.
           05 CR-CHECK-NO PIC 9(10).
           05 CR-ENO PIC 9(4).
           05 CR-CYC-DATE PIC 9(8).
           05 CR-ISSUE-DATE PIC 9(8).
           05 CR-AMOUNT PIC 9(8)V99.
           05 CR-PAYEE PIC X(19).
           05 CR-STATUS PIC X(1).
               88 CR-OUTSTANDING VALUE 'O'.
               88 CR-PAID VALUE 'P'.
               88 CR-STALE VALUE 'S'.
               88 CR-ESCHEATED VALUE 'E'.
               88 CR-VOIDED VALUE 'V'.
           05 CR-PAID-DATE PIC 9(8).
           05 CR-PAID-AMT PIC 9(8)V99.
