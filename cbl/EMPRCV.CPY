       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCV.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One overpayment owed back by an employee - what was
      *    overpaid and why, the installment EMSTUB recovers each
      *    cycle, and what is still owed.  The last cycle and the
      *    amount it took let a stub rerun put the take back.
       01 RECEIVABLE-REC.
           05 RCV-ID PIC 9(6).
           05 RCV-ENO PIC 9(4).
           05 RCV-OPEN-DATE PIC 9(8).
           05 RCV-REASON PIC X(30).
           05 RCV-ORIG-AMT PIC 9(7)V99.
           05 RCV-INSTALL PIC 9(7)V99.
           05 RCV-BALANCE PIC 9(7)V99.
           05 RCV-STATUS PIC X(1).
               88 RCV-OPEN VALUE 'O'.
               88 RCV-CLOSED VALUE 'C'.
               88 RCV-WRITTEN-OFF VALUE 'W'.
           05 RCV-CLOSE-DATE PIC 9(8).
           05 RCV-LAST-CYC PIC 9(8).
           05 RCV-LAST-TAKE PIC 9(7)V99.
