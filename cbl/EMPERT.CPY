       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPERT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ER-TAX-RATE-REC.
           05 ERT-TAX PIC X(4).
               88 ERT-SOC-SEC VALUE 'SS  '.
               88 ERT-MEDICARE VALUE 'MED '.
               88 ERT-FUTA VALUE 'FUTA'.
               88 ERT-SUTA VALUE 'SUTA'.
           05 ERT-ST PIC X(2).
               88 ERT-FEDERAL VALUE 'FD'.
           05 ERT-PCT PIC 9(2)V999.
           05 ERT-WAGE-BASE PIC 9(7)V99.
           05 ERT-AGENCY PIC X(20).
           05 ERT-DEP-FREQ PIC X(1).
               88 ERT-DEP-SEMIWEEKLY VALUE 'S'.
               88 ERT-DEP-MONTHLY VALUE 'M'.
               88 ERT-DEP-QUARTERLY VALUE 'Q'.
