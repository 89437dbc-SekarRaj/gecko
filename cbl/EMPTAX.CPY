       01 TAX-RATE-REC.
           05 TAX-ST PIC X(2).
               88 TAX-FEDERAL VALUE 'FD'.
               88 TAX-FED-SUPP VALUE 'FS'.
           05 TAX-PCT PIC 9(2)V99.
