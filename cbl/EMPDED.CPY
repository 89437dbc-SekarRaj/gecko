           05 DED-PCT PIC 9(2)V99.
           05 DED-MATCH-PCT PIC 9(3)V99.
           05 DED-ANN-CAP PIC 9(7)V99.
           05 DED-SUPP PIC X(1).
               88 DED-ON-SUPP VALUE 'Y'.
