           05 EH-DEDUCT PIC S9(6)V99.
           05 EH-RETIRE PIC S9(7)V99.
           05 EH-MATCH PIC S9(7)V99.
           05 EH-PAY-GROUP PIC X(2).
