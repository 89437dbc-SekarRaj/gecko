               88 EMP-TERMINATED VALUE 'T'.
           05 PAY-TYPE PIC X(1).
               88 PAY-SALARIED VALUE 'S'.
               88 PAY-HOURLY VALUE 'H'.
           05 POS-NO PIC 9(6).
           05 PAY-GROUP PIC X(2).
