           05 HIRE-DATE PIC 9(8).
           05 EMP-STATUS PIC X(1).
           05 PAY-TYPE PIC X(1).
           05 POS-NO PIC 9(6).
           05 PAY-GROUP PIC X(2).
           05 TERM-DATE PIC 9(8).
           05 TERM-REASON PIC X(2).
