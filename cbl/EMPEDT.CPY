       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEDT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One earnings-code line behind an EARNHIST posting, off
      *    the EARNDTL table - the hours and gross EMSTUB paid under
      *    the code.  A posting's lines add back to its EH-GROSS;
      *    retro pay folded into the cycle is its own RET line.
      *    ED-CLASS is the code's EARNCODE class, so premium pay
      *    (class O and P) and supplemental pay (class S, posted by
      *    EMBONS) can be told apart without the code table.
       01 EARN-DETAIL-REC.
           05 ED-ENO PIC 9(4).
           05 ED-PAY-DATE PIC 9(8).
           05 ED-PAY-GROUP PIC X(2).
           05 ED-CODE PIC X(3).
           05 ED-CLASS PIC X(1).
               88 ED-REGULAR VALUE 'R'.
               88 ED-PREMIUM VALUE 'O' 'P'.
               88 ED-SUPPLEMENTAL VALUE 'S'.
           05 ED-HOURS PIC S9(3)V99.
           05 ED-AMOUNT PIC S9(7)V99.
