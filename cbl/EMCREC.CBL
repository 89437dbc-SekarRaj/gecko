       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMCREC.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-FILE ASSIGN TO PAIDIN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-FILE.
       01  PAID-RECORD.
           05 PD-CHECK-NO PIC 9(10).
           05 PD-PAID-DATE PIC 9(8).
           05 PD-AMOUNT PIC 9(8)V99.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 PAID-EOF VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STALE-DAYS PIC 9(3) VALUE 90.
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-CUTOFF-DAYS PIC 9(7).
       01 WS-ISSUE-DAYS PIC 9(7).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-PAID-COUNT PIC 9(6) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-ISSUED-COUNT PIC 9(6) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-REPAID-COUNT PIC 9(6) VALUE 0.
       01 WS-OUT-COUNT PIC 9(6) VALUE 0.
       01 WS-STALE-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-OUT-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-STALE-TOTAL PIC 9(10)V99 VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC $$$,$$$,$$9.99.
       01 DISP-BANK-AMT PIC $$$,$$$,$$9.99.
       01 DISP-TOTAL PIC $$,$$$,$$$,$$9.99.
       01 DISP-AGE PIC ZZ,ZZ9.

      *    Day-number work fields - a yyyymmdd date turned into a
      *    count of days, so an age in days is a plain subtraction
      *    across month and year ends.
       01 WS-DAYS-DATE PIC 9(8).
       01 WS-DAYS-PARTS REDEFINES WS-DAYS-DATE.
           05 WS-DAYS-YYYY PIC 9(4).
           05 WS-DAYS-MM PIC 9(2).
           05 WS-DAYS-DD PIC 9(2).
       01 WS-DAY-NUMBER PIC 9(7).
       01 WS-PRIOR-YEARS PIC 9(4).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(3).
       01 WS-LEAP-4 PIC 9(4).
       01 WS-LEAP-100 PIC 9(4).
       01 WS-LEAP-400 PIC 9(4).
       01 WS-CUM-DAYS-VALUES.
           05 FILLER PIC 9(3) VALUE 000.
           05 FILLER PIC 9(3) VALUE 031.
           05 FILLER PIC 9(3) VALUE 059.
           05 FILLER PIC 9(3) VALUE 090.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 151.
           05 FILLER PIC 9(3) VALUE 181.
           05 FILLER PIC 9(3) VALUE 212.
           05 FILLER PIC 9(3) VALUE 243.
           05 FILLER PIC 9(3) VALUE 273.
           05 FILLER PIC 9(3) VALUE 304.
           05 FILLER PIC 9(3) VALUE 334.
       01 WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS PIC 9(3) OCCURS 12 TIMES.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPCRG
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DAYS-DATE
           PERFORM 170-DATE-TO-DAYS
           MOVE WS-DAY-NUMBER TO WS-RUN-DAYS
           COMPUTE WS-CUTOFF-DAYS = WS-RUN-DAYS - WS-STALE-DAYS

           OPEN INPUT PAID-FILE
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'CHECK RECONCILIATION AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'PAID ITEMS NOT CLEARED AGAINST THE REGISTER'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 150-READ-PAID
           PERFORM UNTIL PAID-EOF
               PERFORM 200-MATCH-PAID-ITEM THRU 200-MATCH-EXIT
               PERFORM 150-READ-PAID
           END-PERFORM
           CLOSE PAID-FILE

           PERFORM 500-LIST-OUTSTANDING
           PERFORM 800-WRITE-TOTALS
           CLOSE PRINT-FILE

           MOVE WS-MATCH-COUNT TO DISP-COUNT
           DISPLAY 'checks cleared ' DISP-COUNT
           MOVE WS-OUT-COUNT TO DISP-COUNT
           DISPLAY 'checks outstanding ' DISP-COUNT
           MOVE WS-STALE-COUNT TO DISP-COUNT
           DISPLAY 'checks stale-dated ' DISP-COUNT.

       100-EXIT.
           STOP RUN.

      *    150-READ-PAID reads the next item off the bank's daily
      *    paid/cleared file.
       150-READ-PAID.
           READ PAID-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *    170-DATE-TO-DAYS turns WS-DAYS-DATE into WS-DAY-NUMBER -
      *    days in the whole years before it, leap days included
      *    by the Gregorian rule, plus the days into its own year.
      *    The divides are done apart so each quotient truncates.
       170-DATE-TO-DAYS.
           COMPUTE WS-PRIOR-YEARS = WS-DAYS-YYYY - 1
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-4
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-100
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-400
           COMPUTE WS-DAY-NUMBER =
               WS-PRIOR-YEARS * 365
               + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
               + WS-CUM-DAYS (WS-DAYS-MM) + WS-DAYS-DD
           IF WS-DAYS-MM > 2
               DIVIDE WS-DAYS-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-DAYS-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-DAY-NUMBER
                   ELSE
                       DIVIDE WS-DAYS-YYYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-DAY-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    200-MATCH-PAID-ITEM finds the paid item on the CHECKREG
      *    register EMCHK fills and clears it when number and amount
      *    both agree.  A number we never issued, an amount that
      *    differs from what was issued, and a check the bank pays
      *    a second time or pays after it was voided are listed
      *    and left alone - each is a call to the bank, not a
      *    posting.  A stale-dated check the bank pays anyway is
      *    cleared and flagged, because the money is gone and it
      *    must come off the escheat listing.
       200-MATCH-PAID-ITEM.
           ADD 1 TO WS-PAID-COUNT
           MOVE PD-CHECK-NO TO CR-CHECK-NO
           EXEC SQL
               SELECT CR-ENO,CR-ISSUE-DATE,CR-AMOUNT,CR-PAYEE,
                      CR-STATUS
                 INTO :CR-ENO,:CR-ISSUE-DATE,:CR-AMOUNT,
                      :CR-PAYEE,:CR-STATUS
                 FROM CHECKREG
                WHERE CR-CHECK-NO = :CR-CHECK-NO
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-NOT-ISSUED-COUNT
               MOVE PD-AMOUNT TO DISP-BANK-AMT
               MOVE SPACES TO PRINT-LINE
               STRING PD-CHECK-NO ' PAID ' PD-PAID-DATE ' '
                      DISP-BANK-AMT ' NEVER ISSUED'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               GO TO 200-MATCH-EXIT
           END-IF
           IF CR-PAID OR CR-ESCHEATED OR CR-VOIDED
               ADD 1 TO WS-REPAID-COUNT
               MOVE PD-AMOUNT TO DISP-BANK-AMT
               MOVE SPACES TO PRINT-LINE
               IF CR-PAID
                   STRING PD-CHECK-NO ' PAID ' PD-PAID-DATE ' '
                          DISP-BANK-AMT ' ALREADY PAID'
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   IF CR-ESCHEATED
                       STRING PD-CHECK-NO ' PAID ' PD-PAID-DATE ' '
                              DISP-BANK-AMT ' ALREADY ESCHEATED'
                           DELIMITED BY SIZE INTO PRINT-LINE
                   ELSE
                       STRING PD-CHECK-NO ' PAID ' PD-PAID-DATE ' '
                              DISP-BANK-AMT ' CHECK WAS VOIDED'
                           DELIMITED BY SIZE INTO PRINT-LINE
                   END-IF
               END-IF
               WRITE PRINT-LINE
               GO TO 200-MATCH-EXIT
           END-IF
           IF PD-AMOUNT NOT = CR-AMOUNT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE CR-AMOUNT TO DISP-AMT
               MOVE PD-AMOUNT TO DISP-BANK-AMT
               MOVE SPACES TO PRINT-LINE
               STRING PD-CHECK-NO ' ISSUED ' DISP-AMT
                      ' BANK PAID ' DISP-BANK-AMT
                      ' AMOUNT MISMATCH'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               GO TO 200-MATCH-EXIT
           END-IF
           IF CR-STALE
               MOVE CR-AMOUNT TO DISP-AMT
               MOVE SPACES TO PRINT-LINE
               STRING PD-CHECK-NO ' PAID ' PD-PAID-DATE ' '
                      DISP-AMT ' STALE-DATED - CLEARED ANYWAY'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           PERFORM 250-MARK-PAID.

       200-MATCH-EXIT.
           EXIT.

      *    250-MARK-PAID clears the register row with the bank's
      *    paid date and amount.
       250-MARK-PAID.
           MOVE PD-PAID-DATE TO CR-PAID-DATE
           MOVE PD-AMOUNT TO CR-PAID-AMT
           EXEC SQL
               UPDATE CHECKREG
                  SET CR-STATUS = 'P',
                      CR-PAID-DATE = :CR-PAID-DATE,
                      CR-PAID-AMT = :CR-PAID-AMT
                WHERE CR-CHECK-NO = :CR-CHECK-NO
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE = 0
               ADD 1 TO WS-MATCH-COUNT
               ADD PD-AMOUNT TO WS-PAID-TOTAL
           ELSE
               DISPLAY 'clear ' DISP-CODE ' check ' PD-CHECK-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    500-LIST-OUTSTANDING walks every check still outstanding
      *    after today's clearings, oldest number first.  A check
      *    more than WS-STALE-DAYS past its issue date is marked
      *    stale-dated and listed apart - those are the checks to
      *    void with the bank and hold for the annual unclaimed-
      *    property report EMESCH files with the state.
       500-LIST-OUTSTANDING.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'OUTSTANDING CHECKS'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE OUTTBL CURSOR FOR
                   SELECT CR-CHECK-NO,CR-ENO,CR-ISSUE-DATE,
                          CR-AMOUNT,CR-PAYEE
                     FROM CHECKREG
                    WHERE CR-STATUS = 'O'
                    ORDER BY CR-CHECK-NO
                    FOR UPDATE OF CR-STATUS
           END-EXEC

           EXEC SQL
               OPEN OUTTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM OUTTBL INTO
                 :CR-CHECK-NO,:CR-ENO,:CR-ISSUE-DATE,
                 :CR-AMOUNT,:CR-PAYEE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 550-AGE-ONE-CHECK
               EXEC SQL
                   FETCH NEXT FROM OUTTBL INTO
                     :CR-CHECK-NO,:CR-ENO,:CR-ISSUE-DATE,
                     :CR-AMOUNT,:CR-PAYEE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE OUTTBL
           END-EXEC

           PERFORM 600-LIST-STALE.

      *    550-AGE-ONE-CHECK ages one outstanding check off its
      *    issue date and either lists it or stale-dates it.
       550-AGE-ONE-CHECK.
           MOVE CR-ISSUE-DATE TO WS-DAYS-DATE
           PERFORM 170-DATE-TO-DAYS
           MOVE WS-DAY-NUMBER TO WS-ISSUE-DAYS
           IF WS-ISSUE-DAYS < WS-CUTOFF-DAYS
               EXEC SQL
                   UPDATE CHECKREG
                      SET CR-STATUS = 'S'
                    WHERE CURRENT OF OUTTBL
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ISSUE-DAYS
               ADD 1 TO WS-OUT-COUNT
               ADD CR-AMOUNT TO WS-OUT-TOTAL
               MOVE CR-AMOUNT TO DISP-AMT
               MOVE WS-AGE-DAYS TO DISP-AGE
               MOVE SPACES TO PRINT-LINE
               STRING CR-CHECK-NO ' ' CR-ENO ' ' CR-PAYEE ' '
                      CR-ISSUE-DATE ' ' DISP-AMT ' ' DISP-AGE
                      ' DAYS'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    600-LIST-STALE lists every stale-dated check not yet
      *    reported to the state - the ones just marked and any
      *    left from earlier runs - so the listing is the whole
      *    open unclaimed-property liability, not one day's slice.
       600-LIST-STALE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'STALE-DATED CHECKS - VOID WITH BANK, HOLD FOR '
                  'UNCLAIMED PROPERTY'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE STLTBL CURSOR FOR
                   SELECT CR-CHECK-NO,CR-ENO,CR-ISSUE-DATE,
                          CR-AMOUNT,CR-PAYEE
                     FROM CHECKREG
                    WHERE CR-STATUS = 'S'
                    ORDER BY CR-CHECK-NO
           END-EXEC

           EXEC SQL
               OPEN STLTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM STLTBL INTO
                 :CR-CHECK-NO,:CR-ENO,:CR-ISSUE-DATE,
                 :CR-AMOUNT,:CR-PAYEE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               ADD 1 TO WS-STALE-COUNT
               ADD CR-AMOUNT TO WS-STALE-TOTAL
               MOVE CR-AMOUNT TO DISP-AMT
               MOVE SPACES TO PRINT-LINE
               STRING CR-CHECK-NO ' ' CR-ENO ' ' CR-PAYEE ' '
                      CR-ISSUE-DATE ' ' DISP-AMT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               EXEC SQL
                   FETCH NEXT FROM STLTBL INTO
                     :CR-CHECK-NO,:CR-ENO,:CR-ISSUE-DATE,
                     :CR-AMOUNT,:CR-PAYEE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE STLTBL
           END-EXEC.

      *    800-WRITE-TOTALS closes the report with the counts and
      *    dollars treasury proves against the bank statement.
       800-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PAID-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PAID ITEMS READ       ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MATCH-COUNT TO DISP-COUNT
           MOVE WS-PAID-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'CHECKS CLEARED        ' DISP-COUNT ' '
                  DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NOT-ISSUED-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PAID BUT NOT ISSUED   ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MISMATCH-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'AMOUNT MISMATCHES     ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPAID-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PRESENTED TWICE       ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OUT-COUNT TO DISP-COUNT
           MOVE WS-OUT-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'CHECKS OUTSTANDING    ' DISP-COUNT ' '
                  DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-STALE-COUNT TO DISP-COUNT
           MOVE WS-STALE-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'CHECKS STALE-DATED    ' DISP-COUNT ' '
                  DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-NOT-ISSUED-COUNT > 0 OR WS-MISMATCH-COUNT > 0
              OR WS-REPAID-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
