       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMWACR.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVERSE-FILE ASSIGN TO RVRSOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JRNL-RECORD PIC X(50).
       FD  REVERSE-FILE.
       01  RVRS-RECORD PIC X(50).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-DONE-COUNT PIC S9(4) COMP VALUE 0.
           88 MONTH-ACCRUED VALUE 1 THRU 999.
       01 WS-BAL-SW PIC X VALUE 'Y'.
           88 JOURNAL-BALANCED VALUE 'Y'.
       01 WS-ENTRY-SW PIC X VALUE 'A'.
           88 WRITING-ACCRUAL VALUE 'A'.
           88 WRITING-REVERSAL VALUE 'R'.
       01 WS-DEBIT-TYPE PIC X(1).
       01 WS-CREDIT-TYPE PIC X(1).
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC --,---,--9.99.
       01 DISP-DAYS PIC Z9.
       01 DISP-FACTOR PIC Z9.999999.

      *    The month being accrued - the last day of the month, the
      *    first of the next for the reversal, and the last cycle
      *    posted on or before month end.
       01 WS-MONTH-END PIC 9(8).
       01 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
           05 WS-ME-YYYY PIC 9(4).
           05 WS-ME-MM PIC 9(2).
           05 WS-ME-DD PIC 9(2).
       01 WS-REVERSE-DATE PIC 9(8).
       01 WS-REVERSE-PARTS REDEFINES WS-REVERSE-DATE.
           05 WS-RV-YYYY PIC 9(4).
           05 WS-RV-MM PIC 9(2).
           05 WS-RV-DD PIC 9(2).
       01 WS-LAST-CYCLE PIC 9(8).
       01 LAST-CYCLE-IND PIC S9(4) COMP.
       01 WS-UNPOSTED-CYCLE PIC 9(8).
       01 UNPOSTED-IND PIC S9(4) COMP.
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-MONTH-DAYS-VALUES.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

      *    Workdays - Monday through Friday - from the day after the
      *    last cycle through month end, against the workdays one
      *    cycle pays for (260 a year over the group's periods).
      *    Day number 1 is Monday 1 January of year 1, so a day
      *    number less one, divided by 7, leaves 5 or 6 for a
      *    weekend.
       01 WS-FIRST-DAY PIC 9(7).
       01 WS-LAST-DAY PIC 9(7).
       01 WS-DAY-SUB PIC 9(7).
       01 WS-WEEK-QUOT PIC 9(7).
       01 WS-WEEK-DAY PIC 9(1).
       01 WS-WORKDAYS PIC 9(2) VALUE 0.
       01 WS-CYCLE-WORKDAYS PIC 9(3)V99.
       01 WS-ACCR-FACTOR PIC 9(2)V9(6).

      *    The liability accounts the accrual credits and the
      *    expense accounts it debits by department - wages under
      *    5000, match under 5900 and the employer's FICA, FUTA and
      *    SUTA under 5910, 5920 and 5930, each suffixed with the
      *    DEPT code the way EMGLJ keys the cycle entry.
       01 WS-ACCT-WAGE-PFX PIC X(4) VALUE '5000'.
       01 WS-ACCT-MATCH-PFX PIC X(4) VALUE '5900'.
       01 WS-ACCT-FICA-PFX PIC X(4) VALUE '5910'.
       01 WS-ACCT-FUTA-PFX PIC X(4) VALUE '5920'.
       01 WS-ACCT-SUTA-PFX PIC X(4) VALUE '5930'.
       01 WS-ACCT-WAGE-ACCR PIC X(8) VALUE '2200    '.
       01 WS-ACCT-MATCH-ACCR PIC X(8) VALUE '2210    '.
       01 WS-ACCT-TAX-ACCR PIC X(8) VALUE '2220    '.

      *    Accrued amounts per department, the EMGLJ table.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-DEPT PIC X(4).
               10 WS-DT-AMT PIC S9(11)V99.
               10 WS-DT-MATCH PIC S9(11)V99.
               10 WS-DT-FICA PIC S9(11)V99.
               10 WS-DT-FUTA PIC S9(11)V99.
               10 WS-DT-SUTA PIC S9(11)V99.
       01 WS-DEPT-USED PIC S9(4) COMP VALUE 0.
       01 WS-DEPT-SUB PIC S9(4) COMP.
       01 WS-DEPT-HIT PIC S9(4) COMP.
       01 WS-RPT-DEPT PIC X(4).
       01 WS-ACCT-PFX PIC X(4).
       01 WS-LINE-AMT PIC S9(11)V99.

      *    One employee's accrual before it is spread - and what is
      *    left of it as each share is taken, so the shares always
      *    add back to the whole.
       01 WS-EMP-ACCRUAL.
           05 WS-EA-WAGE PIC S9(9)V99.
           05 WS-EA-MATCH PIC S9(9)V99.
           05 WS-EA-FICA PIC S9(9)V99.
           05 WS-EA-FUTA PIC S9(9)V99.
           05 WS-EA-SUTA PIC S9(9)V99.
       01 WS-EMP-LEFT.
           05 WS-EL-WAGE PIC S9(9)V99.
           05 WS-EL-MATCH PIC S9(9)V99.
           05 WS-EL-FICA PIC S9(9)V99.
           05 WS-EL-FUTA PIC S9(9)V99.
           05 WS-EL-SUTA PIC S9(9)V99.
       01 WS-EMP-SHARE.
           05 WS-ES-WAGE PIC S9(9)V99.
           05 WS-ES-MATCH PIC S9(9)V99.
           05 WS-ES-FICA PIC S9(9)V99.
           05 WS-ES-FUTA PIC S9(9)V99.
           05 WS-ES-SUTA PIC S9(9)V99.
       01 WS-CYC-FICA PIC S9(7)V99.
       01 WS-CYC-FUTA PIC S9(7)V99.
       01 WS-CYC-SUTA PIC S9(7)V99.
       01 ER-TAX-IND PIC S9(4) COMP.

       01 WS-DIST-TABLE.
           05 WS-DS-ENTRY OCCURS 10 TIMES.
               10 WS-DS-DEPT PIC X(4).
               10 WS-DS-PCT PIC 9(3)V99.
       01 WS-DIST-USED PIC S9(4) COMP VALUE 0.
       01 WS-DIST-SUB PIC S9(4) COMP.

       01 WS-TOT-WAGE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-MATCH PIC S9(11)V99 VALUE 0.
       01 WS-TOT-TAX PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DEBIT PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(13)V99 VALUE 0.

       01 WS-JRNL-REC.
           05 JR-TYPE PIC X(1).
           05 JR-ACCOUNT PIC X(8).
           05 JR-CYC-DATE PIC 9(8).
           05 JR-AMOUNT PIC S9(11)V99.
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-JRNL-TRAILER.
           05 JT-TYPE PIC X(1) VALUE 'T'.
           05 JT-COUNT PIC 9(6).
           05 JT-DEBIT PIC 9(13)V99.
           05 JT-CREDIT PIC 9(13)V99.
           05 FILLER PIC X(13) VALUE SPACES.

      *    Day-number work fields - a yyyymmdd date turned into a
      *    count of days, so the days in the accrual period are a
      *    plain run of numbers across month and year ends.
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
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPCYC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       EXEC SQL
         INCLUDE EMPLDS
       END-EXEC.

      *    EMWACR books the month-end wage accrual for one pay
      *    group - the workdays between the group's last posted
      *    cycle and month end, priced off that cycle's EARNHIST
      *    rows, wages, employer match and employer tax by
      *    department.  The entry goes out on JRNLOUT dated month
      *    end in EMGLJ's layout, and the reversing entry on
      *    RVRSOUT dated the first of the next month, so the next
      *    cycle's EMGLJ journal books the real pay against it.
      *    The month is recorded on PAYCYCLE under the month-end
      *    date so it can only be accrued once.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'pay group'
           ACCEPT CYC-GROUP
           DISPLAY 'month end date (YYYYMMDD)'
           ACCEPT WS-MONTH-END
           PERFORM 105-CHECK-MONTH-END
           IF WS-ME-DD NOT = WS-MONTH-DAYS
               DISPLAY WS-MONTH-END ' is not the last day of a '
                   'month - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 110-CHECK-ALREADY-ACCRUED
           IF MONTH-ACCRUED
               DISPLAY 'group ' CYC-GROUP ' already accrued for '
                   WS-MONTH-END ' - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 115-GET-LAST-CYCLE
           IF WS-LAST-CYCLE = 0
               DISPLAY 'no posted cycle for group ' CYC-GROUP
                   ' to accrue from - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 117-CHECK-UNPOSTED
           IF WS-UNPOSTED-CYCLE NOT = 0
               DISPLAY 'cycle ' WS-UNPOSTED-CYCLE ' group '
                   CYC-GROUP ' is on the calendar but EMSTUB has '
                   'not posted it - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 120-COUNT-WORKDAYS
           MOVE WS-WORKDAYS TO DISP-DAYS
           DISPLAY 'last cycle posted ' WS-LAST-CYCLE
               ' workdays to accrue ' DISP-DAYS
           IF WS-WORKDAYS = 0
               DISPLAY 'nothing to accrue for ' WS-MONTH-END
               GO TO 100-EXIT
           END-IF
           PERFORM 130-GET-CYCLE-WORKDAYS
           IF WS-CYCLE-WORKDAYS = 0
               DISPLAY 'pay group ' CYC-GROUP
                   ' is not on the pay group table - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           COMPUTE WS-ACCR-FACTOR ROUNDED =
               WS-WORKDAYS / WS-CYCLE-WORKDAYS

           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REVERSE-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'MONTH-END WAGE ACCRUAL FOR ' WS-MONTH-END
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACCR-FACTOR TO DISP-FACTOR
           MOVE SPACES TO PRINT-LINE
           STRING 'PRICED OFF CYCLE ' WS-LAST-CYCLE ' WORKDAYS '
                  DISP-DAYS ' FACTOR ' DISP-FACTOR
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 200-ACCUMULATE-CYCLE

           MOVE 'A' TO WS-ENTRY-SW
           MOVE WS-MONTH-END TO WS-ENTRY-DATE
           MOVE 'D' TO WS-DEBIT-TYPE
           MOVE 'C' TO WS-CREDIT-TYPE
           PERFORM 400-WRITE-ENTRY
           MOVE 'R' TO WS-ENTRY-SW
           MOVE WS-REVERSE-DATE TO WS-ENTRY-DATE
           MOVE 'C' TO WS-DEBIT-TYPE
           MOVE 'D' TO WS-CREDIT-TYPE
           PERFORM 400-WRITE-ENTRY
           CLOSE JOURNAL-FILE
           CLOSE REVERSE-FILE
           CLOSE PRINT-FILE

           IF WS-ROW-COUNT = 0
               DISPLAY 'no employees on cycle ' WS-LAST-CYCLE
                   ' - accrual not released'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF JOURNAL-BALANCED
                   PERFORM 900-RECORD-COMPLETION
                   DISPLAY 'accrual and reversal balanced - released'
               ELSE
                   DISPLAY 'accrual OUT OF BALANCE - do not post'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    105-CHECK-MONTH-END works out how many days the keyed
      *    month has - February by the leap year rule - and the
      *    first of the following month the reversal is dated.
       105-CHECK-MONTH-END.
           MOVE 0 TO WS-MONTH-DAYS
           IF WS-MONTH-END NUMERIC AND WS-ME-MM >= 1
              AND WS-ME-MM <= 12
               MOVE WS-DAYS-IN-MONTH (WS-ME-MM) TO WS-MONTH-DAYS
               IF WS-ME-MM = 2
                   DIVIDE WS-ME-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                       DIVIDE WS-ME-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 28 TO WS-MONTH-DAYS
                           DIVIDE WS-ME-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-ME-MM = 12
                   COMPUTE WS-RV-YYYY = WS-ME-YYYY + 1
                   MOVE 1 TO WS-RV-MM
               ELSE
                   MOVE WS-ME-YYYY TO WS-RV-YYYY
                   COMPUTE WS-RV-MM = WS-ME-MM + 1
               END-IF
               MOVE 1 TO WS-RV-DD
           END-IF.

      *    110-CHECK-ALREADY-ACCRUED looks for this job's row on
      *    PAYCYCLE under the month-end date.
       110-CHECK-ALREADY-ACCRUED.
           MOVE 0 TO WS-DONE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DONE-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :WS-MONTH-END
                  AND CYC-JOB = 'EMWACR'
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    115-GET-LAST-CYCLE finds the group's last cycle on or
      *    before month end that EMSTUB has posted - wages through
      *    that date are on the books already.
       115-GET-LAST-CYCLE.
           MOVE 0 TO WS-LAST-CYCLE
           EXEC SQL
               SELECT MAX(CYC-DATE)
                 INTO :WS-LAST-CYCLE :LAST-CYCLE-IND
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-JOB = 'EMSTUB'
                  AND CYC-STATUS = 'C'
                  AND CYC-DATE <= :WS-MONTH-END
           END-EXEC
           IF SQLCODE NOT = 0 OR LAST-CYCLE-IND < 0
               MOVE 0 TO WS-LAST-CYCLE
           END-IF.

      *    117-CHECK-UNPOSTED finds the earliest of the group's
      *    CYCCAL dates on or before month end that EMSTUB has not
      *    posted.  Accruing past one would leave that cycle's
      *    wages off the books and price the accrual off an older
      *    cycle, so the run is refused until it is posted.
       117-CHECK-UNPOSTED.
           MOVE 0 TO WS-UNPOSTED-CYCLE
           EXEC SQL
               SELECT MIN(CAL-DATE)
                 INTO :WS-UNPOSTED-CYCLE :UNPOSTED-IND
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE <= :WS-MONTH-END
                  AND NOT EXISTS
                      (SELECT *
                         FROM PAYCYCLE
                        WHERE PAYCYCLE.CYC-GROUP = CYCCAL.CAL-GROUP
                          AND PAYCYCLE.CYC-DATE = CYCCAL.CAL-DATE
                          AND PAYCYCLE.CYC-JOB = 'EMSTUB'
                          AND PAYCYCLE.CYC-STATUS = 'C')
           END-EXEC
           IF SQLCODE NOT = 0 OR UNPOSTED-IND < 0
               MOVE 0 TO WS-UNPOSTED-CYCLE
           END-IF.

      *    120-COUNT-WORKDAYS counts the weekdays after the last
      *    cycle up to and including month end.
       120-COUNT-WORKDAYS.
           MOVE 0 TO WS-WORKDAYS
           MOVE WS-LAST-CYCLE TO WS-DAYS-DATE
           PERFORM 870-DATE-TO-DAYS
           COMPUTE WS-FIRST-DAY = WS-DAY-NUMBER + 1
           MOVE WS-MONTH-END TO WS-DAYS-DATE
           PERFORM 870-DATE-TO-DAYS
           MOVE WS-DAY-NUMBER TO WS-LAST-DAY
           PERFORM 125-COUNT-ONE-DAY
               VARYING WS-DAY-SUB FROM WS-FIRST-DAY BY 1
               UNTIL WS-DAY-SUB > WS-LAST-DAY.

       125-COUNT-ONE-DAY.
           COMPUTE WS-WEEK-QUOT = WS-DAY-SUB - 1
           DIVIDE WS-WEEK-QUOT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEK-DAY
           IF WS-WEEK-DAY < 5
               ADD 1 TO WS-WORKDAYS
           END-IF.

      *    130-GET-CYCLE-WORKDAYS turns the group's periods a year
      *    into the workdays one cycle's pay covers.
       130-GET-CYCLE-WORKDAYS.
           MOVE 0 TO WS-CYCLE-WORKDAYS
           MOVE CYC-GROUP TO PG-CODE
           MOVE 0 TO PG-PERIODS
           EXEC SQL
               SELECT PG-PERIODS INTO :PG-PERIODS
                 FROM PAYGROUP
                WHERE PG-CODE = :PG-CODE
           END-EXEC
           IF SQLCODE = 0 AND PG-PERIODS > 0
               COMPUTE WS-CYCLE-WORKDAYS ROUNDED = 260 / PG-PERIODS
           END-IF.

      *    200-ACCUMULATE-CYCLE prices the accrual off the last
      *    cycle's EARNHIST rows for employees still on EMPLOYEE -
      *    a final check paid on that cycle has nobody left to
      *    accrue for.
       200-ACCUMULATE-CYCLE.
           EXEC SQL
               DECLARE ACRTBL CURSOR FOR
                   SELECT EARNHIST.EH-ENO, EARNHIST.EH-GROSS,
                          EARNHIST.EH-COMM, EARNHIST.EH-MATCH,
                          EMPLOYEE.DEPT
                     FROM EARNHIST, EMPLOYEE
                    WHERE EARNHIST.EH-ENO = EMPLOYEE.ENO
                      AND EARNHIST.EH-PAY-DATE = :WS-LAST-CYCLE
                      AND EARNHIST.EH-PAY-GROUP = :CYC-GROUP
                    ORDER BY EARNHIST.EH-ENO
           END-EXEC

           EXEC SQL
               OPEN ACRTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM ACRTBL INTO
                 :EH-ENO,:EH-GROSS,:EH-COMM,:EH-MATCH,:DEPT
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 250-ACCRUE-ONE-ROW
               EXEC SQL
                   FETCH NEXT FROM ACRTBL INTO
                     :EH-ENO,:EH-GROSS,:EH-COMM,:EH-MATCH,:DEPT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE ACRTBL
           END-EXEC.

      *    250-ACCRUE-ONE-ROW scales one employee's cycle wages,
      *    match and employer tax by the accrual factor and spreads
      *    them over the labor distribution.
       250-ACCRUE-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           PERFORM 260-GET-ER-TAX
           COMPUTE WS-EA-WAGE ROUNDED =
               (EH-GROSS + EH-COMM) * WS-ACCR-FACTOR
           COMPUTE WS-EA-MATCH ROUNDED = EH-MATCH * WS-ACCR-FACTOR
           COMPUTE WS-EA-FICA ROUNDED = WS-CYC-FICA * WS-ACCR-FACTOR
           COMPUTE WS-EA-FUTA ROUNDED = WS-CYC-FUTA * WS-ACCR-FACTOR
           COMPUTE WS-EA-SUTA ROUNDED = WS-CYC-SUTA * WS-ACCR-FACTOR
           MOVE WS-EMP-ACCRUAL TO WS-EMP-LEFT
           ADD WS-EA-WAGE TO WS-TOT-WAGE
           ADD WS-EA-MATCH TO WS-TOT-MATCH
           ADD WS-EA-FICA WS-EA-FUTA WS-EA-SUTA TO WS-TOT-TAX
           MOVE DEPT TO WS-RPT-DEPT
           PERFORM 280-LOAD-DISTRIBUTION
           PERFORM 290-SPREAD-ONE-SHARE
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-USED.

      *    260-GET-ER-TAX picks up the employer tax EMERTX booked
      *    for the employee on the cycle - FICA, FUTA and SUTA.
       260-GET-ER-TAX.
           EXEC SQL
               SELECT SUM(ETL-AMOUNT)
                 INTO :WS-CYC-FICA :ER-TAX-IND
                 FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :WS-LAST-CYCLE
                  AND ETL-ENO = :EH-ENO
                  AND ETL-TAX IN ('SS  ','MED ')
           END-EXEC
           IF SQLCODE NOT = 0 OR ER-TAX-IND < 0
               MOVE 0 TO WS-CYC-FICA
           END-IF
           EXEC SQL
               SELECT SUM(ETL-AMOUNT)
                 INTO :WS-CYC-FUTA :ER-TAX-IND
                 FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :WS-LAST-CYCLE
                  AND ETL-ENO = :EH-ENO
                  AND ETL-TAX = 'FUTA'
           END-EXEC
           IF SQLCODE NOT = 0 OR ER-TAX-IND < 0
               MOVE 0 TO WS-CYC-FUTA
           END-IF
           EXEC SQL
               SELECT SUM(ETL-AMOUNT)
                 INTO :WS-CYC-SUTA :ER-TAX-IND
                 FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :WS-LAST-CYCLE
                  AND ETL-ENO = :EH-ENO
                  AND ETL-TAX = 'SUTA'
           END-EXEC
           IF SQLCODE NOT = 0 OR ER-TAX-IND < 0
               MOVE 0 TO WS-CYC-SUTA
           END-IF.

      *    270-ADD-DEPT-ACCRUAL finds or starts the department's
      *    entry and adds this share in.
       270-ADD-DEPT-ACCRUAL.
           MOVE 0 TO WS-DEPT-HIT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED
                  OR WS-DEPT-HIT > 0
               IF WS-DT-DEPT (WS-DEPT-SUB) = WS-RPT-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-HIT
               END-IF
           END-PERFORM
           IF WS-DEPT-HIT = 0
               IF WS-DEPT-USED = 100
                   DISPLAY 'dept table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-BAL-SW
               ELSE
                   ADD 1 TO WS-DEPT-USED
                   MOVE WS-DEPT-USED TO WS-DEPT-HIT
                   MOVE WS-RPT-DEPT TO WS-DT-DEPT (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-AMT (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-MATCH (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-FICA (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-FUTA (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-SUTA (WS-DEPT-HIT)
               END-IF
           END-IF
           IF WS-DEPT-HIT > 0
               ADD WS-ES-WAGE TO WS-DT-AMT (WS-DEPT-HIT)
               ADD WS-ES-MATCH TO WS-DT-MATCH (WS-DEPT-HIT)
               ADD WS-ES-FICA TO WS-DT-FICA (WS-DEPT-HIT)
               ADD WS-ES-FUTA TO WS-DT-FUTA (WS-DEPT-HIT)
               ADD WS-ES-SUTA TO WS-DT-SUTA (WS-DEPT-HIT)
           END-IF.

      *    280-LOAD-DISTRIBUTION reads the employee's LABORDST split
      *    - no rows means the home DEPT carries the whole accrual.
       280-LOAD-DISTRIBUTION.
           MOVE 0 TO WS-DIST-USED
           MOVE EH-ENO TO LD-ENO
           EXEC SQL
               DECLARE LDSTBL CURSOR FOR
                   SELECT LD-DEPT,LD-PCT
                     FROM LABORDST
                    WHERE LD-ENO = :LD-ENO
                    ORDER BY LD-DEPT
           END-EXEC
           EXEC SQL
               OPEN LDSTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM LDSTBL INTO :LD-DEPT,:LD-PCT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
                      OR WS-DIST-USED = 10
               ADD 1 TO WS-DIST-USED
               MOVE LD-DEPT TO WS-DS-DEPT (WS-DIST-USED)
               MOVE LD-PCT TO WS-DS-PCT (WS-DIST-USED)
               EXEC SQL
                   FETCH NEXT FROM LDSTBL INTO :LD-DEPT,:LD-PCT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE LDSTBL
           END-EXEC
           IF WS-DIST-USED = 0
               MOVE 1 TO WS-DIST-USED
               MOVE WS-RPT-DEPT TO WS-DS-DEPT (1)
               MOVE 100 TO WS-DS-PCT (1)
           END-IF.

      *    290-SPREAD-ONE-SHARE charges one department its percent
      *    of the employee's accrual - the last share gets the
      *    remainder rather than its own rounded figure.
       290-SPREAD-ONE-SHARE.
           MOVE WS-DS-DEPT (WS-DIST-SUB) TO WS-RPT-DEPT
           IF WS-DIST-SUB = WS-DIST-USED
               MOVE WS-EMP-LEFT TO WS-EMP-SHARE
           ELSE
               COMPUTE WS-ES-WAGE ROUNDED =
                   WS-EA-WAGE * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-ES-MATCH ROUNDED =
                   WS-EA-MATCH * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-ES-FICA ROUNDED =
                   WS-EA-FICA * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-ES-FUTA ROUNDED =
                   WS-EA-FUTA * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-ES-SUTA ROUNDED =
                   WS-EA-SUTA * WS-DS-PCT (WS-DIST-SUB) / 100
               SUBTRACT WS-ES-WAGE FROM WS-EL-WAGE
               SUBTRACT WS-ES-MATCH FROM WS-EL-MATCH
               SUBTRACT WS-ES-FICA FROM WS-EL-FICA
               SUBTRACT WS-ES-FUTA FROM WS-EL-FUTA
               SUBTRACT WS-ES-SUTA FROM WS-EL-SUTA
           END-IF
           PERFORM 270-ADD-DEPT-ACCRUAL.

      *    400-WRITE-ENTRY writes one complete entry - the accrual
      *    (expense debits, accrued liability credits) or the
      *    reversal with every side swapped - and proves it.
       400-WRITE-ENTRY.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-TOT-DEBIT
           MOVE 0 TO WS-TOT-CREDIT
           MOVE SPACES TO PRINT-LINE
           IF WRITING-ACCRUAL
               STRING 'ACCRUAL DATED ' WS-ENTRY-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'REVERSAL DATED ' WS-ENTRY-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           PERFORM 450-WRITE-DEPT-LINES
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED

           MOVE WS-CREDIT-TYPE TO JR-TYPE
           MOVE WS-ACCT-WAGE-ACCR TO JR-ACCOUNT
           MOVE WS-TOT-WAGE TO JR-AMOUNT
           PERFORM 500-WRITE-JOURNAL-RECORD
           MOVE WS-ACCT-MATCH-ACCR TO JR-ACCOUNT
           MOVE WS-TOT-MATCH TO JR-AMOUNT
           PERFORM 500-WRITE-JOURNAL-RECORD
           MOVE WS-ACCT-TAX-ACCR TO JR-ACCOUNT
           MOVE WS-TOT-TAX TO JR-AMOUNT
           PERFORM 500-WRITE-JOURNAL-RECORD
           PERFORM 700-PROVE-BALANCE.

      *    450-WRITE-DEPT-LINES writes one department's expense
      *    lines - wages always, match and each employer tax when
      *    there is any.
       450-WRITE-DEPT-LINES.
           MOVE WS-ACCT-WAGE-PFX TO WS-ACCT-PFX
           MOVE WS-DT-AMT (WS-DEPT-SUB) TO WS-LINE-AMT
           PERFORM 460-WRITE-DEPT-DEBIT
           IF WS-DT-MATCH (WS-DEPT-SUB) NOT = 0
               MOVE WS-ACCT-MATCH-PFX TO WS-ACCT-PFX
               MOVE WS-DT-MATCH (WS-DEPT-SUB) TO WS-LINE-AMT
               PERFORM 460-WRITE-DEPT-DEBIT
           END-IF
           IF WS-DT-FICA (WS-DEPT-SUB) NOT = 0
               MOVE WS-ACCT-FICA-PFX TO WS-ACCT-PFX
               MOVE WS-DT-FICA (WS-DEPT-SUB) TO WS-LINE-AMT
               PERFORM 460-WRITE-DEPT-DEBIT
           END-IF
           IF WS-DT-FUTA (WS-DEPT-SUB) NOT = 0
               MOVE WS-ACCT-FUTA-PFX TO WS-ACCT-PFX
               MOVE WS-DT-FUTA (WS-DEPT-SUB) TO WS-LINE-AMT
               PERFORM 460-WRITE-DEPT-DEBIT
           END-IF
           IF WS-DT-SUTA (WS-DEPT-SUB) NOT = 0
               MOVE WS-ACCT-SUTA-PFX TO WS-ACCT-PFX
               MOVE WS-DT-SUTA (WS-DEPT-SUB) TO WS-LINE-AMT
               PERFORM 460-WRITE-DEPT-DEBIT
           END-IF.

       460-WRITE-DEPT-DEBIT.
           MOVE WS-DEBIT-TYPE TO JR-TYPE
           MOVE SPACES TO JR-ACCOUNT
           STRING WS-ACCT-PFX WS-DT-DEPT (WS-DEPT-SUB)
               DELIMITED BY SIZE INTO JR-ACCOUNT
           MOVE WS-LINE-AMT TO JR-AMOUNT
           PERFORM 500-WRITE-JOURNAL-RECORD.

      *    500-WRITE-JOURNAL-RECORD writes one line to the entry's
      *    file, adds it to its side, and mirrors it on the report.
       500-WRITE-JOURNAL-RECORD.
           MOVE WS-ENTRY-DATE TO JR-CYC-DATE
           IF JR-TYPE = 'D'
               ADD JR-AMOUNT TO WS-TOT-DEBIT
           ELSE
               ADD JR-AMOUNT TO WS-TOT-CREDIT
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           IF WRITING-ACCRUAL
               MOVE WS-JRNL-REC TO JRNL-RECORD
               WRITE JRNL-RECORD
           ELSE
               MOVE WS-JRNL-REC TO RVRS-RECORD
               WRITE RVRS-RECORD
           END-IF
           MOVE JR-AMOUNT TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING JR-TYPE ' ' JR-ACCOUNT ' ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    700-PROVE-BALANCE writes the entry's trailer and proves
      *    its debits equal its credits, as EMGLJ does.
       700-PROVE-BALANCE.
           MOVE WS-ENTRY-COUNT TO JT-COUNT
           MOVE WS-TOT-DEBIT TO JT-DEBIT
           MOVE WS-TOT-CREDIT TO JT-CREDIT
           IF WRITING-ACCRUAL
               MOVE WS-JRNL-TRAILER TO JRNL-RECORD
               WRITE JRNL-RECORD
           ELSE
               MOVE WS-JRNL-TRAILER TO RVRS-RECORD
               WRITE RVRS-RECORD
           END-IF

           MOVE WS-TOT-DEBIT TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL DEBITS  ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-CREDIT TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL CREDITS ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           IF WS-TOT-DEBIT = WS-TOT-CREDIT
               STRING 'ENTRY IS IN BALANCE'
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               MOVE 'N' TO WS-BAL-SW
               STRING 'ENTRY OUT OF BALANCE - DO NOT POST'
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

      *    870-DATE-TO-DAYS turns WS-DAYS-DATE into WS-DAY-NUMBER -
      *    days in the whole years before it, leap days included
      *    by the Gregorian rule, plus the days into its own year.
      *    The divides are done apart so each quotient truncates.
       870-DATE-TO-DAYS.
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

      *    900-RECORD-COMPLETION records the month as accrued on
      *    PAYCYCLE under its month-end date.
       900-RECORD-COMPLETION.
           MOVE WS-MONTH-END TO CYC-DATE
           MOVE 'EMWACR' TO CYC-JOB
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           ACCEPT CYC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CYC-RUN-TIME FROM TIME
           EXEC SQL
               INSERT INTO PAYCYCLE
                   (CYC-GROUP,CYC-DATE,CYC-JOB,CYC-STATUS,
                    CYC-RUN-DATE,CYC-RUN-TIME,CYC-OVR-REASON)
                   VALUES
                   (:CYC-GROUP,:CYC-DATE,:CYC-JOB,:CYC-STATUS,
                    :CYC-RUN-DATE,:CYC-RUN-TIME,:CYC-OVR-REASON)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle row ' DISP-CODE.
