       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMMWGR.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-CYC-DATE PIC 9(8).
       01 WS-CYC-GROUP PIC X(2).
       01 WS-EMP-COUNT PIC 9(6) VALUE 0.
       01 WS-HOURLY-COUNT PIC 9(6) VALUE 0.
       01 WS-SALARY-COUNT PIC 9(6) VALUE 0.
       01 WS-HOURS PIC 9(3)V99.
       01 HT-HOURS-IND PIC S9(4) COMP.
       01 WS-OT-HOURS PIC 9(3)V99.
       01 WS-CYCLE-PAY PIC 9(7)V99.
       01 WS-EFF-RATE PIC 9(7)V99.
       01 WS-FLAG PIC X(20).
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-RATE PIC $$$,$$9.99.
       01 DISP-EFF PIC $$$,$$9.99.
       01 DISP-MIN PIC $$$,$$9.99.
       01 DISP-HOURS PIC ZZ9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCW
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPHRS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWW
       END-EXEC.

      *    EMMWGR is the compliance check run before each cycle is
      *    paid, once EMTIME has posted the hours.  It lists every
      *    hourly employee in the pay group whose effective hourly
      *    pay for the cycle - the cycle's straight time and
      *    overtime over the hours worked, or PAYRATE with no hours
      *    posted - is under the higher of the federal floor and
      *    the state's minimum, and every salaried employee whose
      *    annual salary is under the exempt salary threshold.
      *    Anything listed ends the run with return code 4, for
      *    payroll to correct before EMSTUB pays the cycle.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'MINIMUM WAGE COMPLIANCE FOR CYCLE ' WS-CYC-DATE
                  ' PAY GROUP ' WS-CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'ENO  NAME       ST T       RATE  HOURS  EFFECTIVE'
                  '    MINIMUM'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE MWGTBL CURSOR FOR
                   SELECT ENO,LNAME,ST,PAYRATE,PAY-TYPE
                     FROM EMPLOYEE
                    WHERE PAY-GROUP = :WS-CYC-GROUP
                    ORDER BY ENO
           END-EXEC

           EXEC SQL
               OPEN MWGTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM MWGTBL INTO
                 :ENO,:LNAME,:ST,:PAYRATE,:PAY-TYPE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-CHECK-EMPLOYEE
               EXEC SQL
                   FETCH NEXT FROM MWGTBL INTO
                     :ENO,:LNAME,:ST,:PAYRATE,:PAY-TYPE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE MWGTBL
           END-EXEC

           PERFORM 800-WRITE-TOTALS
           CLOSE PRINT-FILE

           IF WS-HOURLY-COUNT NOT = 0 OR WS-SALARY-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-EMP-COUNT TO DISP-COUNT
           DISPLAY 'employees checked ' DISP-COUNT.

       100-EXIT.
           GOBACK.

      *    200-CHECK-EMPLOYEE holds one employee's pay to the
      *    minimum in force in their state on the cycle date.
       200-CHECK-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT
           MOVE 0 TO WS-HOURS
           MOVE PAYRATE TO WS-EFF-RATE
           IF PAY-HOURLY
               PERFORM 300-GET-EFFECTIVE-RATE
           END-IF
           MOVE ST TO MW-CHK-ST
           MOVE PAY-TYPE TO MW-CHK-TYPE
           MOVE WS-EFF-RATE TO MW-CHK-RATE
           MOVE WS-CYC-DATE TO MW-CHK-ASOF
           PERFORM 400-CHECK-MIN-WAGE
           IF NOT MW-COMPLIANT
               PERFORM 500-WRITE-EXCEPTION
           END-IF.

      *    300-GET-EFFECTIVE-RATE works out what the cycle's hours
      *    off HOURSTOT pay an hour on average - straight time
      *    through forty, time and a half past them, the way EMSTUB
      *    will pay them.  Only hours worked count - the earnings
      *    codes that count toward overtime - and shift and other
      *    premiums are left out, so the base rate has to clear the
      *    floor on its own.
       300-GET-EFFECTIVE-RATE.
           MOVE 0 TO HT-HOURS
           EXEC SQL
               SELECT SUM(HOURSTOT.HT-HOURS)
                 INTO :HT-HOURS :HT-HOURS-IND
                 FROM HOURSTOT, EARNCODE
                WHERE HOURSTOT.HT-CODE = EARNCODE.EC-CODE
                  AND HOURSTOT.HT-ENO = :ENO
                  AND HOURSTOT.HT-CYC-DATE = :WS-CYC-DATE
                  AND EARNCODE.EC-OT-COUNTS = 'Y'
           END-EXEC
           IF HT-HOURS-IND < 0
               MOVE 0 TO HT-HOURS
           END-IF
           IF SQLCODE = 0 AND HT-HOURS > 0
               MOVE HT-HOURS TO WS-HOURS
               IF WS-HOURS > 40
                   COMPUTE WS-OT-HOURS = WS-HOURS - 40
                   COMPUTE WS-CYCLE-PAY ROUNDED =
                       PAYRATE * 40
                       + PAYRATE * 1.5 * WS-OT-HOURS
               ELSE
                   COMPUTE WS-CYCLE-PAY ROUNDED = PAYRATE * WS-HOURS
               END-IF
               COMPUTE WS-EFF-RATE ROUNDED = WS-CYCLE-PAY / WS-HOURS
           END-IF.

      *    400-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       400-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 450-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 450-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    450-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       450-GET-MIN-WAGE.
           EXEC SQL
               SELECT MW-HOURLY,MW-EXEMPT
                 INTO :MW-HOURLY,:MW-EXEMPT
                 FROM MINWAGE
                WHERE MW-ST = :MW-ST
                  AND MW-EFF-DATE =
                      (SELECT MAX(MW-EFF-DATE)
                         FROM MINWAGE
                        WHERE MW-ST = :MW-ST
                          AND MW-EFF-DATE <= :MW-CHK-ASOF)
           END-EXEC
           IF SQLCODE = 0
               IF MW-HOURLY > MW-FLOOR
                   MOVE MW-HOURLY TO MW-FLOOR
               END-IF
               IF MW-EXEMPT > MW-EXEMPT-MIN
                   MOVE MW-EXEMPT TO MW-EXEMPT-MIN
               END-IF
           END-IF.

      *    500-WRITE-EXCEPTION prints one employee under the
      *    minimum, with the minimum they are held to.
       500-WRITE-EXCEPTION.
           MOVE PAYRATE TO DISP-RATE
           MOVE WS-HOURS TO DISP-HOURS
           MOVE WS-EFF-RATE TO DISP-EFF
           IF PAY-SALARIED
               ADD 1 TO WS-SALARY-COUNT
               MOVE MW-EXEMPT-MIN TO DISP-MIN
               MOVE 'UNDER EXEMPT SALARY' TO WS-FLAG
           ELSE
               ADD 1 TO WS-HOURLY-COUNT
               MOVE MW-FLOOR TO DISP-MIN
               MOVE 'UNDER MINIMUM WAGE' TO WS-FLAG
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING ENO ' ' LNAME ' ' ST ' ' PAY-TYPE ' ' DISP-RATE
                  ' ' DISP-HOURS ' ' DISP-EFF ' ' DISP-MIN
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '     ' WS-FLAG
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    800-WRITE-TOTALS closes the report with the counts.
       800-WRITE-TOTALS.
           MOVE WS-EMP-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYEES CHECKED        ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-HOURLY-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'HOURLY UNDER MINIMUM     ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SALARY-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'SALARIED UNDER THRESHOLD ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    950-GET-CYCLE-PARMS takes the cycle date and pay group
      *    from the RUNCTL run-control file when one is allocated,
      *    so the overnight stream runs with nobody at the
      *    terminal - otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMMWGR' TO RC-THIS-JOB
           OPEN INPUT RUN-CONTROL-FILE
           IF RC-FILE-STATUS = '00'
               MOVE 'B' TO RC-RUN-MODE
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RC-UNATTENDED
               MOVE 'CYCDATE' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-DATE NUMERIC
                   MOVE RC-ANS-DATE TO WS-CYC-DATE
               ELSE
                   MOVE 0 TO WS-CYC-DATE
               END-IF
               MOVE 'GROUP' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO WS-CYC-GROUP
               DISPLAY 'run control - cycle ' WS-CYC-DATE
                   ' group ' WS-CYC-GROUP
           ELSE
               DISPLAY 'pay cycle date (YYYYMMDD)'
               ACCEPT WS-CYC-DATE
               DISPLAY 'pay group'
               ACCEPT WS-CYC-GROUP
           END-IF.

      *    960-GET-RUN-VALUE finds the answer to one question on
      *    the run-control file - a line for this job wins over an
      *    ALL line.  No line leaves the answer blank, which every
      *    caller takes as no.
       960-GET-RUN-VALUE.
           MOVE SPACES TO RC-ANSWER
           MOVE 'N' TO RC-HIT-SW
           MOVE 'N' TO RC-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 965-READ-RUN-CONTROL
           PERFORM UNTIL RC-EOF
               IF RC-KEY = RC-WANT-KEY
                   IF RC-JOB = RC-THIS-JOB
                       MOVE RC-VALUE TO RC-ANS-VALUE
                       MOVE RC-REASON TO RC-ANS-REASON
                       MOVE 'Y' TO RC-HIT-SW
                   ELSE
                       IF RC-JOB = 'ALL' AND NOT RC-JOB-HIT
                           MOVE RC-VALUE TO RC-ANS-VALUE
                           MOVE RC-REASON TO RC-ANS-REASON
                       END-IF
                   END-IF
               END-IF
               PERFORM 965-READ-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       965-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-REC
               AT END MOVE 'Y' TO RC-EOF-SW
           END-READ.
