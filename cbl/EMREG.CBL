       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(100).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-CYC-DATE PIC 9(8).
       01 WS-CYC-GROUP PIC X(2).
       01 WS-FIRST-ROW PIC X VALUE 'Y'.
           88 FIRST-ROW VALUE 'Y'.
       01 WS-CUR-DEPT PIC X(4) VALUE SPACES.
       01 WS-DEPT-COUNT PIC 9(6) VALUE 0.

       01 WS-DEPT-TOTALS.
           05 WS-DEPT-NET PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
           05 WS-TOT-GROSS PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ST PIC S9(11)V99 VALUE 0.
           05 WS-TOT-DEDUCT PIC S9(11)V99 VALUE 0.
           05 WS-TOT-NET PIC S9(11)V99 VALUE 0.
           05 WS-TOT-MATCH PIC S9(11)V99 VALUE 0.
           05 WS-TOT-PREM PIC S9(11)V99 VALUE 0.

      *    Premium pay - the EARNDTL lines behind a posting that are
      *    overtime, shift differential, holiday or on-call pay.  It
      *    is part of the gross, shown apart.
       01 WS-ROW-PREM PIC S9(9)V99 VALUE 0.
       01 ROW-PREM-IND PIC S9(4) COMP.
       01 WS-CODE-HOURS PIC S9(7)V99.
       01 WS-CODE-AMT PIC S9(11)V99.

      *    Gross, commission, match and premium pay charged to each
      *    department after labor distribution - a shared-service
      *    employee prints once under the home DEPT but is costed
      *    across every department on the LABORDST split.  Kept in
      *    DEPT order as entries are added.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 100 TIMES.
               10 WS-CT-DEPT PIC X(4).
               10 WS-CT-GROSS PIC S9(11)V99.
               10 WS-CT-COMM PIC S9(11)V99.
               10 WS-CT-MATCH PIC S9(11)V99.
               10 WS-CT-PREM PIC S9(11)V99.
       01 WS-COST-USED PIC S9(4) COMP VALUE 0.
       01 WS-COST-SUB PIC S9(4) COMP.
       01 WS-COST-HIT PIC S9(4) COMP.
       01 WS-SLOT-SW PIC X VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
       01 WS-COST-DEPT PIC X(4).
       01 WS-GROSS-AMT PIC S9(11)V99.
       01 WS-COMM-AMT PIC S9(11)V99.
       01 WS-MATCH-AMT PIC S9(11)V99.
       01 WS-PREM-AMT PIC S9(11)V99.

      *    One employee's labor distribution off LABORDST - the
      *    home DEPT at 100 percent when EMLDSM has set no split.
       01 WS-DIST-TABLE.
           05 WS-DS-ENTRY OCCURS 10 TIMES.
               10 WS-DS-DEPT PIC X(4).
               10 WS-DS-PCT PIC 9(3)V99.
       01 WS-DIST-USED PIC S9(4) COMP VALUE 0.
       01 WS-DIST-SUB PIC S9(4) COMP.
       01 WS-LEFT-GROSS PIC S9(11)V99.
       01 WS-LEFT-COMM PIC S9(11)V99.
       01 WS-LEFT-MATCH PIC S9(11)V99.
       01 WS-LEFT-PREM PIC S9(11)V99.

       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-GROSS PIC ----,--9.99.
       01 DISP-NET PIC ----,--9.99.
       01 DISP-TOTAL PIC --,---,--9.99.
       01 DISP-TOTAL2 PIC --,---,--9.99.
       01 DISP-TOTAL3 PIC --,---,--9.99.
       01 DISP-TOTAL4 PIC --,---,--9.99.
       01 DISP-HOURS PIC ---,--9.99.

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
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPLDS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPEDT
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'PAYROLL REGISTER FOR CYCLE ' WS-CYC-DATE
                  ' PAY GROUP ' WS-CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 200-LIST-ACTIVE-EMPLOYEES
           PERFORM 500-LIST-TERMINATED
           PERFORM 700-WRITE-DISTRIBUTION
           PERFORM 760-WRITE-CODE-TOTALS
           PERFORM 800-WRITE-GRAND-TOTALS
           CLOSE PRINT-FILE

           DISPLAY 'employees on register ' DISP-COUNT.

       100-EXIT.
           GOBACK.

      *    200-LIST-ACTIVE-EMPLOYEES joins the cycle's EARNHIST
      *    rows to EMPLOYEE in department order, one line per
                          EARNHIST.EH-ENO, EARNHIST.EH-GROSS,
                          EARNHIST.EH-COMM, EARNHIST.EH-FED-TAX,
                          EARNHIST.EH-ST-TAX, EARNHIST.EH-DEDUCT,
                          EARNHIST.EH-NET, EARNHIST.EH-MATCH
                     FROM EARNHIST, EMPLOYEE
                    WHERE EARNHIST.EH-ENO = EMPLOYEE.ENO
                      AND EARNHIST.EH-PAY-DATE = :WS-CYC-DATE
                      AND EARNHIST.EH-PAY-GROUP = :WS-CYC-GROUP
                    ORDER BY EMPLOYEE.DEPT, EMPLOYEE.LNAME
           END-EXEC

               FETCH NEXT FROM REGTBL INTO
                 :WS-RPT-DEPT,:WS-RPT-LNAME,:EH-ENO,:EH-GROSS,
                 :EH-COMM,:EH-FED-TAX,:EH-ST-TAX,:EH-DEDUCT,
                 :EH-NET,:EH-MATCH
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

                   FETCH NEXT FROM REGTBL INTO
                     :WS-RPT-DEPT,:WS-RPT-LNAME,:EH-ENO,:EH-GROSS,
                     :EH-COMM,:EH-FED-TAX,:EH-ST-TAX,:EH-DEDUCT,
                     :EH-NET,:EH-MATCH
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM
      *    350-WRITE-DETAIL-LINE formats the figures the fetch just
      *    loaded and rolls them into the department and company
      *    totals - shared by the active and terminated sections.
      *    Gross, commission and match go to the departments the
      *    labor distribution charges, not just the home DEPT, and
      *    so does the premium pay inside the gross, which prints
      *    on a line of its own under the employee.
       350-WRITE-DETAIL-LINE.
           ADD 1 TO WS-EMP-COUNT
           ADD 1 TO WS-DEPT-COUNT
           ADD EH-NET TO WS-DEPT-NET
           PERFORM 355-GET-PREMIUM
           PERFORM 360-LOAD-DISTRIBUTION
           MOVE EH-GROSS TO WS-LEFT-GROSS
           MOVE EH-COMM TO WS-LEFT-COMM
           MOVE EH-MATCH TO WS-LEFT-MATCH
           MOVE WS-ROW-PREM TO WS-LEFT-PREM
           PERFORM 370-SPREAD-ONE-SHARE
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-USED
           ADD EH-MATCH TO WS-TOT-MATCH
           ADD WS-ROW-PREM TO WS-TOT-PREM
           ADD EH-GROSS TO WS-TOT-GROSS
           ADD EH-COMM TO WS-TOT-COMM
           ADD EH-FED-TAX TO WS-TOT-FED
                  ' ' DISP-GROSS ' ' DISP-COMM ' ' DISP-FED
                  ' ' DISP-ST ' ' DISP-DEDUCT ' ' DISP-NET
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-ROW-PREM NOT = 0
               MOVE WS-ROW-PREM TO DISP-GROSS
               MOVE SPACES TO PRINT-LINE
               STRING '          PREMIUM PAY IN GROSS ' DISP-GROSS
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    355-GET-PREMIUM totals the posting's overtime and premium
      *    code lines off EARNDTL.  A posting with no detail lines
      *    has no premium.
       355-GET-PREMIUM.
           MOVE 0 TO WS-ROW-PREM
           EXEC SQL
               SELECT SUM(ED-AMOUNT)
                 INTO :WS-ROW-PREM :ROW-PREM-IND
                 FROM EARNDTL
                WHERE ED-ENO = :EH-ENO
                  AND ED-PAY-DATE = :WS-CYC-DATE
                  AND ED-PAY-GROUP = :WS-CYC-GROUP
                  AND ED-CLASS IN ('O','P')
           END-EXEC
           IF SQLCODE NOT = 0 OR ROW-PREM-IND < 0
               MOVE 0 TO WS-ROW-PREM
           END-IF.

      *    360-LOAD-DISTRIBUTION reads the employee's LABORDST
      *    split EMLDSM maintains - no rows means the register's
      *    DEPT for the line carries the whole row.
       360-LOAD-DISTRIBUTION.
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

      *    370-SPREAD-ONE-SHARE charges one department its percent
      *    of the row - the last share takes the rounding remainder
      *    so the departments add back to the company totals.
       370-SPREAD-ONE-SHARE.
           MOVE WS-DS-DEPT (WS-DIST-SUB) TO WS-COST-DEPT
           IF WS-DIST-SUB = WS-DIST-USED
               MOVE WS-LEFT-GROSS TO WS-GROSS-AMT
               MOVE WS-LEFT-COMM TO WS-COMM-AMT
               MOVE WS-LEFT-MATCH TO WS-MATCH-AMT
               MOVE WS-LEFT-PREM TO WS-PREM-AMT
           ELSE
               COMPUTE WS-GROSS-AMT ROUNDED =
                   EH-GROSS * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-COMM-AMT ROUNDED =
                   EH-COMM * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-MATCH-AMT ROUNDED =
                   EH-MATCH * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-PREM-AMT ROUNDED =
                   WS-ROW-PREM * WS-DS-PCT (WS-DIST-SUB) / 100
               SUBTRACT WS-GROSS-AMT FROM WS-LEFT-GROSS
               SUBTRACT WS-COMM-AMT FROM WS-LEFT-COMM
               SUBTRACT WS-MATCH-AMT FROM WS-LEFT-MATCH
               SUBTRACT WS-PREM-AMT FROM WS-LEFT-PREM
           END-IF
           PERFORM 380-ADD-DEPT-COST.

      *    380-ADD-DEPT-COST finds the department's cost entry, or
      *    slots a new one in DEPT order, and adds the share in.
      *    The prior entry is only looked at while there is one, so
      *    the table is never subscripted below 1.
       380-ADD-DEPT-COST.
           MOVE 0 TO WS-COST-HIT
           PERFORM VARYING WS-COST-SUB FROM 1 BY 1
               UNTIL WS-COST-SUB > WS-COST-USED
                  OR WS-COST-HIT > 0
               IF WS-CT-DEPT (WS-COST-SUB) = WS-COST-DEPT
                   MOVE WS-COST-SUB TO WS-COST-HIT
               END-IF
           END-PERFORM
           IF WS-COST-HIT = 0
               IF WS-COST-USED = 100
                   DISPLAY 'dept table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-COST-USED
                   MOVE WS-COST-USED TO WS-COST-HIT
                   MOVE 'N' TO WS-SLOT-SW
                   PERFORM VARYING WS-COST-SUB FROM WS-COST-USED
                       BY -1 UNTIL SLOT-FOUND
                       IF WS-COST-SUB > 1
                           IF WS-CT-DEPT (WS-COST-SUB - 1)
                              < WS-COST-DEPT
                               MOVE 'Y' TO WS-SLOT-SW
                           ELSE
                               MOVE WS-COST-ENTRY (WS-COST-SUB - 1)
                                 TO WS-COST-ENTRY (WS-COST-SUB)
                               SUBTRACT 1 FROM WS-COST-HIT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SLOT-SW
                       END-IF
                   END-PERFORM
                   MOVE WS-COST-DEPT TO WS-CT-DEPT (WS-COST-HIT)
                   MOVE 0 TO WS-CT-GROSS (WS-COST-HIT)
                   MOVE 0 TO WS-CT-COMM (WS-COST-HIT)
                   MOVE 0 TO WS-CT-MATCH (WS-COST-HIT)
                   MOVE 0 TO WS-CT-PREM (WS-COST-HIT)
               END-IF
           END-IF
           IF WS-COST-HIT > 0
               ADD WS-GROSS-AMT TO WS-CT-GROSS (WS-COST-HIT)
               ADD WS-COMM-AMT TO WS-CT-COMM (WS-COST-HIT)
               ADD WS-MATCH-AMT TO WS-CT-MATCH (WS-COST-HIT)
               ADD WS-PREM-AMT TO WS-CT-PREM (WS-COST-HIT)
           END-IF.

      *    400-WRITE-DEPT-TOTAL prints the headcount and net paid
      *    for the department just finished and resets it - the
      *    department's gross is costed after distribution in
      *    700-WRITE-DISTRIBUTION.
       400-WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-COUNT TO DISP-COUNT
           MOVE WS-DEPT-NET TO DISP-TOTAL2
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPT ' WS-CUR-DEPT ' COUNT ' DISP-COUNT
                  ' NET ' DISP-TOTAL2
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-DEPT-COUNT
           MOVE 0 TO WS-DEPT-NET.

      *    500-LIST-TERMINATED picks up the cycle's EARNHIST rows
           EXEC SQL
               DECLARE TRMTBL CURSOR FOR
                   SELECT EH-ENO,EH-GROSS,EH-COMM,EH-FED-TAX,
                          EH-ST-TAX,EH-DEDUCT,EH-NET,EH-MATCH
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :WS-CYC-DATE
                      AND EH-PAY-GROUP = :WS-CYC-GROUP
                      AND EH-ENO NOT IN
                          (SELECT ENO FROM EMPLOYEE)
                    ORDER BY EH-ENO
           EXEC SQL
               FETCH NEXT FROM TRMTBL INTO
                 :EH-ENO,:EH-GROSS,:EH-COMM,:EH-FED-TAX,
                 :EH-ST-TAX,:EH-DEDUCT,:EH-NET,:EH-MATCH
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               EXEC SQL
                   FETCH NEXT FROM TRMTBL INTO
                     :EH-ENO,:EH-GROSS,:EH-COMM,:EH-FED-TAX,
                     :EH-ST-TAX,:EH-DEDUCT,:EH-NET,:EH-MATCH
               END-EXEC
           END-PERFORM

           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    700-WRITE-DISTRIBUTION prints each department's gross,
      *    commission and employer match after labor distribution -
      *    the same department figures EMGLJ debits to 5000, 5010
      *    and 5900, adding back to the company totals below - and
      *    the premium pay inside the gross.
       700-WRITE-DISTRIBUTION.
           MOVE SPACES TO PRINT-LINE
           STRING 'LABOR DISTRIBUTION BY DEPARTMENT'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 750-WRITE-DEPT-COST
               VARYING WS-COST-SUB FROM 1 BY 1
               UNTIL WS-COST-SUB > WS-COST-USED.

       750-WRITE-DEPT-COST.
           MOVE WS-CT-GROSS (WS-COST-SUB) TO DISP-TOTAL
           MOVE WS-CT-COMM (WS-COST-SUB) TO DISP-TOTAL2
           MOVE WS-CT-MATCH (WS-COST-SUB) TO DISP-TOTAL3
           MOVE WS-CT-PREM (WS-COST-SUB) TO DISP-TOTAL4
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPT ' WS-CT-DEPT (WS-COST-SUB)
                  ' GROSS ' DISP-TOTAL ' COMM ' DISP-TOTAL2
                  ' MATCH ' DISP-TOTAL3 ' PREM ' DISP-TOTAL4
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    760-WRITE-CODE-TOTALS prints the cycle's gross by
      *    earnings code off EARNDTL - hours and dollars for each
      *    code, regular and premium.
       760-WRITE-CODE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           STRING 'GROSS PAY BY EARNINGS CODE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           EXEC SQL
               DECLARE CODTBL CURSOR FOR
                   SELECT ED-CODE,ED-CLASS,SUM(ED-HOURS),
                          SUM(ED-AMOUNT)
                     FROM EARNDTL
                    WHERE ED-PAY-DATE = :WS-CYC-DATE
                      AND ED-PAY-GROUP = :WS-CYC-GROUP
                    GROUP BY ED-CODE,ED-CLASS
                    ORDER BY ED-CODE
           END-EXEC
           EXEC SQL
               OPEN CODTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM CODTBL INTO
                 :ED-CODE,:ED-CLASS,:WS-CODE-HOURS,:WS-CODE-AMT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE WS-CODE-HOURS TO DISP-HOURS
               MOVE WS-CODE-AMT TO DISP-TOTAL
               MOVE SPACES TO PRINT-LINE
               IF ED-PREMIUM
                   STRING 'CODE ' ED-CODE ' PREMIUM HOURS '
                          DISP-HOURS ' GROSS ' DISP-TOTAL
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   IF ED-SUPPLEMENTAL
                       STRING 'CODE ' ED-CODE ' SUPPLEMENTAL    '
                              '          GROSS ' DISP-TOTAL
                           DELIMITED BY SIZE INTO PRINT-LINE
                   ELSE
                       STRING 'CODE ' ED-CODE ' REGULAR HOURS '
                              DISP-HOURS ' GROSS ' DISP-TOTAL
                           DELIMITED BY SIZE INTO PRINT-LINE
                   END-IF
               END-IF
               WRITE PRINT-LINE
               EXEC SQL
                   FETCH NEXT FROM CODTBL INTO
                     :ED-CODE,:ED-CLASS,:WS-CODE-HOURS,:WS-CODE-AMT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CODTBL
           END-EXEC.

      *    800-WRITE-GRAND-TOTALS prints the company totals that
      *    must match what EMBAL approves for release.
       800-WRITE-GRAND-TOTALS.
           STRING 'TOTAL GROSS           ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-PREM TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING '  PREMIUM PAY IN GROSS' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-COMM TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL COMMISSION      ' DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL NET PAY         ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-MATCH TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL EMPLOYER MATCH  ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    950-GET-CYCLE-PARMS takes the cycle date and pay group
      *    from the RUNCTL run-control file when one is allocated,
      *    so the overnight stream runs with nobody at the
      *    terminal - otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMREG' TO RC-THIS-JOB
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
