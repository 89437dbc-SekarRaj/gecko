       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBVAR.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YYYY PIC 9(4).
           05 WS-ASOF-MM PIC 9(2).
           05 WS-ASOF-DD PIC 9(2).
       01 WS-YEAR-START PIC 9(8).
       01 WS-SUM-PAY PIC S9(11)V99.
       01 WS-SUM-GROSS PIC S9(11)V99.
       01 WS-SUM-COMM PIC S9(11)V99.
       01 WS-HOME-DEPT PIC X(4).
       01 WS-VARIANCE PIC S9(11)V99.
       01 WS-TOT-BUDGET PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ACTUAL PIC S9(11)V99 VALUE 0.
       01 DISP-BUDGET PIC $$$,$$$,$$9.99-.
       01 DISP-ACTUAL PIC $$$,$$$,$$9.99-.
       01 DISP-VARIANCE PIC $$$,$$$,$$9.99-.

      *    Year-to-date budget and actual by department, kept in
      *    DEPT order as entries are added - budget is the annual
      *    pay of every position not closed, prorated through the
      *    as-of month; actual is EARNHIST gross and commission.
       01 WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 100 TIMES.
               10 WS-VT-DEPT PIC X(4).
               10 WS-VT-BUDGET PIC S9(11)V99.
               10 WS-VT-ACTUAL PIC S9(11)V99.
       01 WS-VAR-USED PIC S9(4) COMP VALUE 0.
       01 WS-VAR-SUB PIC S9(4) COMP.
       01 WS-VAR-HIT PIC S9(4) COMP.
       01 WS-VAR-DEPT PIC X(4).
       01 WS-SLOT-SW PIC X VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPOS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDPT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'budget vs actual as of (YYYYMMDD)'
           ACCEPT WS-ASOF-DATE
           IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
               DISPLAY 'month ' WS-ASOF-MM ' not 01-12 - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           MOVE WS-ASOF-DATE TO WS-YEAR-START
           MOVE '0101' TO WS-YEAR-START (5:4)

           PERFORM 200-LOAD-BUDGET
           PERFORM 300-LOAD-ACTUAL

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'BUDGET VS ACTUAL PAY BY DEPARTMENT '
                  WS-YEAR-START ' THRU ' WS-ASOF-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPT NAME                      BUDGET YTD'
                  '     ACTUAL YTD       VARIANCE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-WRITE-DEPT-LINE
               VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB > WS-VAR-USED
           PERFORM 900-WRITE-TOTAL
           CLOSE PRINT-FILE.

       100-EXIT.
           STOP RUN.

      *    200-LOAD-BUDGET sums each department's budgeted annual
      *    pay off POSITIONS - open and filled alike, a vacancy is
      *    still budget - and takes the months elapsed through the
      *    as-of date as the year-to-date share.
       200-LOAD-BUDGET.
           EXEC SQL
               DECLARE BUDTBL CURSOR FOR
                   SELECT PSN-DEPT,SUM(PSN-ANN-PAY)
                     FROM POSITIONS
                    WHERE PSN-STATUS <> 'X'
                    GROUP BY PSN-DEPT
           END-EXEC
           EXEC SQL
               OPEN BUDTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE
           EXEC SQL
               FETCH NEXT FROM BUDTBL INTO :PSN-DEPT,:WS-SUM-PAY
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE PSN-DEPT TO WS-VAR-DEPT
               PERFORM 400-FIND-DEPT
               IF WS-VAR-HIT > 0
                   COMPUTE WS-VT-BUDGET (WS-VAR-HIT) ROUNDED =
                       WS-SUM-PAY * WS-ASOF-MM / 12
               END-IF
               EXEC SQL
                   FETCH NEXT FROM BUDTBL INTO :PSN-DEPT,:WS-SUM-PAY
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BUDTBL
           END-EXEC.

      *    300-LOAD-ACTUAL takes each employee's year-to-date gross
      *    and commission off EARNHIST and charges it to the home
      *    department - the live EMPLOYEE row, or the latest
      *    EMPLOYEE-HISTORY row for someone since terminated, the
      *    way the other reports resolve an ENO.
       300-LOAD-ACTUAL.
           EXEC SQL
               DECLARE ACTTBL CURSOR FOR
                   SELECT EH-ENO,SUM(EH-GROSS),SUM(EH-COMM)
                     FROM EARNHIST
                    WHERE EH-PAY-DATE >= :WS-YEAR-START
                      AND EH-PAY-DATE <= :WS-ASOF-DATE
                    GROUP BY EH-ENO
           END-EXEC
           EXEC SQL
               OPEN ACTTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE
           EXEC SQL
               FETCH NEXT FROM ACTTBL INTO
                 :EH-ENO,:WS-SUM-GROSS,:WS-SUM-COMM
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 350-GET-HOME-DEPT
               MOVE WS-HOME-DEPT TO WS-VAR-DEPT
               PERFORM 400-FIND-DEPT
               IF WS-VAR-HIT > 0
                   ADD WS-SUM-GROSS TO WS-VT-ACTUAL (WS-VAR-HIT)
                   ADD WS-SUM-COMM TO WS-VT-ACTUAL (WS-VAR-HIT)
               END-IF
               EXEC SQL
                   FETCH NEXT FROM ACTTBL INTO
                     :EH-ENO,:WS-SUM-GROSS,:WS-SUM-COMM
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ACTTBL
           END-EXEC.

       350-GET-HOME-DEPT.
           EXEC SQL
               SELECT DEPT INTO :WS-HOME-DEPT
                 FROM EMPLOYEE
                WHERE ENO = :EH-ENO
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT DEPT INTO :WS-HOME-DEPT
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :EH-ENO
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :EH-ENO)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE '????' TO WS-HOME-DEPT
           END-IF.

      *    400-FIND-DEPT finds the department's entry, or slots a
      *    new one in DEPT order, the way EMREG's 380-ADD-DEPT-COST
      *    keeps its cost table.
       400-FIND-DEPT.
           MOVE 0 TO WS-VAR-HIT
           PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
               UNTIL WS-VAR-SUB > WS-VAR-USED
                  OR WS-VAR-HIT > 0
               IF WS-VT-DEPT (WS-VAR-SUB) = WS-VAR-DEPT
                   MOVE WS-VAR-SUB TO WS-VAR-HIT
               END-IF
           END-PERFORM
           IF WS-VAR-HIT = 0
               IF WS-VAR-USED = 100
                   DISPLAY 'dept table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-VAR-USED
                   MOVE WS-VAR-USED TO WS-VAR-HIT
                   MOVE 'N' TO WS-SLOT-SW
                   PERFORM VARYING WS-VAR-SUB FROM WS-VAR-USED
                       BY -1 UNTIL SLOT-FOUND
                       IF WS-VAR-SUB > 1
                           IF WS-VT-DEPT (WS-VAR-SUB - 1)
                              < WS-VAR-DEPT
                               MOVE 'Y' TO WS-SLOT-SW
                           ELSE
                               MOVE WS-VAR-ENTRY (WS-VAR-SUB - 1)
                                 TO WS-VAR-ENTRY (WS-VAR-SUB)
                               SUBTRACT 1 FROM WS-VAR-HIT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SLOT-SW
                       END-IF
                   END-PERFORM
                   MOVE WS-VAR-DEPT TO WS-VT-DEPT (WS-VAR-HIT)
                   MOVE 0 TO WS-VT-BUDGET (WS-VAR-HIT)
                   MOVE 0 TO WS-VT-ACTUAL (WS-VAR-HIT)
               END-IF
           END-IF.

      *    500-WRITE-DEPT-LINE prints one department - a negative
      *    variance is pay running ahead of budget.
       500-WRITE-DEPT-LINE.
           MOVE WS-VT-DEPT (WS-VAR-SUB) TO DPT-CODE
           EXEC SQL
               SELECT DPT-NAME INTO :DPT-NAME
                 FROM DEPTMST
                WHERE DPT-CODE = :DPT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '(NOT ON MASTER)' TO DPT-NAME
           END-IF
           COMPUTE WS-VARIANCE = WS-VT-BUDGET (WS-VAR-SUB)
                               - WS-VT-ACTUAL (WS-VAR-SUB)
           ADD WS-VT-BUDGET (WS-VAR-SUB) TO WS-TOT-BUDGET
           ADD WS-VT-ACTUAL (WS-VAR-SUB) TO WS-TOT-ACTUAL
           MOVE WS-VT-BUDGET (WS-VAR-SUB) TO DISP-BUDGET
           MOVE WS-VT-ACTUAL (WS-VAR-SUB) TO DISP-ACTUAL
           MOVE WS-VARIANCE TO DISP-VARIANCE
           MOVE SPACES TO PRINT-LINE
           STRING DPT-CODE ' ' DPT-NAME DISP-BUDGET DISP-ACTUAL
                  DISP-VARIANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       900-WRITE-TOTAL.
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET - WS-TOT-ACTUAL
           MOVE WS-TOT-BUDGET TO DISP-BUDGET
           MOVE WS-TOT-ACTUAL TO DISP-ACTUAL
           MOVE WS-VARIANCE TO DISP-VARIANCE
           MOVE SPACES TO PRINT-LINE
           STRING 'ALL DEPARTMENTS          ' DISP-BUDGET DISP-ACTUAL
                  DISP-VARIANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-VARIANCE < 0
               DISPLAY 'pay running ahead of budget'
           END-IF.
