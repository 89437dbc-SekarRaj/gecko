       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMVACR.
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
       01 WS-FIRST-ROW PIC X VALUE 'Y'.
           88 FIRST-ROW VALUE 'Y'.
       01 WS-CUR-DEPT PIC X(4) VALUE SPACES.
       01 WS-DEPT-BUDGET-FTE PIC 9(5)V99 VALUE 0.
       01 WS-DEPT-FILLED-FTE PIC 9(5)V99 VALUE 0.
       01 WS-DEPT-VACANT-FTE PIC 9(5)V99 VALUE 0.
       01 WS-DEPT-VACANT-PAY PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-BUDGET-FTE PIC 9(5)V99 VALUE 0.
       01 WS-GRAND-FILLED-FTE PIC 9(5)V99 VALUE 0.
       01 WS-GRAND-VACANT-FTE PIC 9(5)V99 VALUE 0.
       01 WS-GRAND-VACANT-PAY PIC 9(9)V99 VALUE 0.
       01 WS-VACANT-COUNT PIC 9(6) VALUE 0.
       01 DISP-FTE PIC Z9.99.
       01 DISP-BUDGET-FTE PIC ZZ,ZZ9.99.
       01 DISP-FILLED-FTE PIC ZZ,ZZ9.99.
       01 DISP-VACANT-FTE PIC ZZ,ZZ9.99.
       01 DISP-PAY PIC $$,$$$,$$9.99.
       01 DISP-VACANT-PAY PIC $$$,$$$,$$9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPOS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDPT
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'POSITION VACANCY REPORT BY DEPARTMENT'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

      *    Every budgeted position - open and filled both count
      *    toward the department's FTE, only the open ones print.
      *    Closed positions are out of the budget altogether.
           EXEC SQL
               DECLARE VACTBL CURSOR FOR
                   SELECT PSN-NO,PSN-DEPT,PSN-TITLE,PSN-FTE,
                          PSN-ANN-PAY,PSN-STATUS
                     FROM POSITIONS
                    WHERE PSN-STATUS <> 'X'
                    ORDER BY PSN-DEPT,PSN-NO
           END-EXEC

           EXEC SQL
               OPEN VACTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM VACTBL INTO
                 :PSN-NO,:PSN-DEPT,:PSN-TITLE,:PSN-FTE,
                 :PSN-ANN-PAY,:PSN-STATUS
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-SHOW-POSITION
               EXEC SQL
                   FETCH NEXT FROM VACTBL INTO
                     :PSN-NO,:PSN-DEPT,:PSN-TITLE,:PSN-FTE,
                     :PSN-ANN-PAY,:PSN-STATUS
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE VACTBL
           END-EXEC

           IF NOT FIRST-ROW
               PERFORM 300-WRITE-DEPT-TOTAL
           END-IF
           PERFORM 900-WRITE-GRAND-TOTAL
           CLOSE PRINT-FILE.

       100-EXIT.
           STOP RUN.

      *    200-SHOW-POSITION breaks on department the way EMDEPT's
      *    roster does, adds the position's FTE in as budgeted and
      *    as filled or vacant, and prints a line for each vacancy
      *    with the pay budgeted against it.
       200-SHOW-POSITION.
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW
               MOVE PSN-DEPT TO WS-CUR-DEPT
               PERFORM 400-WRITE-DEPT-HEADING
           ELSE
               IF PSN-DEPT NOT = WS-CUR-DEPT
                   PERFORM 300-WRITE-DEPT-TOTAL
                   MOVE PSN-DEPT TO WS-CUR-DEPT
                   PERFORM 400-WRITE-DEPT-HEADING
               END-IF
           END-IF

           ADD PSN-FTE TO WS-DEPT-BUDGET-FTE
           ADD PSN-FTE TO WS-GRAND-BUDGET-FTE
           IF PSN-FILLED
               ADD PSN-FTE TO WS-DEPT-FILLED-FTE
               ADD PSN-FTE TO WS-GRAND-FILLED-FTE
           ELSE
               ADD 1 TO WS-VACANT-COUNT
               ADD PSN-FTE TO WS-DEPT-VACANT-FTE
               ADD PSN-FTE TO WS-GRAND-VACANT-FTE
               ADD PSN-ANN-PAY TO WS-DEPT-VACANT-PAY
               ADD PSN-ANN-PAY TO WS-GRAND-VACANT-PAY
               MOVE PSN-FTE TO DISP-FTE
               MOVE PSN-ANN-PAY TO DISP-PAY
               MOVE SPACES TO PRINT-LINE
               STRING '    ' PSN-NO ' ' PSN-TITLE ' FTE ' DISP-FTE
                      ' BUDGET ' DISP-PAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    300-WRITE-DEPT-TOTAL prints the department's budgeted,
      *    filled and vacant FTE and the pay sitting in vacancies,
      *    then resets for the next department.
       300-WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-BUDGET-FTE TO DISP-BUDGET-FTE
           MOVE WS-DEPT-FILLED-FTE TO DISP-FILLED-FTE
           MOVE WS-DEPT-VACANT-FTE TO DISP-VACANT-FTE
           MOVE WS-DEPT-VACANT-PAY TO DISP-VACANT-PAY
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPT ' WS-CUR-DEPT ' BUDGET FTE ' DISP-BUDGET-FTE
                  ' FILLED ' DISP-FILLED-FTE
                  ' VACANT ' DISP-VACANT-FTE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '     VACANT BUDGETED PAY ' DISP-VACANT-PAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 0 TO WS-DEPT-BUDGET-FTE
           MOVE 0 TO WS-DEPT-FILLED-FTE
           MOVE 0 TO WS-DEPT-VACANT-FTE
           MOVE 0 TO WS-DEPT-VACANT-PAY.

      *    400-WRITE-DEPT-HEADING prints the department heading with
      *    its name off DEPTMST, as EMDEPT's heading does.
       400-WRITE-DEPT-HEADING.
           MOVE WS-CUR-DEPT TO DPT-CODE
           EXEC SQL
               SELECT DPT-NAME INTO :DPT-NAME
                 FROM DEPTMST
                WHERE DPT-CODE = :DPT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '(NOT ON MASTER)' TO DPT-NAME
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPARTMENT ' WS-CUR-DEPT ' ' DPT-NAME
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    900-WRITE-GRAND-TOTAL prints the company-wide FTE picture.
       900-WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-BUDGET-FTE TO DISP-BUDGET-FTE
           MOVE WS-GRAND-FILLED-FTE TO DISP-FILLED-FTE
           MOVE WS-GRAND-VACANT-FTE TO DISP-VACANT-FTE
           MOVE WS-GRAND-VACANT-PAY TO DISP-VACANT-PAY
           MOVE SPACES TO PRINT-LINE
           STRING 'ALL DEPTS BUDGET FTE ' DISP-BUDGET-FTE
                  ' FILLED ' DISP-FILLED-FTE
                  ' VACANT ' DISP-VACANT-FTE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '     VACANT BUDGETED PAY ' DISP-VACANT-PAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-VACANT-COUNT TO DISP-COUNT
           DISPLAY 'open positions ' DISP-COUNT.
