       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBCST.
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
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-DEPT-ER PIC S9(9)V99.
       01 WS-DEPT-EE PIC S9(9)V99.
       01 WS-DEPT-COUNT PIC S9(9) COMP.
       01 WS-TOTAL-ER PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-EE PIC S9(9)V99 VALUE 0.
       01 DISP-ER PIC $$$,$$$,$$9.99.
       01 DISP-EE PIC $$$,$$$,$$9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBCS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDPT
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'month (YYYYMM)'
           ACCEPT WS-MONTH
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-MONTH * 100 + 31

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'BENEFIT PREMIUM COST BY DEPARTMENT FOR ' WS-MONTH
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPT NAME                  ENROLLED'
                  '  EMPLOYER PREM  EMPLOYEE PREM'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

      *    Every cycle EMBELG ran in the month booked each
      *    enrollment's premiums on BENCOST under the employee's
      *    department at the time - the cycle's share of the
      *    plan's monthly premium for the employee's pay group -
      *    and the month is the sum of those.
           EXEC SQL
               DECLARE CSTTBL CURSOR FOR
                   SELECT BC-DEPT, COUNT(*),
                          SUM(BC-ER-PREM), SUM(BC-EE-PREM)
                     FROM BENCOST
                    WHERE BC-CYC-DATE >= :WS-MONTH-START
                      AND BC-CYC-DATE <= :WS-MONTH-END
                    GROUP BY BC-DEPT
                    ORDER BY BC-DEPT
           END-EXEC

           EXEC SQL
               OPEN CSTTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM CSTTBL INTO
                 :BC-DEPT,:WS-DEPT-COUNT,:WS-DEPT-ER,:WS-DEPT-EE
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-SHOW-DEPT
               EXEC SQL
                   FETCH NEXT FROM CSTTBL INTO
                     :BC-DEPT,:WS-DEPT-COUNT,:WS-DEPT-ER,:WS-DEPT-EE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CSTTBL
           END-EXEC

           MOVE WS-TOTAL-ER TO DISP-ER
           MOVE WS-TOTAL-EE TO DISP-EE
           MOVE SPACES TO PRINT-LINE
           STRING 'ALL DEPARTMENTS                    '
                  DISP-ER ' ' DISP-EE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE.

       100-EXIT.
           STOP RUN.

      *    200-SHOW-DEPT prints one department's month with its name
      *    off DEPTMST.  The count is enrollment-cycles, not heads -
      *    someone covered for two cycles counts twice.
       200-SHOW-DEPT.
           MOVE BC-DEPT TO DPT-CODE
           EXEC SQL
               SELECT DPT-NAME INTO :DPT-NAME
                 FROM DEPTMST
                WHERE DPT-CODE = :DPT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '(NOT ON MASTER)' TO DPT-NAME
           END-IF
           ADD WS-DEPT-ER TO WS-TOTAL-ER
           ADD WS-DEPT-EE TO WS-TOTAL-EE
           MOVE WS-DEPT-COUNT TO DISP-COUNT
           MOVE WS-DEPT-ER TO DISP-ER
           MOVE WS-DEPT-EE TO DISP-EE
           MOVE SPACES TO PRINT-LINE
           STRING BC-DEPT ' ' DPT-NAME ' ' DISP-COUNT ' '
                  DISP-ER ' ' DISP-EE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
