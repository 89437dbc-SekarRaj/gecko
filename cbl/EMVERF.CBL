       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMVERF.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO LTROUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-ACTION PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(8).
       01 WS-SEARCH-SSN PIC 9(9).
       01 WS-FOUND-SW PIC X VALUE 'N'.
           88 PERSON-FOUND VALUE 'Y'.
       01 WS-SOURCE-SW PIC X VALUE ' '.
           88 FOUND-ON-EMPLOYEE VALUE 'E'.
           88 FOUND-ON-HISTORY VALUE 'H'.
       01 WS-TERM-DATE PIC 9(8) VALUE 0.
       01 ENO-IND PIC S9(4) COMP.
       01 WS-STATUS-TEXT PIC X(25).
       01 WS-DEPT-TEXT PIC X(20).
       01 WS-LOG-COUNT PIC 9(6) VALUE 0.

      *    The current and prior calendar years for the income
      *    figures.
       01 WS-THIS-YEAR PIC 9(4).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-YTD-GROSS PIC S9(9)V99 VALUE 0.
       01 WS-PRIOR-GROSS PIC S9(9)V99 VALUE 0.
       01 WS-SUM-GROSS PIC S9(9)V99.
       01 WS-SUM-COMM PIC S9(9)V99.
       01 SUM-GROSS-IND PIC S9(4) COMP.
       01 SUM-COMM-IND PIC S9(4) COMP.

      *    Dates print on the letter as MM/DD/YYYY.
       01 WS-EDIT-IN PIC 9(8).
       01 WS-EDIT-IN-PARTS REDEFINES WS-EDIT-IN.
           05 WS-EI-YYYY PIC 9(4).
           05 WS-EI-MM PIC 9(2).
           05 WS-EI-DD PIC 9(2).
       01 WS-EDIT-DATE.
           05 WS-ED-MM PIC 9(2).
           05 FILLER PIC X VALUE '/'.
           05 WS-ED-DD PIC 9(2).
           05 FILLER PIC X VALUE '/'.
           05 WS-ED-YYYY PIC 9(4).
       01 WS-LETTER-DATE PIC X(10).
       01 WS-HIRE-TEXT PIC X(10).
       01 WS-TERM-TEXT PIC X(24).

       01 DISP-RATE PIC $$$$,$$9.99.
       01 DISP-GROSS PIC $$,$$$,$$9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDPT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPVRF
       END-EXEC.

      *    EMVERF answers the employment and income verification
      *    requests that come in from lenders, landlords and the
      *    unemployment office.  The person is found by employee
      *    number or SSN, on EMPLOYEE or - once they have left - on
      *    EMPLOYEE-HISTORY, and the letter goes out on LTROUT:
      *    name, hire and termination dates, department and status,
      *    with the pay rate and this year's and last year's gross
      *    only when income is being verified.  Every request is
      *    logged on VERIFLOG with the requester, the purpose and
      *    the operator, and L lists that log for an employee so HR
      *    can show who has been given their information.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           COMPUTE WS-THIS-YEAR = WS-TODAY / 10000
           COMPUTE WS-PRIOR-YEAR = WS-THIS-YEAR - 1
           DISPLAY 'action - E=employment verification, '
               'I=employment and income, L=list requests logged'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'eil' TO 'EIL'
           IF WS-ACTION NOT = 'E' AND WS-ACTION NOT = 'I'
              AND WS-ACTION NOT = 'L'
               DISPLAY 'invalid action - rejected'
               GO TO 100-EXIT
           END-IF
           IF WS-ACTION = 'L'
               DISPLAY 'employee number'
               ACCEPT VRF-ENO
               PERFORM 700-LIST-REQUESTS
               GO TO 100-EXIT
           END-IF

           DISPLAY 'operator id'
           ACCEPT VRF-OPERATOR
           DISPLAY 'requested by (name and organization)'
           ACCEPT VRF-REQUESTER
           DISPLAY 'purpose (e.g. MORTGAGE, RENTAL, UNEMPLOYMENT)'
           ACCEPT VRF-PURPOSE
           IF VRF-OPERATOR = SPACES OR VRF-REQUESTER = SPACES
              OR VRF-PURPOSE = SPACES
               DISPLAY 'operator, requester and purpose are all '
                   'required - rejected'
               GO TO 100-EXIT
           END-IF
           MOVE WS-ACTION TO VRF-TYPE
           MOVE 0 TO WS-SEARCH-SSN
           DISPLAY 'employee number, or 0 to find by ssn'
           ACCEPT ENO
           IF ENO = 0
               DISPLAY 'social security number'
               ACCEPT WS-SEARCH-SSN
           END-IF

           PERFORM 200-FIND-PERSON
           IF NOT PERSON-FOUND
               DISPLAY 'no employee or former employee found - '
                   'no letter produced'
               MOVE 'N' TO VRF-RESULT
               PERFORM 600-LOG-REQUEST
               GO TO 100-EXIT
           END-IF

           PERFORM 300-GET-DEPT-AND-STATUS
           IF VRF-INCOME
               PERFORM 350-GET-GROSS
           END-IF
           OPEN OUTPUT LETTER-FILE
           PERFORM 400-WRITE-LETTER
           CLOSE LETTER-FILE
           MOVE 'L' TO VRF-RESULT
           PERFORM 600-LOG-REQUEST
           DISPLAY 'letter produced for ' ENO ' ' LNAME.

       100-EXIT.
           STOP RUN.

      *    200-FIND-PERSON looks on EMPLOYEE first - a current
      *    employee, or a rehire whose history row is an earlier
      *    stint - and then on EMPLOYEE-HISTORY, taking the latest
      *    termination.  By SSN the highest employee number for
      *    that SSN wins, as EMRHIR finds a former employee.
       200-FIND-PERSON.
           MOVE 'N' TO WS-FOUND-SW
           IF ENO = 0
               EXEC SQL
                   SELECT MAX(ENO) INTO :ENO :ENO-IND
                     FROM EMPLOYEE
                    WHERE SSN = :WS-SEARCH-SSN
               END-EXEC
               IF SQLCODE NOT = 0 OR ENO-IND < 0
                   MOVE 0 TO ENO
               END-IF
           END-IF
           IF ENO NOT = 0
               EXEC SQL
                   SELECT LNAME,FNAME,DEPT,PAYRATE,COM,SSN,
                          HIRE-DATE,EMP-STATUS,PAY-TYPE
                     INTO :LNAME,:FNAME,:DEPT,:PAYRATE,:COM,:SSN,
                          :HIRE-DATE,:EMP-STATUS,:PAY-TYPE
                     FROM EMPLOYEE
                    WHERE ENO = :ENO
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE 'E' TO WS-SOURCE-SW
                   MOVE 0 TO WS-TERM-DATE
               END-IF
           END-IF
           IF NOT PERSON-FOUND
               PERFORM 250-FIND-FORMER
           END-IF
           MOVE ENO TO VRF-ENO
           IF PERSON-FOUND
               MOVE SSN TO VRF-SSN
           ELSE
               MOVE WS-SEARCH-SSN TO VRF-SSN
           END-IF.

      *    250-FIND-FORMER reads the person's latest termination
      *    off EMPLOYEE-HISTORY.
       250-FIND-FORMER.
           IF ENO = 0
               EXEC SQL
                   SELECT MAX(ENO) INTO :ENO :ENO-IND
                     FROM EMPLOYEE-HISTORY
                    WHERE SSN = :WS-SEARCH-SSN
               END-EXEC
               IF SQLCODE NOT = 0 OR ENO-IND < 0
                   MOVE 0 TO ENO
               END-IF
           END-IF
           IF ENO NOT = 0
               EXEC SQL
                   SELECT LNAME,FNAME,DEPT,PAYRATE,COM,SSN,
                          HIRE-DATE,PAY-TYPE,TERM-DATE
                     INTO :LNAME,:FNAME,:DEPT,:PAYRATE,:COM,:SSN,
                          :HIRE-DATE,:PAY-TYPE,:WS-TERM-DATE
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :ENO
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :ENO)
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE 'H' TO WS-SOURCE-SW
                   MOVE 'T' TO EMP-STATUS
               END-IF
           END-IF.

      *    300-GET-DEPT-AND-STATUS turns the DEPT code into its
      *    DEPTMST name (the code itself when it is no longer on
      *    the master) and the status into words.
       300-GET-DEPT-AND-STATUS.
           MOVE DEPT TO DPT-CODE
           EXEC SQL
               SELECT DPT-NAME INTO :DPT-NAME
                 FROM DEPTMST
                WHERE DPT-CODE = :DPT-CODE
           END-EXEC
           IF SQLCODE = 0
               MOVE DPT-NAME TO WS-DEPT-TEXT
           ELSE
               MOVE DEPT TO WS-DEPT-TEXT
           END-IF
           IF EMP-ACTIVE
               MOVE 'ACTIVE' TO WS-STATUS-TEXT
           ELSE
               IF EMP-ON-LEAVE
                   MOVE 'ACTIVE - ON LEAVE' TO WS-STATUS-TEXT
               ELSE
                   MOVE 'NO LONGER EMPLOYED' TO WS-STATUS-TEXT
               END-IF
           END-IF.

      *    350-GET-GROSS totals gross pay and commission posted to
      *    EARNHIST this calendar year and last.
       350-GET-GROSS.
           COMPUTE WS-YEAR-START = WS-THIS-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-THIS-YEAR * 10000 + 1231
           PERFORM 360-SUM-YEAR
           MOVE WS-SUM-GROSS TO WS-YTD-GROSS
           COMPUTE WS-YEAR-START = WS-PRIOR-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-PRIOR-YEAR * 10000 + 1231
           PERFORM 360-SUM-YEAR
           MOVE WS-SUM-GROSS TO WS-PRIOR-GROSS.

       360-SUM-YEAR.
           MOVE 0 TO WS-SUM-GROSS
           MOVE 0 TO WS-SUM-COMM
           EXEC SQL
               SELECT SUM(EH-GROSS),SUM(EH-COMM)
                 INTO :WS-SUM-GROSS :SUM-GROSS-IND,
                      :WS-SUM-COMM :SUM-COMM-IND
                 FROM EARNHIST
                WHERE EH-ENO = :ENO
                  AND EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE <= :WS-YEAR-END
           END-EXEC
           IF SQLCODE NOT = 0 OR SUM-GROSS-IND < 0
               MOVE 0 TO WS-SUM-GROSS
           END-IF
           IF SQLCODE NOT = 0 OR SUM-COMM-IND < 0
               MOVE 0 TO WS-SUM-COMM
           END-IF
           ADD WS-SUM-COMM TO WS-SUM-GROSS.

      *    400-WRITE-LETTER lays out the letter.
       400-WRITE-LETTER.
           MOVE WS-TODAY TO WS-EDIT-IN
           PERFORM 480-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-LETTER-DATE
           MOVE HIRE-DATE TO WS-EDIT-IN
           PERFORM 480-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-HIRE-TEXT
           IF FOUND-ON-HISTORY
               MOVE WS-TERM-DATE TO WS-EDIT-IN
               PERFORM 480-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-TERM-TEXT
           ELSE
               MOVE 'NONE - CURRENTLY EMPLOYED' TO WS-TERM-TEXT
           END-IF

           MOVE SPACES TO LETTER-LINE
           STRING 'DATE: ' WS-LETTER-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'TO:   ' VRF-REQUESTER
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF VRF-INCOME
               STRING 'RE:   VERIFICATION OF EMPLOYMENT AND INCOME'
                   DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING 'RE:   VERIFICATION OF EMPLOYMENT'
                   DELIMITED BY SIZE INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'IN ANSWER TO YOUR REQUEST FOR ' VRF-PURPOSE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'PURPOSES, OUR RECORDS SHOW THE FOLLOWING:'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING '    EMPLOYEE NAME        ' FNAME ' ' LNAME
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '    DATE OF HIRE         ' WS-HIRE-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '    DATE OF TERMINATION  ' WS-TERM-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '    DEPARTMENT           ' WS-DEPT-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '    EMPLOYMENT STATUS    ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF VRF-INCOME
               PERFORM 450-WRITE-INCOME
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'THIS INFORMATION IS CONFIDENTIAL AND IS GIVEN '
                  'ONLY FOR THE PURPOSE'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'STATED ABOVE.'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'PAYROLL DEPARTMENT'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE.

      *    450-WRITE-INCOME adds the pay rate - an hourly rate, or
      *    the annual salary a salaried PAYRATE holds - and the
      *    gross for this year to date and for last year.
       450-WRITE-INCOME.
           MOVE PAYRATE TO DISP-RATE
           MOVE SPACES TO LETTER-LINE
           IF FOUND-ON-HISTORY
               IF PAY-SALARIED
                   STRING '    FINAL ANNUAL SALARY  ' DISP-RATE
                       DELIMITED BY SIZE INTO LETTER-LINE
               ELSE
                   STRING '    FINAL HOURLY RATE    ' DISP-RATE
                       DELIMITED BY SIZE INTO LETTER-LINE
               END-IF
           ELSE
               IF PAY-SALARIED
                   STRING '    ANNUAL SALARY        ' DISP-RATE
                       DELIMITED BY SIZE INTO LETTER-LINE
               ELSE
                   STRING '    HOURLY RATE          ' DISP-RATE
                       DELIMITED BY SIZE INTO LETTER-LINE
               END-IF
           END-IF
           WRITE LETTER-LINE
           IF COM > 0
               MOVE SPACES TO LETTER-LINE
               STRING '                         PLUS COMMISSION'
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE WS-YTD-GROSS TO DISP-GROSS
           MOVE SPACES TO LETTER-LINE
           STRING '    GROSS PAY ' WS-THIS-YEAR ' TO DATE '
                  DISP-GROSS
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-PRIOR-GROSS TO DISP-GROSS
           MOVE SPACES TO LETTER-LINE
           STRING '    GROSS PAY ' WS-PRIOR-YEAR '         '
                  DISP-GROSS
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE.

      *    480-EDIT-DATE turns a yyyymmdd date into MM/DD/YYYY.
       480-EDIT-DATE.
           MOVE WS-EI-MM TO WS-ED-MM
           MOVE WS-EI-DD TO WS-ED-DD
           MOVE WS-EI-YYYY TO WS-ED-YYYY.

      *    600-LOG-REQUEST records the request on VERIFLOG, letter
      *    or not.
       600-LOG-REQUEST.
           MOVE WS-TODAY TO VRF-DATE
           MOVE WS-NOW TO VRF-TIME
           EXEC SQL
               INSERT INTO VERIFLOG
                   (VRF-ENO,VRF-SSN,VRF-DATE,VRF-TIME,VRF-TYPE,
                    VRF-REQUESTER,VRF-PURPOSE,VRF-OPERATOR,
                    VRF-RESULT)
                   VALUES
                   (:VRF-ENO,:VRF-SSN,:VRF-DATE,:VRF-TIME,:VRF-TYPE,
                    :VRF-REQUESTER,:VRF-PURPOSE,:VRF-OPERATOR,
                    :VRF-RESULT)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'logged ' DISP-CODE
           IF SQLCODE NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    700-LIST-REQUESTS shows every request logged against the
      *    employee - who received their information, when, why and
      *    from which operator.
       700-LIST-REQUESTS.
           EXEC SQL
               DECLARE VRFLST CURSOR FOR
                   SELECT VRF-DATE,VRF-TIME,VRF-TYPE,VRF-REQUESTER,
                          VRF-PURPOSE,VRF-OPERATOR,VRF-RESULT
                     FROM VERIFLOG
                    WHERE VRF-ENO = :VRF-ENO
                    ORDER BY VRF-DATE, VRF-TIME
           END-EXEC
           EXEC SQL
               OPEN VRFLST
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM VRFLST INTO
                 :VRF-DATE,:VRF-TIME,:VRF-TYPE,:VRF-REQUESTER,
                 :VRF-PURPOSE,:VRF-OPERATOR,:VRF-RESULT
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'no verification requests logged for '
                   VRF-ENO
           END-IF
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               ADD 1 TO WS-LOG-COUNT
               DISPLAY VRF-DATE ' ' VRF-TIME ' ' VRF-TYPE ' '
                   VRF-RESULT ' ' VRF-OPERATOR ' ' VRF-REQUESTER
               DISPLAY '       PURPOSE ' VRF-PURPOSE
               EXEC SQL
                   FETCH NEXT FROM VRFLST INTO
                     :VRF-DATE,:VRF-TIME,:VRF-TYPE,:VRF-REQUESTER,
                     :VRF-PURPOSE,:VRF-OPERATOR,:VRF-RESULT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE VRFLST
           END-EXEC
           MOVE WS-LOG-COUNT TO DISP-COUNT
           DISPLAY 'requests listed ' DISP-COUNT.
