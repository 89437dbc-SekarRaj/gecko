           88 DEPT-VALID VALUE 1 THRU 999.
       01 WS-ENO-FREE PIC X VALUE 'N'.
           88 ENO-IS-FREE VALUE 'Y'.
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POSITION-OPEN VALUE 1 THRU 999.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-VALID VALUE 1 THRU 999.
       01 DISP-MW-RATE PIC $$$,$$$,$$9.99.
       01 DISP-MW-MIN PIC $$$,$$$,$$9.99.

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPAUD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWW
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
                       ' is not on the department master'
                   DISPLAY 'hire rejected'
               ELSE
                   PERFORM 470-CHECK-POSITION
                   IF NOT POSITION-OPEN
                       DISPLAY 'position ' POS-NO
                           ' is not an open position in department '
                           DEPT
                       DISPLAY 'hire rejected'
                   ELSE
                       PERFORM 480-CHECK-PAY-GROUP
                       IF NOT GROUP-VALID
                           DISPLAY 'pay group ' PAY-GROUP
                               ' is not on the pay group table'
                           DISPLAY 'hire rejected'
                       ELSE
                           MOVE ST TO MW-CHK-ST
                           MOVE PAY-TYPE TO MW-CHK-TYPE
                           MOVE PAYRATE TO MW-CHK-RATE
                           MOVE HIRE-DATE TO MW-CHK-ASOF
                           PERFORM 490-CHECK-MIN-WAGE
                           IF NOT MW-COMPLIANT
                               PERFORM 498-SHOW-MIN-WAGE
                               DISPLAY 'hire rejected'
                           ELSE
                               PERFORM 500-INSERT-EMPLOYEE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ACCEPT ZIP
           DISPLAY 'department'
           ACCEPT DEPT
           DISPLAY 'position number'
           ACCEPT POS-NO
           DISPLAY 'payrate - hourly rate, or annual salary if salaried'
           ACCEPT PAYRATE
           DISPLAY 'commission'
           ACCEPT COM
           MOVE SPACE TO PAY-TYPE
           PERFORM 230-GET-PAY-TYPE
               UNTIL PAY-SALARIED OR PAY-HOURLY
           DISPLAY 'pay group'
           ACCEPT PAY-GROUP
           DISPLAY 'social security number'
           ACCEPT SSN
           DISPLAY 'hire date (yyyymmdd)'
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'dept check ' DISP-CODE.

      *    470-CHECK-POSITION rejects the hire unless the position
      *    keyed is an open position budgeted under the hire's
      *    department on the POSITIONS table EMPOSM maintains - no
      *    open position, no hire, so headcount can't run past the
      *    budget.
       470-CHECK-POSITION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POS-COUNT
                 FROM POSITIONS
                WHERE PSN-NO = :POS-NO
                  AND PSN-DEPT = :DEPT
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'position check ' DISP-CODE.

      *    480-CHECK-PAY-GROUP rejects the hire unless the pay group
      *    keyed is on the PAYGROUP table - the group decides which
      *    cycle pays the employee and, for a salaried hire, how
      *    many periods the annual salary is spread over.
       480-CHECK-PAY-GROUP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PAY-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'pay group check ' DISP-CODE.

      *    490-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       490-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 495-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 495-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    495-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       495-GET-MIN-WAGE.
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

      *    498-SHOW-MIN-WAGE tells the operator which minimum the
      *    rate keyed falls short of.
       498-SHOW-MIN-WAGE.
           MOVE MW-CHK-RATE TO DISP-MW-RATE
           IF MW-CHK-TYPE = 'S'
               MOVE MW-EXEMPT-MIN TO DISP-MW-MIN
               DISPLAY 'salary ' DISP-MW-RATE
                   ' is under the exempt salary threshold '
                   DISP-MW-MIN
           ELSE
               MOVE MW-FLOOR TO DISP-MW-MIN
               DISPLAY 'payrate ' DISP-MW-RATE ' is under the '
                   MW-CHK-ST ' minimum wage ' DISP-MW-MIN
           END-IF.

      *    500-INSERT-EMPLOYEE adds the new-hire row to EMPLOYEE.
       500-INSERT-EMPLOYEE.
           EXEC SQL
               INSERT INTO EMPLOYEE
                   (ENO,LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                    PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,PAY-TYPE,
                    POS-NO,PAY-GROUP)
                   VALUES
                   (:ENO,:LNAME,:FNAME,:STREET,:CITY,:ST,:ZIP,
                    :DEPT,:PAYRATE,:COM,:SSN,:HIRE-DATE,:EMP-STATUS,
                    :PAY-TYPE,:POS-NO,:PAY-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE = 0
               DISPLAY 'employee ' ENO ' hired'
               PERFORM 550-FILL-POSITION
               PERFORM 600-WRITE-AUDIT
           END-IF.

      *    550-FILL-POSITION marks the position filled by the new
      *    hire, so the next hire can't land in it.
       550-FILL-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'F',
                      PSN-ENO = :ENO
                WHERE PSN-NO = :POS-NO
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'position update ' DISP-CODE.

      *    600-WRITE-AUDIT records the hire on the EMPAUDIT change
      *    trail - who keyed it, when, and from which program.
       600-WRITE-AUDIT.
