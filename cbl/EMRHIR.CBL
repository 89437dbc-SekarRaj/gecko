       01 WS-SEARCH-SSN PIC 9(9).
       01 WS-ACTIVE-COUNT PIC S9(4) COMP VALUE 0.
           88 ACTIVE-ON-FILE VALUE 1 THRU 999.
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POSITION-OPEN VALUE 1 THRU 999.
       01 WS-NEW-GROUP PIC X(2).
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-VALID VALUE 1 THRU 999.
       01 DISP-MW-RATE PIC $$$,$$$,$$9.99.
       01 DISP-MW-MIN PIC $$$,$$$,$$9.99.

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPAUD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPOS
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
                           ' is already active'
                       DISPLAY 'rehire rejected'
                   ELSE
                       PERFORM 350-CHECK-POSITION
                       IF NOT POSITION-OPEN
                           DISPLAY 'position ' PSN-NO
                               ' is not an open position'
                           DISPLAY 'rehire rejected'
                       ELSE
                           PERFORM 370-CHECK-PAY-GROUP
                           IF NOT GROUP-VALID
                               DISPLAY 'pay group ' WS-NEW-GROUP
                                   ' is not on the pay group table'
                               DISPLAY 'rehire rejected'
                           ELSE
                               MOVE ST OF EMPLOYEE-HISTORY-REC
                                 TO MW-CHK-ST
                               MOVE PAY-TYPE OF EMPLOYEE-HISTORY-REC
                                 TO MW-CHK-TYPE
                               MOVE PAYRATE OF EMPLOYEE-HISTORY-REC
                                 TO MW-CHK-RATE
                               ACCEPT MW-CHK-ASOF FROM DATE YYYYMMDD
                               PERFORM 380-CHECK-MIN-WAGE
                               IF NOT MW-COMPLIANT
                                   PERFORM 388-SHOW-MIN-WAGE
                                   DISPLAY 'rehire rejected - '
                                       'raise the rate through '
                                       'EMPCHG first'
                               ELSE
                                   PERFORM 400-INSERT-EMPLOYEE
                                   IF SQLCODE = 0
                                       PERFORM 450-FILL-POSITION
                                       PERFORM 500-MARK-REHIRED
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                      PAYRATE,COM,SSN,HIRE-DATE,PAY-TYPE,
                      PAY-GROUP,TERM-DATE,TERM-REASON
                 INTO :LNAME OF EMPLOYEE-HISTORY-REC,
                      :FNAME OF EMPLOYEE-HISTORY-REC,
                      :STREET OF EMPLOYEE-HISTORY-REC,
                      :SSN OF EMPLOYEE-HISTORY-REC,
                      :HIRE-DATE OF EMPLOYEE-HISTORY-REC,
                      :PAY-TYPE OF EMPLOYEE-HISTORY-REC,
                      :PAY-GROUP OF EMPLOYEE-HISTORY-REC,
                      :TERM-DATE,
                      :TERM-REASON
                 FROM EMPLOYEE-HISTORY
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'active check ' DISP-CODE.

      *    350-CHECK-POSITION takes the position the employee comes
      *    back into - it has to be open on POSITIONS, the same rule
      *    EMHIRE applies to a new hire, and the department it is
      *    budgeted under becomes the rehire's DEPT, since the old
      *    department's seat may long since have been refilled.
       350-CHECK-POSITION.
           DISPLAY 'position number'
           ACCEPT PSN-NO
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POS-COUNT
                 FROM POSITIONS
                WHERE PSN-NO = :PSN-NO
                  AND PSN-STATUS = 'O'
           END-EXEC
           IF POSITION-OPEN
               EXEC SQL
                   SELECT PSN-DEPT INTO :PSN-DEPT
                     FROM POSITIONS
                    WHERE PSN-NO = :PSN-NO
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'position check ' DISP-CODE.

      *    370-CHECK-PAY-GROUP takes the pay group the employee
      *    comes back into - blank keeps the group the employee left
      *    from - and it has to be on the PAYGROUP table, as EMHIRE
      *    requires of a new hire.
       370-CHECK-PAY-GROUP.
           DISPLAY 'pay group, or blank to keep '
               PAY-GROUP OF EMPLOYEE-HISTORY-REC
           ACCEPT WS-NEW-GROUP
           IF WS-NEW-GROUP = SPACES
               MOVE PAY-GROUP OF EMPLOYEE-HISTORY-REC TO WS-NEW-GROUP
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :WS-NEW-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'pay group check ' DISP-CODE.

      *    380-CHECK-MIN-WAGE holds the rate coming back off the
      *    history row to the minimum in force in the employee's
      *    state on the rehire date, today - the rate may be years
      *    old - the check EMHIRE makes of a new hire.  An hourly
      *    rate is held to the higher of the federal floor and
      *    MW-CHK-ST's minimum, an annual salary to the higher
      *    exempt salary threshold.
       380-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 385-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 385-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    385-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       385-GET-MIN-WAGE.
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

      *    388-SHOW-MIN-WAGE tells the operator which minimum the
      *    rate on the history row falls short of.
       388-SHOW-MIN-WAGE.
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

      *    400-INSERT-EMPLOYEE re-inserts the employee into EMPLOYEE
      *    carrying forward name, address, SSN and - unlike a
      *    re-keyed EMHIRE hire - the original HIRE-DATE off the
           MOVE CORRESPONDING EMPLOYEE-HISTORY-REC
             TO EMPLOYEE-RECORD
           MOVE 'A' TO EMP-STATUS OF EMPLOYEE-RECORD
           MOVE PSN-DEPT TO DEPT OF EMPLOYEE-RECORD
           MOVE PSN-NO TO POS-NO OF EMPLOYEE-RECORD
           MOVE WS-NEW-GROUP TO PAY-GROUP OF EMPLOYEE-RECORD
           EXEC SQL
               INSERT INTO EMPLOYEE
                   (ENO,LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                    PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,PAY-TYPE,
                    POS-NO,PAY-GROUP)
                   VALUES
                   (:ENO OF EMPLOYEE-RECORD,
                    :LNAME OF EMPLOYEE-RECORD,
                    :SSN OF EMPLOYEE-RECORD,
                    :HIRE-DATE OF EMPLOYEE-RECORD,
                    :EMP-STATUS OF EMPLOYEE-RECORD,
                    :PAY-TYPE OF EMPLOYEE-RECORD,
                    :POS-NO OF EMPLOYEE-RECORD,
                    :PAY-GROUP OF EMPLOYEE-RECORD)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE.

      *    450-FILL-POSITION marks the position filled by the
      *    returning employee, as EMHIRE's 550-FILL-POSITION does.
       450-FILL-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'F',
                      PSN-ENO = :ENO OF EMPLOYEE-RECORD
                WHERE PSN-NO = :PSN-NO
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'position update ' DISP-CODE.

      *    500-MARK-REHIRED flags the history row as rehired by
      *    setting its EMP-STATUS to 'R', so turnover reporting still
      *    sees the termination but the person no longer shows as
