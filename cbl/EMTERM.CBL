           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                      PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,
                      PAY-TYPE,POS-NO,PAY-GROUP
                 INTO :LNAME OF EMPLOYEE-RECORD,
                      :FNAME OF EMPLOYEE-RECORD,
                      :STREET OF EMPLOYEE-RECORD,
                      :SSN OF EMPLOYEE-RECORD,
                      :HIRE-DATE OF EMPLOYEE-RECORD,
                      :EMP-STATUS OF EMPLOYEE-RECORD,
                      :PAY-TYPE OF EMPLOYEE-RECORD,
                      :POS-NO OF EMPLOYEE-RECORD,
                      :PAY-GROUP OF EMPLOYEE-RECORD
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
               INSERT INTO EMPLOYEE-HISTORY
                   (ENO,LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                    PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,
                    PAY-TYPE,POS-NO,PAY-GROUP,TERM-DATE,TERM-REASON)
                   VALUES
                   (:ENO OF EMPLOYEE-HISTORY-REC,
                    :LNAME OF EMPLOYEE-HISTORY-REC,
                    :HIRE-DATE OF EMPLOYEE-HISTORY-REC,
                    :EMP-STATUS OF EMPLOYEE-HISTORY-REC,
                    :PAY-TYPE OF EMPLOYEE-HISTORY-REC,
                    :POS-NO OF EMPLOYEE-HISTORY-REC,
                    :PAY-GROUP OF EMPLOYEE-HISTORY-REC,
                    :TERM-DATE,
                    :TERM-REASON)
           END-EXEC
           IF SQLCODE = 0
               DISPLAY 'employee ' ENO OF EMPLOYEE-RECORD
                   ' terminated'
               PERFORM 550-VACATE-POSITION
               PERFORM 600-WRITE-AUDIT
           END-IF.

      *    550-VACATE-POSITION reopens the position the employee
      *    held, so it shows on EMVACR as a vacancy and EMHIRE can
      *    fill it again.  The history row keeps the POS-NO, so the
      *    last holder of a position can still be found.
       550-VACATE-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'O',
                      PSN-ENO = 0
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'position update ' DISP-CODE.

      *    600-WRITE-AUDIT records the termination on the EMPAUDIT
      *    change trail - who keyed it, when, and the reason code
      *    carried as the after image.
