           88 DPT-ON-FILE VALUE 1 THRU 999.
       01 WS-EMP-COUNT PIC S9(4) COMP VALUE 0.
           88 EMPLOYEES-IN-DEPT VALUE 1 THRU 999.
       01 WS-DIST-COUNT PIC S9(4) COMP VALUE 0.
           88 DEPT-IN-DISTRIBUTION VALUE 1 THRU 999.

       EXEC SQL
         INCLUDE SQLCA
      *    500-RETIRE-DEPT marks a code retired so no new hire or
      *    transfer can land in it - refused while employees are
      *    still assigned, because retiring their department would
      *    orphan the roster, and while any labor distribution
      *    still charges wages to it.
       500-RETIRE-DEPT.
           IF NOT DPT-ON-FILE
               DISPLAY 'department not on file - rejected'
                     FROM EMPLOYEE
                    WHERE DEPT = :DPT-CODE
               END-EXEC
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DIST-COUNT
                     FROM LABORDST
                    WHERE LD-DEPT = :DPT-CODE
               END-EXEC
               IF EMPLOYEES-IN-DEPT
                   DISPLAY 'employees still assigned - '
                       'transfer them first'
               ELSE
                   IF DEPT-IN-DISTRIBUTION
                       DISPLAY 'labor distributions still charge '
                           'it - change them in EMLDSM first'
                   ELSE
                       PERFORM 550-MARK-RETIRED
                   END-IF
               END-IF
           END-IF.

      *    550-MARK-RETIRED flags the code retired on the master.
       550-MARK-RETIRED.
           EXEC SQL
               UPDATE DEPTMST
                  SET DPT-STATUS = 'R'
                WHERE DPT-CODE = :DPT-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           IF SQLCODE = 0
               DISPLAY 'department ' DPT-CODE ' retired'
           END-IF.
