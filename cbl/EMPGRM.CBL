       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPGRM.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-ACTION PIC X.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-ON-FILE VALUE 1 THRU 999.
       01 WS-EMP-COUNT PIC S9(4) COMP VALUE 0.
           88 EMPLOYEES-IN-GROUP VALUE 1 THRU 999.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - A=add, C=change, L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'acl' TO 'ACL'
           IF WS-ACTION = 'L'
               PERFORM 500-LIST-GROUPS
           ELSE
               DISPLAY 'pay group code'
               ACCEPT PG-CODE
               PERFORM 200-CHECK-GROUP
               IF WS-ACTION = 'A'
                   PERFORM 300-ADD-GROUP
               ELSE
                   IF WS-ACTION = 'C'
                       PERFORM 400-CHANGE-GROUP
                   ELSE
                       DISPLAY 'invalid action - rejected'
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-GROUP sees whether the code is already on the
      *    pay group table.
       200-CHECK-GROUP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PG-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-ADD-GROUP records one pay group with its frequency.
      *    The periods per year follow from the frequency - 52
      *    weekly, 26 biweekly, 24 semi-monthly - and are what
      *    EMSTUB divides a salaried employee's annual salary by.
       300-ADD-GROUP.
           IF GROUP-ON-FILE
               DISPLAY 'pay group already on file - use change'
           ELSE
               DISPLAY 'description'
               ACCEPT PG-DESC
               DISPLAY 'frequency - W=weekly, B=biweekly, '
                   'S=semi-monthly'
               ACCEPT PG-FREQ
               INSPECT PG-FREQ CONVERTING 'wbs' TO 'WBS'
               PERFORM 350-SET-PERIODS
               IF PG-PERIODS = 0
                   DISPLAY 'invalid frequency - rejected'
               ELSE
                   EXEC SQL
                       INSERT INTO PAYGROUP
                           (PG-CODE,PG-DESC,PG-FREQ,PG-PERIODS)
                           VALUES
                           (:PG-CODE,:PG-DESC,:PG-FREQ,:PG-PERIODS)
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'insert ' DISP-CODE
                   IF SQLCODE = 0
                       DISPLAY 'pay group ' PG-CODE ' added'
                   END-IF
               END-IF
           END-IF.

       350-SET-PERIODS.
           MOVE 0 TO PG-PERIODS
           IF PG-WEEKLY
               MOVE 52 TO PG-PERIODS
           END-IF
           IF PG-BIWEEKLY
               MOVE 26 TO PG-PERIODS
           END-IF
           IF PG-SEMI-MONTHLY
               MOVE 24 TO PG-PERIODS
           END-IF.

      *    400-CHANGE-GROUP changes the description, and the
      *    frequency only while nobody is assigned - changing the
      *    frequency under people already paid on it would change
      *    every salaried check in the group mid-year.
       400-CHANGE-GROUP.
           IF NOT GROUP-ON-FILE
               DISPLAY 'pay group not on file - use add'
           ELSE
               EXEC SQL
                   SELECT PG-FREQ INTO :PG-FREQ
                     FROM PAYGROUP
                    WHERE PG-CODE = :PG-CODE
               END-EXEC
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EMP-COUNT
                     FROM EMPLOYEE
                    WHERE PAY-GROUP = :PG-CODE
               END-EXEC
               DISPLAY 'new description'
               ACCEPT PG-DESC
               IF NOT EMPLOYEES-IN-GROUP
                   DISPLAY 'new frequency - W=weekly, B=biweekly, '
                       'S=semi-monthly'
                   ACCEPT PG-FREQ
                   INSPECT PG-FREQ CONVERTING 'wbs' TO 'WBS'
               END-IF
               PERFORM 350-SET-PERIODS
               IF PG-PERIODS = 0
                   DISPLAY 'invalid frequency - rejected'
               ELSE
                   EXEC SQL
                       UPDATE PAYGROUP
                          SET PG-DESC = :PG-DESC,
                              PG-FREQ = :PG-FREQ,
                              PG-PERIODS = :PG-PERIODS
                        WHERE PG-CODE = :PG-CODE
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'update ' DISP-CODE
                   IF SQLCODE = 0
                       DISPLAY 'pay group ' PG-CODE ' changed'
                   END-IF
               END-IF
           END-IF.

      *    500-LIST-GROUPS displays the pay groups in code order.
       500-LIST-GROUPS.
           EXEC SQL
               DECLARE PGRTBL CURSOR FOR
                   SELECT PG-CODE,PG-DESC,PG-FREQ,PG-PERIODS
                     FROM PAYGROUP
                    ORDER BY PG-CODE
           END-EXEC
           EXEC SQL
               OPEN PGRTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM PGRTBL INTO
                 :PG-CODE,:PG-DESC,:PG-FREQ,:PG-PERIODS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               DISPLAY PG-CODE ' ' PG-DESC ' ' PG-FREQ ' '
                   PG-PERIODS
               EXEC SQL
                   FETCH NEXT FROM PGRTBL INTO
                     :PG-CODE,:PG-DESC,:PG-FREQ,:PG-PERIODS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE PGRTBL
           END-EXEC.
