       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOSM.
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
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POS-ON-FILE VALUE 1 THRU 999.
       01 WS-DEPT-COUNT PIC S9(4) COMP VALUE 0.
           88 DEPT-VALID VALUE 1 THRU 999.
       01 DISP-FTE PIC 9.99.
       01 DISP-PAY PIC $$,$$$,$$9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPOS
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - A=add, C=change title/budget, '
               'X=close, L=list department'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'acxl' TO 'ACXL'
           IF WS-ACTION = 'L'
               DISPLAY 'department code'
               ACCEPT PSN-DEPT
               PERFORM 600-LIST-POSITIONS
               GO TO 100-EXIT
           END-IF
           DISPLAY 'position number'
           ACCEPT PSN-NO
           PERFORM 200-CHECK-POSITION
           IF WS-ACTION = 'A'
               PERFORM 300-ADD-POSITION
           ELSE
               IF WS-ACTION = 'C'
                   PERFORM 400-CHANGE-POSITION
               ELSE
                   IF WS-ACTION = 'X'
                       PERFORM 500-CLOSE-POSITION
                   ELSE
                       DISPLAY 'invalid action - rejected'
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-POSITION sees whether the number is already on
      *    the position table and, if so, reads it back.
       200-CHECK-POSITION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POS-COUNT
                 FROM POSITIONS
                WHERE PSN-NO = :PSN-NO
           END-EXEC
           IF POS-ON-FILE
               EXEC SQL
                   SELECT PSN-DEPT,PSN-TITLE,PSN-FTE,PSN-ANN-PAY,
                          PSN-STATUS,PSN-ENO
                     INTO :PSN-DEPT,:PSN-TITLE,:PSN-FTE,
                          :PSN-ANN-PAY,:PSN-STATUS,:PSN-ENO
                     FROM POSITIONS
                    WHERE PSN-NO = :PSN-NO
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE.

      *    300-ADD-POSITION budgets one new position under an
      *    active DEPTMST department - it starts open, so EMHIRE,
      *    EMTRAN, EMSUSP and EMRHIR can fill it.
       300-ADD-POSITION.
           IF POS-ON-FILE
               DISPLAY 'position already on file - use change'
           ELSE
               DISPLAY 'department code'
               ACCEPT PSN-DEPT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-DEPT-COUNT
                     FROM DEPTMST
                    WHERE DPT-CODE = :PSN-DEPT
                      AND DPT-STATUS = 'A'
               END-EXEC
               IF NOT DEPT-VALID
                   DISPLAY 'department ' PSN-DEPT
                       ' is not an active department - rejected'
               ELSE
                   PERFORM 350-GET-BUDGET
                   MOVE 'O' TO PSN-STATUS
                   MOVE 0 TO PSN-ENO
                   EXEC SQL
                       INSERT INTO POSITIONS
                           (PSN-NO,PSN-DEPT,PSN-TITLE,PSN-FTE,
                            PSN-ANN-PAY,PSN-STATUS,PSN-ENO)
                           VALUES
                           (:PSN-NO,:PSN-DEPT,:PSN-TITLE,:PSN-FTE,
                            :PSN-ANN-PAY,:PSN-STATUS,:PSN-ENO)
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'insert ' DISP-CODE
                   IF SQLCODE = 0
                       DISPLAY 'position ' PSN-NO ' added to '
                           PSN-DEPT
                   END-IF
               END-IF
           END-IF.

       350-GET-BUDGET.
           DISPLAY 'title'
           ACCEPT PSN-TITLE
           DISPLAY 'budgeted FTE (e.g. 100 for 1.00, 050 for 0.50)'
           ACCEPT PSN-FTE
           DISPLAY 'budgeted annual pay (e.g. 005500000 for '
               '55000.00)'
           ACCEPT PSN-ANN-PAY.

      *    400-CHANGE-POSITION re-titles or re-budgets a position -
      *    the number and department never change, a move is a
      *    close here and an add in the new department.
       400-CHANGE-POSITION.
           IF NOT POS-ON-FILE
               DISPLAY 'position not on file - use add'
           ELSE
               PERFORM 350-GET-BUDGET
               EXEC SQL
                   UPDATE POSITIONS
                      SET PSN-TITLE = :PSN-TITLE,
                          PSN-FTE = :PSN-FTE,
                          PSN-ANN-PAY = :PSN-ANN-PAY
                    WHERE PSN-NO = :PSN-NO
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'update ' DISP-CODE
               IF SQLCODE = 0
                   DISPLAY 'position ' PSN-NO ' changed'
               END-IF
           END-IF.

      *    500-CLOSE-POSITION takes a position out of the budget -
      *    refused while someone holds it, the way EMDPTM refuses
      *    to retire a department with employees still assigned.
       500-CLOSE-POSITION.
           IF NOT POS-ON-FILE
               DISPLAY 'position not on file - rejected'
           ELSE
               IF PSN-FILLED
                   DISPLAY 'position held by employee ' PSN-ENO
                       ' - terminate or move them first'
               ELSE
                   EXEC SQL
                       UPDATE POSITIONS
                          SET PSN-STATUS = 'X'
                        WHERE PSN-NO = :PSN-NO
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'update ' DISP-CODE
                   IF SQLCODE = 0
                       DISPLAY 'position ' PSN-NO ' closed'
                   END-IF
               END-IF
           END-IF.

      *    600-LIST-POSITIONS shows a department's positions and
      *    who holds each one.
       600-LIST-POSITIONS.
           EXEC SQL
               DECLARE POSTBL CURSOR FOR
                   SELECT PSN-NO,PSN-TITLE,PSN-FTE,PSN-ANN-PAY,
                          PSN-STATUS,PSN-ENO
                     FROM POSITIONS
                    WHERE PSN-DEPT = :PSN-DEPT
                    ORDER BY PSN-NO
           END-EXEC
           EXEC SQL
               OPEN POSTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM POSTBL INTO
                 :PSN-NO,:PSN-TITLE,:PSN-FTE,:PSN-ANN-PAY,
                 :PSN-STATUS,:PSN-ENO
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE PSN-FTE TO DISP-FTE
               MOVE PSN-ANN-PAY TO DISP-PAY
               DISPLAY PSN-NO ' ' PSN-TITLE ' ' DISP-FTE ' '
                   DISP-PAY ' ' PSN-STATUS ' ' PSN-ENO
               EXEC SQL
                   FETCH NEXT FROM POSTBL INTO
                     :PSN-NO,:PSN-TITLE,:PSN-FTE,:PSN-ANN-PAY,
                     :PSN-STATUS,:PSN-ENO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE POSTBL
           END-EXEC.
