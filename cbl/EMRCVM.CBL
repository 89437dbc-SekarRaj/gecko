       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMRCVM.
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
       01 WS-TODAY PIC 9(8).
       01 WS-EMP-COUNT PIC S9(4) COMP VALUE 0.
           88 EMP-ON-FILE VALUE 1 THRU 999.
       01 WS-PAID-AMT PIC 9(7)V99 VALUE 0.
       01 DISP-ORIG PIC $$,$$$,$$9.99.
       01 DISP-INST PIC $$,$$$,$$9.99.
       01 DISP-BAL PIC $$,$$$,$$9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCV
       END-EXEC.

      *    EMRCVM keeps the overpayment receivables EMSTUB recovers
      *    by installment - a new receivable, the employee's list,
      *    a changed installment, a repayment made outside payroll
      *    (a personal check), or a write-off.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'action - A=add, L=list, C=change installment, '
               'P=payment received, W=write off'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'alcpw' TO 'ALCPW'
           DISPLAY 'employee number'
           ACCEPT RCV-ENO
           PERFORM 200-CHECK-EMPLOYEE
           IF NOT EMP-ON-FILE
               DISPLAY 'employee not on file - rejected'
               GO TO 100-EXIT
           END-IF
           IF WS-ACTION = 'A'
               PERFORM 300-ADD-RECEIVABLE THRU 300-ADD-EXIT
           ELSE
               IF WS-ACTION = 'L'
                   PERFORM 400-LIST-RECEIVABLES
               ELSE
                   IF WS-ACTION = 'C' OR 'P' OR 'W'
                       PERFORM 500-CHANGE-RECEIVABLE
                           THRU 500-CHANGE-EXIT
                   ELSE
                       DISPLAY 'invalid action - rejected'
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-EMPLOYEE accepts a live employee or one already
      *    terminated - an overpayment is often only found after
      *    the person has gone.
       200-CHECK-EMPLOYEE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-COUNT
                 FROM EMPLOYEE
                WHERE ENO = :RCV-ENO
           END-EXEC
           IF NOT EMP-ON-FILE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-EMP-COUNT
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :RCV-ENO
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE.

      *    300-ADD-RECEIVABLE books an overpayment - id off the
      *    RCVCTL control table, the amount owed as the opening
      *    balance, and the installment EMSTUB takes each cycle.
       300-ADD-RECEIVABLE.
           DISPLAY 'reason (e.g. LATE TERMINATION, RATE KEYED HIGH)'
           ACCEPT RCV-REASON
           DISPLAY 'amount overpaid (e.g. 000125050 for 1250.50)'
           ACCEPT RCV-ORIG-AMT
           DISPLAY 'installment per cycle (e.g. 000010000 for '
               '100.00)'
           ACCEPT RCV-INSTALL
           IF RCV-ORIG-AMT = 0 OR RCV-INSTALL = 0
               DISPLAY 'amount and installment are both required '
                   '- rejected'
               GO TO 300-ADD-EXIT
           END-IF
           EXEC SQL
               UPDATE RCVCTL SET LASTRCVID = LASTRCVID + 1
           END-EXEC
           EXEC SQL
               SELECT LASTRCVID INTO :RCV-ID FROM RCVCTL
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'rcvctl ' DISP-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-ADD-EXIT
           END-IF
           MOVE WS-TODAY TO RCV-OPEN-DATE
           MOVE RCV-ORIG-AMT TO RCV-BALANCE
           MOVE 'O' TO RCV-STATUS
           MOVE 0 TO RCV-CLOSE-DATE
           MOVE 0 TO RCV-LAST-CYC
           MOVE 0 TO RCV-LAST-TAKE
           EXEC SQL
               INSERT INTO RECEIVBL
                   (RCV-ID,RCV-ENO,RCV-OPEN-DATE,RCV-REASON,
                    RCV-ORIG-AMT,RCV-INSTALL,RCV-BALANCE,
                    RCV-STATUS,RCV-CLOSE-DATE,RCV-LAST-CYC,
                    RCV-LAST-TAKE)
                   VALUES
                   (:RCV-ID,:RCV-ENO,:RCV-OPEN-DATE,:RCV-REASON,
                    :RCV-ORIG-AMT,:RCV-INSTALL,:RCV-BALANCE,
                    :RCV-STATUS,:RCV-CLOSE-DATE,:RCV-LAST-CYC,
                    :RCV-LAST-TAKE)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE = 0
               DISPLAY 'receivable ' RCV-ID ' added for ' RCV-ENO
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       300-ADD-EXIT.
           EXIT.

      *    400-LIST-RECEIVABLES shows every receivable on file for
      *    the employee, open or not.
       400-LIST-RECEIVABLES.
           EXEC SQL
               DECLARE RCVLST CURSOR FOR
                   SELECT RCV-ID,RCV-OPEN-DATE,RCV-REASON,
                          RCV-ORIG-AMT,RCV-INSTALL,RCV-BALANCE,
                          RCV-STATUS
                     FROM RECEIVBL
                    WHERE RCV-ENO = :RCV-ENO
                    ORDER BY RCV-ID
           END-EXEC
           EXEC SQL
               OPEN RCVLST
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM RCVLST INTO
                 :RCV-ID,:RCV-OPEN-DATE,:RCV-REASON,
                 :RCV-ORIG-AMT,:RCV-INSTALL,:RCV-BALANCE,
                 :RCV-STATUS
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'no receivables on file for ' RCV-ENO
           END-IF
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE RCV-ORIG-AMT TO DISP-ORIG
               MOVE RCV-INSTALL TO DISP-INST
               MOVE RCV-BALANCE TO DISP-BAL
               DISPLAY RCV-ID ' ' RCV-OPEN-DATE ' ' RCV-STATUS ' '
                   RCV-REASON
               DISPLAY '       OWED ' DISP-ORIG ' INSTALLMENT '
                   DISP-INST ' BALANCE ' DISP-BAL
               EXEC SQL
                   FETCH NEXT FROM RCVLST INTO
                     :RCV-ID,:RCV-OPEN-DATE,:RCV-REASON,
                     :RCV-ORIG-AMT,:RCV-INSTALL,:RCV-BALANCE,
                     :RCV-STATUS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RCVLST
           END-EXEC.

      *    500-CHANGE-RECEIVABLE works one open receivable - a new
      *    installment, a repayment received outside payroll that
      *    comes off the balance (closing it at zero), or a write-off
      *    of whatever is left.
       500-CHANGE-RECEIVABLE.
           DISPLAY 'receivable id'
           ACCEPT RCV-ID
           EXEC SQL
               SELECT RCV-BALANCE,RCV-INSTALL,RCV-STATUS
                 INTO :RCV-BALANCE,:RCV-INSTALL,:RCV-STATUS
                 FROM RECEIVBL
                WHERE RCV-ID = :RCV-ID
                  AND RCV-ENO = :RCV-ENO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'no such receivable for ' RCV-ENO
               GO TO 500-CHANGE-EXIT
           END-IF
           IF NOT RCV-OPEN
               DISPLAY 'receivable ' RCV-ID ' is not open - rejected'
               GO TO 500-CHANGE-EXIT
           END-IF
           MOVE 0 TO RCV-CLOSE-DATE
           IF WS-ACTION = 'C'
               DISPLAY 'new installment per cycle'
               ACCEPT RCV-INSTALL
               IF RCV-INSTALL = 0
                   DISPLAY 'installment is required - rejected'
                   GO TO 500-CHANGE-EXIT
               END-IF
           END-IF
           IF WS-ACTION = 'P'
               DISPLAY 'amount received'
               ACCEPT WS-PAID-AMT
               IF WS-PAID-AMT > RCV-BALANCE
                   DISPLAY 'more than the balance owed - rejected'
                   GO TO 500-CHANGE-EXIT
               END-IF
               SUBTRACT WS-PAID-AMT FROM RCV-BALANCE
               IF RCV-BALANCE = 0
                   MOVE 'C' TO RCV-STATUS
                   MOVE WS-TODAY TO RCV-CLOSE-DATE
               END-IF
           END-IF
           IF WS-ACTION = 'W'
               MOVE 'W' TO RCV-STATUS
               MOVE WS-TODAY TO RCV-CLOSE-DATE
           END-IF
           EXEC SQL
               UPDATE RECEIVBL
                  SET RCV-INSTALL = :RCV-INSTALL,
                      RCV-BALANCE = :RCV-BALANCE,
                      RCV-STATUS = :RCV-STATUS,
                      RCV-CLOSE-DATE = :RCV-CLOSE-DATE
                WHERE RCV-ID = :RCV-ID
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           MOVE RCV-BALANCE TO DISP-BAL
           DISPLAY 'receivable ' RCV-ID ' status ' RCV-STATUS
               ' balance ' DISP-BAL.

       500-CHANGE-EXIT.
           EXIT.
