       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMRCVR.
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
       01 WS-TODAY PIC 9(8).
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-BAL-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-TERM-DATE PIC 9(8).
       01 WS-FINAL-COUNT PIC S9(4) COMP VALUE 0.
           88 FINAL-PAY-DONE VALUE 1 THRU 999.
       01 WS-COLL-FLAG PIC X(17).
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-ORIG PIC $$$,$$9.99.
       01 DISP-BAL PIC $$$,$$9.99.
       01 DISP-TOTAL PIC $$$,$$$,$$9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPHIST
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCV
       END-EXEC.

      *    EMRCVR lists the overpayment balances still owed by people
      *    who have left - what their final pay could not recover -
      *    for collection.  A person whose final check has not been
      *    run yet is listed as pending; EMSTUB takes the balance out
      *    of that check first.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'OUTSTANDING RECEIVABLES FOR COLLECTION AS OF '
                  WS-TODAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'ENO  NAME       TERMED   REASON          '
                  '    OWED    BALANCE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE OUTTBL CURSOR FOR
                   SELECT RCV-ID,RCV-ENO,RCV-REASON,RCV-ORIG-AMT,
                          RCV-BALANCE
                     FROM RECEIVBL
                    WHERE RCV-STATUS = 'O'
                      AND RCV-BALANCE > 0
                      AND RCV-ENO NOT IN
                          (SELECT ENO FROM EMPLOYEE)
                    ORDER BY RCV-ENO, RCV-ID
           END-EXEC

           EXEC SQL
               OPEN OUTTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM OUTTBL INTO
                 :RCV-ID,:RCV-ENO,:RCV-REASON,:RCV-ORIG-AMT,
                 :RCV-BALANCE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-WRITE-RECEIVABLE
               EXEC SQL
                   FETCH NEXT FROM OUTTBL INTO
                     :RCV-ID,:RCV-ENO,:RCV-REASON,:RCV-ORIG-AMT,
                     :RCV-BALANCE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE OUTTBL
           END-EXEC

           PERFORM 800-WRITE-TOTALS
           CLOSE PRINT-FILE

           MOVE WS-ROW-COUNT TO DISP-COUNT
           DISPLAY 'receivables listed ' DISP-COUNT.

       100-EXIT.
           STOP RUN.

      *    200-WRITE-RECEIVABLE prints one balance owed, with the
      *    person's name and termination date off their latest
      *    history row, flagged pending while no final check has
      *    been posted on or after the termination date.
       200-WRITE-RECEIVABLE.
           MOVE SPACES TO LNAME
           MOVE 0 TO WS-TERM-DATE
           EXEC SQL
               SELECT LNAME,TERM-DATE
                 INTO :LNAME,:WS-TERM-DATE
                 FROM EMPLOYEE-HISTORY
                WHERE ENO = :RCV-ENO
                  AND TERM-DATE =
                      (SELECT MAX(TERM-DATE)
                         FROM EMPLOYEE-HISTORY
                        WHERE ENO = :RCV-ENO)
           END-EXEC
           MOVE 0 TO WS-FINAL-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-FINAL-COUNT
                 FROM EARNHIST
                WHERE EH-ENO = :RCV-ENO
                  AND EH-PAY-DATE >= :WS-TERM-DATE
           END-EXEC
           IF FINAL-PAY-DONE
               MOVE 'FOR COLLECTION' TO WS-COLL-FLAG
           ELSE
               MOVE 'FINAL PAY PENDING' TO WS-COLL-FLAG
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           ADD RCV-BALANCE TO WS-BAL-TOTAL
           MOVE RCV-ORIG-AMT TO DISP-ORIG
           MOVE RCV-BALANCE TO DISP-BAL
           MOVE SPACES TO PRINT-LINE
           STRING RCV-ENO ' ' LNAME ' ' WS-TERM-DATE ' '
                  RCV-REASON (1:15) ' ' DISP-ORIG ' ' DISP-BAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '     RECEIVABLE ' RCV-ID ' ' WS-COLL-FLAG
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    800-WRITE-TOTALS closes the report with the count and the
      *    dollars still owed.
       800-WRITE-TOTALS.
           MOVE WS-ROW-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'RECEIVABLES OUTSTANDING ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PENDING-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'AWAITING FINAL PAY      ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-BAL-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL OWED ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
