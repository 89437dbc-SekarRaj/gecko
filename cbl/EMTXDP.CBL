       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMTXDP.
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
       01 WS-FROM-DATE PIC 9(8).
       01 WS-THRU-DATE PIC 9(8).
       01 WS-SUM-WAGES PIC S9(11)V99.
       01 WS-SUM-AMOUNT PIC S9(11)V99.
       01 WS-PRIOR-DUE PIC 9(8) VALUE 0.
       01 WS-DUE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 DISP-WAGES PIC $$$,$$$,$$$,$$9.99.
       01 DISP-AMT PIC $$$,$$$,$$$,$$9.99-.
       01 DISP-COUNT PIC ZZZ,ZZ9.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPETL
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'deposits due from (YYYYMMDD)'
           ACCEPT WS-FROM-DATE
           DISPLAY 'deposits due through (YYYYMMDD)'
           ACCEPT WS-THRU-DATE
           IF WS-THRU-DATE < WS-FROM-DATE
               DISPLAY 'through date ahead of from date - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYER TAX DEPOSITS DUE ' WS-FROM-DATE
                  ' THRU ' WS-THRU-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'DUE DATE TAX  ST AGENCY               '
                  '       TAXABLE WAGES         AMOUNT DUE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

      *    One line per agency and deadline - every cycle booking
      *    against the same deposit rolls into one amount owed.
           EXEC SQL
               DECLARE DEPTBL CURSOR FOR
                   SELECT ETL-DUE-DATE,ETL-TAX,ETL-ST,
                          SUM(ETL-WAGES),SUM(ETL-AMOUNT)
                     FROM ERTAXLIA
                    WHERE ETL-DUE-DATE >= :WS-FROM-DATE
                      AND ETL-DUE-DATE <= :WS-THRU-DATE
                    GROUP BY ETL-DUE-DATE,ETL-TAX,ETL-ST
                    ORDER BY ETL-DUE-DATE,ETL-ST,ETL-TAX
           END-EXEC

           EXEC SQL
               OPEN DEPTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM DEPTBL INTO
                 :ETL-DUE-DATE,:ETL-TAX,:ETL-ST,
                 :WS-SUM-WAGES,:WS-SUM-AMOUNT
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF ETL-DUE-DATE NOT = WS-PRIOR-DUE
                   PERFORM 300-DUE-DATE-BREAK
               END-IF
               PERFORM 200-WRITE-DEPOSIT-LINE
               EXEC SQL
                   FETCH NEXT FROM DEPTBL INTO
                     :ETL-DUE-DATE,:ETL-TAX,:ETL-ST,
                     :WS-SUM-WAGES,:WS-SUM-AMOUNT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE DEPTBL
           END-EXEC

           MOVE 0 TO ETL-DUE-DATE
           PERFORM 300-DUE-DATE-BREAK
           MOVE WS-GRAND-TOTAL TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL DEPOSITS DUE IN RANGE         ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE

           MOVE WS-LINE-COUNT TO DISP-COUNT
           DISPLAY 'deposit lines ' DISP-COUNT.

       100-EXIT.
           STOP RUN.

      *    200-WRITE-DEPOSIT-LINE prints one deposit - the agency
      *    name comes off the ERTAXRT row EMERTM keeps for the tax.
       200-WRITE-DEPOSIT-LINE.
           MOVE ETL-TAX TO ERT-TAX
           MOVE ETL-ST TO ERT-ST
           EXEC SQL
               SELECT ERT-AGENCY INTO :ERT-AGENCY
                 FROM ERTAXRT
                WHERE ERT-TAX = :ERT-TAX
                  AND ERT-ST = :ERT-ST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '** NO RATE ON FILE' TO ERT-AGENCY
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD WS-SUM-AMOUNT TO WS-DUE-TOTAL
           ADD WS-SUM-AMOUNT TO WS-GRAND-TOTAL
           MOVE WS-SUM-WAGES TO DISP-WAGES
           MOVE WS-SUM-AMOUNT TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING ETL-DUE-DATE ' ' ETL-TAX ' ' ETL-ST ' ' ERT-AGENCY
                  ' ' DISP-WAGES ' ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    300-DUE-DATE-BREAK closes out the prior deadline with the
      *    total the treasury has to have at the agencies that day.
       300-DUE-DATE-BREAK.
           IF WS-PRIOR-DUE NOT = 0
               MOVE WS-DUE-TOTAL TO DISP-AMT
               MOVE SPACES TO PRINT-LINE
               STRING '  TOTAL DUE ' WS-PRIOR-DUE
                      '                ' DISP-AMT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE 0 TO WS-DUE-TOTAL
           MOVE ETL-DUE-DATE TO WS-PRIOR-DUE.
