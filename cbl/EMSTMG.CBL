       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSTMG.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUB-IN-FILE ASSIGN TO STUBIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUBIN-STATUS.
           SELECT EXCEPT-IN-FILE ASSIGN TO EXCPIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPIN-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUB-IN-FILE.
       01  STUB-IN-LINE PIC X(80).
       FD  EXCEPT-IN-FILE.
       01  EXCEPT-IN-LINE PIC X(50).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE PIC X(50).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-STUBIN-STATUS PIC X(2).
       01 WS-EXCPIN-STATUS PIC X(2).
       01 WS-STUBIN-EOF-SW PIC X VALUE 'N'.
           88 STUBIN-EOF VALUE 'Y'.
       01 WS-EXCPIN-EOF-SW PIC X VALUE 'N'.
           88 EXCPIN-EOF VALUE 'Y'.
       01 WS-PART-COUNT PIC S9(4) COMP VALUE 0.
           88 PARTS-ON-FILE VALUE 1 THRU 999.
       01 WS-MISSING-COUNT PIC S9(4) COMP VALUE 0.
           88 PART-MISSING VALUE 1 THRU 999.
       01 WS-DONE-COUNT PIC S9(4) COMP VALUE 0.
           88 PART-DONE VALUE 1 THRU 999.
       01 WS-UNCOVERED-COUNT PIC S9(4) COMP VALUE 0.
           88 ENO-UNCOVERED VALUE 1 THRU 999.
       01 WS-RANGE-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-PERIOD-END PIC 9(8).
       01 PERIOD-END-IND PIC S9(4) COMP.
       01 WS-PART-JOB.
           05 FILLER PIC X(6) VALUE 'EMSTUB'.
           05 WS-PART-JOB-NO PIC 9(2) VALUE 0.

      *    The stub merge reads the partitions' print files twice -
      *    the regular stubs on the first pass, the final-pay stubs
      *    on the second - so the merged file comes out the way a
      *    single run prints it.  One stub is held at a time.
       01 WS-PASS PIC 9 VALUE 1.
           88 REGULAR-PASS VALUE 1.
           88 FINAL-PASS VALUE 2.
       01 WS-BLOCK-FINAL-SW PIC X VALUE 'N'.
           88 BLOCK-IS-FINAL VALUE 'Y'.
       01 WS-BLOCK-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-LINE-SUB PIC S9(4) COMP.
       01 WS-BLOCK-ENO PIC 9(4) VALUE 0.
       01 WS-LAST-ENO PIC 9(4) VALUE 0.
       01 WS-BLOCK-TBL.
           05 WS-BLOCK-LINE PIC X(80) OCCURS 300 TIMES.
       01 WS-MERGE-SW PIC X VALUE 'N'.
           88 MERGE-FAILED VALUE 'Y'.

       01 WS-STUB-COUNT PIC 9(6) VALUE 0.
       01 WS-FINAL-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPT-COUNT PIC 9(6) VALUE 0.
       01 WS-EH-COUNT PIC S9(9) COMP VALUE 0.
       01 WS-EH-GROSS PIC S9(9)V99 VALUE 0.
       01 WS-EH-COMM PIC S9(9)V99 VALUE 0.
       01 WS-EH-FED PIC S9(9)V99 VALUE 0.
       01 WS-EH-ST PIC S9(9)V99 VALUE 0.
       01 WS-EH-DEDUCT PIC S9(9)V99 VALUE 0.
       01 WS-EH-NET PIC S9(9)V99 VALUE 0.
       01 EH-GROSS-IND PIC S9(4) COMP.
       01 EH-COMM-IND PIC S9(4) COMP.
       01 EH-FED-IND PIC S9(4) COMP.
       01 EH-ST-IND PIC S9(4) COMP.
       01 EH-DEDUCT-IND PIC S9(4) COMP.
       01 EH-NET-IND PIC S9(4) COMP.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC $$$,$$$,$$9.99-.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCW
       END-EXEC.

       EXEC SQL
         INCLUDE EMPCYC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPSPT
       END-EXEC.

      *    EMSTMG closes a partitioned stub run.  Once PAYCYCLE shows
      *    every STUBPART partition of the group complete for the
      *    cycle, and the partitions between them cover everyone the
      *    group pays, it merges the partitions' pay stubs (STUBIN,
      *    their print files in employee-number order) into one print
      *    file in employee-number order, carries their exceptions
      *    (EXCPIN) into one exception file, prints the run's combined
      *    totals off EARNHIST, and records EMSTUB complete for the
      *    cycle - which is what every job after the stub run looks
      *    for.  Until then the stub run stays open.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           PERFORM 200-CHECK-PARTITIONS
           IF NOT PARTS-ON-FILE
               DISPLAY 'group ' CYC-GROUP ' has no STUBPART '
                   'partitions - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           IF PART-MISSING
               MOVE WS-MISSING-COUNT TO DISP-COUNT
               DISPLAY 'stub run not complete - ' DISP-COUNT
                   ' partition(s) outstanding - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 250-CHECK-COVERAGE
           IF ENO-UNCOVERED
               MOVE WS-UNCOVERED-COUNT TO DISP-COUNT
               DISPLAY DISP-COUNT ' employee(s) of group ' CYC-GROUP
                   ' fall in no partition - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           OPEN INPUT STUB-IN-FILE
           IF WS-STUBIN-STATUS NOT = '00'
               DISPLAY 'no STUBIN partition print files - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           CLOSE STUB-IN-FILE

           OPEN OUTPUT PRINT-FILE
           MOVE 1 TO WS-PASS
           PERFORM 300-MERGE-PASS
           MOVE 2 TO WS-PASS
           PERFORM 300-MERGE-PASS
           PERFORM 400-COPY-EXCEPTIONS THRU 400-COPY-EXIT
           PERFORM 500-GET-EARNINGS-TOTALS
           PERFORM 600-WRITE-TOTALS
           CLOSE PRINT-FILE

           IF MERGE-FAILED
               DISPLAY 'stub merge failed - stub run left open'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 900-RECORD-COMPLETION.

       100-EXIT.
           GOBACK.

      *    200-CHECK-PARTITIONS lists the group's partitions and
      *    looks for each one's completion row on PAYCYCLE, naming
      *    every partition not yet complete for the cycle.
       200-CHECK-PARTITIONS.
           MOVE CYC-GROUP TO SP-GROUP
           EXEC SQL
               DECLARE PRTTBL CURSOR FOR
                   SELECT SP-PART,SP-LOW-ENO,SP-HIGH-ENO
                     FROM STUBPART
                    WHERE SP-GROUP = :SP-GROUP
                    ORDER BY SP-LOW-ENO
           END-EXEC
           EXEC SQL
               OPEN PRTTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM PRTTBL INTO
                 :SP-PART,:SP-LOW-ENO,:SP-HIGH-ENO
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               ADD 1 TO WS-PART-COUNT
               PERFORM 210-CHECK-ONE-PARTITION
               EXEC SQL
                   FETCH NEXT FROM PRTTBL INTO
                     :SP-PART,:SP-LOW-ENO,:SP-HIGH-ENO
               END-EXEC
           END-PERFORM
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'stubpart fetch ' DISP-CODE
           END-IF
           EXEC SQL
               CLOSE PRTTBL
           END-EXEC.

       210-CHECK-ONE-PARTITION.
           MOVE SP-PART TO WS-PART-JOB-NO
           MOVE WS-PART-JOB TO CYC-JOB
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DONE-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = :CYC-JOB
                  AND CYC-STATUS = 'C'
           END-EXEC
           IF PART-DONE
               DISPLAY 'partition ' SP-PART ' ' SP-LOW-ENO '-'
                   SP-HIGH-ENO ' complete'
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY 'partition ' SP-PART ' ' SP-LOW-ENO '-'
                   SP-HIGH-ENO ' NOT complete - run ' WS-PART-JOB
           END-IF.

      *    250-CHECK-COVERAGE counts the group's people no partition
      *    paid - active employees, and those termed in the pay
      *    period (the day after the group's last CYCCAL date
      *    through this one) the final-pay pass would have picked
      *    up, the same window EMSTUB uses.  The partitions may
      *    not overlap (EMSPTM will not store one that does), so
      *    nobody can have been paid twice.
       250-CHECK-COVERAGE.
           MOVE CYC-GROUP TO SP-GROUP
           EXEC SQL
               SELECT MAX(CAL-DATE)
                 INTO :WS-PERIOD-END :PERIOD-END-IND
                 FROM CYCCAL
                WHERE CAL-GROUP = :SP-GROUP
                  AND CAL-DATE < :CYC-DATE
           END-EXEC
           IF PERIOD-END-IND < 0 OR SQLCODE NOT = 0
               COMPUTE WS-PERIOD-END = CYC-DATE / 100 * 100
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-UNCOVERED-COUNT
                 FROM EMPLOYEE
                WHERE EMP-STATUS = 'A'
                  AND PAY-GROUP = :SP-GROUP
                  AND NOT EXISTS
                      (SELECT *
                         FROM STUBPART
                        WHERE STUBPART.SP-GROUP = :SP-GROUP
                          AND STUBPART.SP-LOW-ENO <= EMPLOYEE.ENO
                          AND STUBPART.SP-HIGH-ENO >= EMPLOYEE.ENO)
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RANGE-COUNT
                 FROM EMPLOYEE-HISTORY
                WHERE TERM-DATE > :WS-PERIOD-END
                  AND TERM-DATE <= :CYC-DATE
                  AND EMP-STATUS <> 'R'
                  AND PAY-GROUP = :SP-GROUP
                  AND NOT EXISTS
                      (SELECT *
                         FROM STUBPART
                        WHERE STUBPART.SP-GROUP = :SP-GROUP
                          AND STUBPART.SP-LOW-ENO <=
                              EMPLOYEE-HISTORY.ENO
                          AND STUBPART.SP-HIGH-ENO >=
                              EMPLOYEE-HISTORY.ENO)
           END-EXEC
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'coverage select ' DISP-CODE
               MOVE 1 TO WS-UNCOVERED-COUNT
           ELSE
               ADD WS-RANGE-COUNT TO WS-UNCOVERED-COUNT
           END-IF.

      *    300-MERGE-PASS reads the partitions' stubs through once,
      *    a stub at a time - each starts at its rule line - and
      *    writes the ones this pass wants.
       300-MERGE-PASS.
           MOVE 'N' TO WS-STUBIN-EOF-SW
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE 0 TO WS-LAST-ENO
           MOVE 'N' TO WS-BLOCK-FINAL-SW
           OPEN INPUT STUB-IN-FILE
           PERFORM 310-READ-STUB-LINE
           PERFORM UNTIL STUBIN-EOF
               IF STUB-IN-LINE (1:40) = ALL '='
                  AND WS-BLOCK-COUNT > 0
                   PERFORM 320-WRITE-BLOCK
               END-IF
               PERFORM 330-HOLD-LINE
               PERFORM 310-READ-STUB-LINE
           END-PERFORM
           IF WS-BLOCK-COUNT > 0
               PERFORM 320-WRITE-BLOCK
           END-IF
           CLOSE STUB-IN-FILE.

       310-READ-STUB-LINE.
           READ STUB-IN-FILE
               AT END MOVE 'Y' TO WS-STUBIN-EOF-SW
           END-READ.

      *    320-WRITE-BLOCK writes the held stub if it belongs to this
      *    pass - regular stubs first, final-pay stubs second - and
      *    checks it comes after the last one written.  Partition
      *    print files out of employee-number order fail the merge.
       320-WRITE-BLOCK.
           IF (REGULAR-PASS AND NOT BLOCK-IS-FINAL)
              OR (FINAL-PASS AND BLOCK-IS-FINAL)
               IF WS-BLOCK-ENO < WS-LAST-ENO
                   DISPLAY 'stub for ' WS-BLOCK-ENO ' follows '
                       WS-LAST-ENO ' - STUBIN out of employee order'
                   MOVE 'Y' TO WS-MERGE-SW
               END-IF
               MOVE WS-BLOCK-ENO TO WS-LAST-ENO
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-BLOCK-COUNT
                   MOVE WS-BLOCK-LINE (WS-LINE-SUB) TO PRINT-LINE
                   WRITE PRINT-LINE
               END-PERFORM
               IF BLOCK-IS-FINAL
                   ADD 1 TO WS-FINAL-COUNT
               ELSE
                   ADD 1 TO WS-STUB-COUNT
               END-IF
           END-IF
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE 'N' TO WS-BLOCK-FINAL-SW.

      *    330-HOLD-LINE adds a line to the held stub, noting whose
      *    stub it is and whether it is a final-pay stub.
       330-HOLD-LINE.
           IF WS-BLOCK-COUNT < 300
               ADD 1 TO WS-BLOCK-COUNT
               MOVE STUB-IN-LINE TO WS-BLOCK-LINE (WS-BLOCK-COUNT)
           ELSE
               IF REGULAR-PASS
                   DISPLAY 'stub for ' WS-BLOCK-ENO
                       ' over 300 lines - not merged'
                   MOVE 'Y' TO WS-MERGE-SW
               END-IF
           END-IF
           IF STUB-IN-LINE (1:13) = 'PAY STUB FOR '
               MOVE STUB-IN-LINE (14:4) TO WS-BLOCK-ENO
           END-IF
           IF STUB-IN-LINE (1:23) = 'FINAL PAY - TERMINATED '
               MOVE 'Y' TO WS-BLOCK-FINAL-SW
           END-IF.

      *    400-COPY-EXCEPTIONS carries the partitions' exception
      *    lines into the one exception file.
       400-COPY-EXCEPTIONS.
           OPEN OUTPUT EXCEPT-FILE
           OPEN INPUT EXCEPT-IN-FILE
           IF WS-EXCPIN-STATUS NOT = '00'
               DISPLAY 'no EXCPIN partition exception files'
               CLOSE EXCEPT-FILE
               GO TO 400-COPY-EXIT
           END-IF
           PERFORM 410-READ-EXCEPTION
           PERFORM UNTIL EXCPIN-EOF
               MOVE EXCEPT-IN-LINE TO EXCEPT-LINE
               WRITE EXCEPT-LINE
               ADD 1 TO WS-EXCEPT-COUNT
               PERFORM 410-READ-EXCEPTION
           END-PERFORM
           CLOSE EXCEPT-IN-FILE
           CLOSE EXCEPT-FILE.

       400-COPY-EXIT.
           EXIT.

       410-READ-EXCEPTION.
           READ EXCEPT-IN-FILE
               AT END MOVE 'Y' TO WS-EXCPIN-EOF-SW
           END-READ.

      *    500-GET-EARNINGS-TOTALS adds up what the partitions posted
      *    to EARNHIST for the group and cycle between them.
       500-GET-EARNINGS-TOTALS.
           EXEC SQL
               SELECT COUNT(*),SUM(EH-GROSS),SUM(EH-COMM),
                      SUM(EH-FED-TAX),SUM(EH-ST-TAX),
                      SUM(EH-DEDUCT),SUM(EH-NET)
                 INTO :WS-EH-COUNT,
                      :WS-EH-GROSS :EH-GROSS-IND,
                      :WS-EH-COMM :EH-COMM-IND,
                      :WS-EH-FED :EH-FED-IND,
                      :WS-EH-ST :EH-ST-IND,
                      :WS-EH-DEDUCT :EH-DEDUCT-IND,
                      :WS-EH-NET :EH-NET-IND
                 FROM EARNHIST
                WHERE EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'earnhist totals ' DISP-CODE
               MOVE 'Y' TO WS-MERGE-SW
           END-IF
           IF EH-GROSS-IND < 0
               MOVE 0 TO WS-EH-GROSS
               MOVE 0 TO WS-EH-COMM
               MOVE 0 TO WS-EH-FED
               MOVE 0 TO WS-EH-ST
               MOVE 0 TO WS-EH-DEDUCT
               MOVE 0 TO WS-EH-NET
           END-IF
           IF WS-EH-COUNT NOT = WS-STUB-COUNT + WS-FINAL-COUNT
               DISPLAY 'stubs merged do not agree with EARNHIST '
                   'rows posted for the cycle'
               MOVE 'Y' TO WS-MERGE-SW
           END-IF.

      *    600-WRITE-TOTALS closes the merged print file with the
      *    stub run's combined totals.
       600-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           STRING '========================================'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'STUB RUN TOTALS FOR ' CYC-DATE ' GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PART-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PARTITIONS          ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-STUB-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PAY STUBS           ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-FINAL-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'FINAL PAY STUBS     ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EXCEPT-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'EXCEPTION LINES     ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EH-GROSS TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'GROSS PAY       ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EH-COMM TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'COMMISSION      ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EH-FED TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'FEDERAL TAX     ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EH-ST TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'STATE TAX       ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EH-DEDUCT TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'DEDUCTIONS      ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EH-NET TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'NET PAY         ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-STUB-COUNT TO DISP-COUNT
           DISPLAY 'pay stubs merged ' DISP-COUNT
           MOVE WS-FINAL-COUNT TO DISP-COUNT
           DISPLAY 'final pay stubs merged ' DISP-COUNT
           MOVE WS-EXCEPT-COUNT TO DISP-COUNT
           DISPLAY 'exception lines carried ' DISP-COUNT.

      *    900-RECORD-COMPLETION marks the cycle's stub run complete
      *    on PAYCYCLE now every partition is in.
       900-RECORD-COMPLETION.
           MOVE 'EMSTUB' TO CYC-JOB
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           ACCEPT CYC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CYC-RUN-TIME FROM TIME
           EXEC SQL
               INSERT INTO PAYCYCLE
                   (CYC-GROUP,CYC-DATE,CYC-JOB,CYC-STATUS,
                    CYC-RUN-DATE,CYC-RUN-TIME,CYC-OVR-REASON)
                   VALUES
                   (:CYC-GROUP,:CYC-DATE,:CYC-JOB,:CYC-STATUS,
                    :CYC-RUN-DATE,:CYC-RUN-TIME,:CYC-OVR-REASON)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle row ' DISP-CODE.

      *    950-GET-CYCLE-PARMS takes the cycle date and pay group
      *    from the RUNCTL run-control file when one is allocated,
      *    otherwise from the operator.
       950-GET-CYCLE-PARMS.
           MOVE 'EMSTMG' TO RC-THIS-JOB
           OPEN INPUT RUN-CONTROL-FILE
           IF RC-FILE-STATUS = '00'
               MOVE 'B' TO RC-RUN-MODE
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RC-UNATTENDED
               MOVE 'CYCDATE' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-DATE NUMERIC
                   MOVE RC-ANS-DATE TO CYC-DATE
               ELSE
                   MOVE 0 TO CYC-DATE
               END-IF
               MOVE 'GROUP' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO CYC-GROUP
               DISPLAY 'run control - cycle ' CYC-DATE
                   ' group ' CYC-GROUP
           ELSE
               DISPLAY 'pay cycle date (YYYYMMDD)'
               ACCEPT CYC-DATE
               DISPLAY 'pay group'
               ACCEPT CYC-GROUP
           END-IF.

      *    960-GET-RUN-VALUE finds the answer to one question on
      *    the run-control file - a line for this job wins over an
      *    ALL line.  No line leaves the answer blank.
       960-GET-RUN-VALUE.
           MOVE SPACES TO RC-ANSWER
           MOVE 'N' TO RC-HIT-SW
           MOVE 'N' TO RC-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 965-READ-RUN-CONTROL
           PERFORM UNTIL RC-EOF
               IF RC-KEY = RC-WANT-KEY
                   IF RC-JOB = RC-THIS-JOB
                       MOVE RC-VALUE TO RC-ANS-VALUE
                       MOVE RC-REASON TO RC-ANS-REASON
                       MOVE 'Y' TO RC-HIT-SW
                   ELSE
                       IF RC-JOB = 'ALL' AND NOT RC-JOB-HIT
                           MOVE RC-VALUE TO RC-ANS-VALUE
                           MOVE RC-REASON TO RC-ANS-REASON
                       END-IF
                   END-IF
               END-IF
               PERFORM 965-READ-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       965-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-REC
               AT END MOVE 'Y' TO RC-EOF-SW
           END-READ.
