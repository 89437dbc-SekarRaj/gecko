               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE PIC X(80).
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE PIC X(40).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCW
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           PERFORM 105-CHECK-CALENDAR
           IF NOT DATE-ON-CALENDAR
               DISPLAY 'cycle ' CYC-DATE
           DISPLAY 'sales excepted ' DISP-COUNT.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains, before anything is
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    150-CLEAR-CYCLE clears any commission totals already
      *    accumulated for this cycle, so a rerun of the sales file
      *    doesn't double everyone's commission.  Only the running
      *    group's employees are cleared.
       150-CLEAR-CYCLE.
           EXEC SQL
               DELETE FROM COMMTOT
                WHERE CT-CYC-DATE = :CYC-DATE
                  AND CT-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle clear ' DISP-CODE.
      *    per-employee total.  A sale with an ENO not on file goes
      *    to the exception listing, the way EMDSQL's
      *    300-LOG-NULL-COMMISSION handles its exceptions.  A null
      *    COM rate earns nothing, the usual rule.  A sale for
      *    someone in another pay group is listed too - it is paid
      *    on that group's cycle.
       200-APPLY-SALE.
           MOVE S-ENO TO ENO
           EXEC SQL
               SELECT COM,PAY-GROUP
                 INTO :COM :COM-NULL-IND,:PAY-GROUP
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
                   DELIMITED BY SIZE INTO EXCEPT-LINE
               WRITE EXCEPT-LINE
           ELSE
               IF PAY-GROUP NOT = CYC-GROUP
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE SPACES TO EXCEPT-LINE
                   STRING S-ENO ' ' S-DATE ' IN PAY GROUP '
                          PAY-GROUP
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
               ELSE
                   IF COM-NULL-IND < 0
                       MOVE 0 TO COM
                   END-IF
                   COMPUTE WS-SALE-COMM ROUNDED = S-AMT * COM
                   PERFORM 300-ACCUMULATE-COMMISSION
                   ADD 1 TO WS-SALES-COUNT
               END-IF
           END-IF.

      *    300-ACCUMULATE-COMMISSION adds one sale's commission to
       500-WRITE-REGISTER.
           MOVE SPACES TO PRINT-LINE
           STRING 'COMMISSION REGISTER FOR CYCLE ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

                     FROM COMMTOT, EMPLOYEE
                    WHERE COMMTOT.CT-ENO = EMPLOYEE.ENO
                      AND COMMTOT.CT-CYC-DATE = :CYC-DATE
                      AND EMPLOYEE.PAY-GROUP = :CYC-GROUP
                    ORDER BY EMPLOYEE.DEPT, EMPLOYEE.LNAME
           END-EXEC

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
      *    so the overnight stream runs with nobody at the
      *    terminal - otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMCOMM' TO RC-THIS-JOB
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
      *    ALL line.  No line leaves the answer blank, which every
      *    caller takes as no.
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
