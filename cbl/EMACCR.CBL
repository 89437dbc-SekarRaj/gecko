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
       01  EXCEPT-LINE PIC X(50).
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-CHECK-CALENDAR
           IF NOT DATE-ON-CALENDAR

           MOVE SPACES TO PRINT-LINE
           STRING 'LEAVE ACCRUAL FOR CYCLE ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           DISPLAY 'leave records applied ' DISP-COUNT.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains, the same edit every
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-PRE-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EMSTUB'
                  AND CYC-STATUS = 'C'
           END-EXEC
       118-ASK-SEQ-OVERRIDE.
           DISPLAY 'EMSTUB not complete for ' CYC-DATE
           DISPLAY 'run out of sequence anyway? y/n'
           IF RC-UNATTENDED
               MOVE 'SEQOVR' TO RC-WANT-KEY
               PERFORM 970-GET-OVERRIDE
           ELSE
               ACCEPT WS-OVR-ANS
           END-IF
           INSPECT WS-OVR-ANS CONVERTING 'y' TO 'Y'
           IF WS-OVR-ANS = 'Y'
               IF NOT RC-UNATTENDED
                   DISPLAY 'override reason'
                   ACCEPT CYC-OVR-REASON
               END-IF
               MOVE 'O' TO CYC-STATUS
               PERFORM 910-INSERT-CYCLE-ROW
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CYC-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EMACCR'
                  AND CYC-STATUS = 'C'
           END-EXEC
       120-ASK-OVERRIDE.
           DISPLAY 'cycle ' CYC-DATE ' already accrued'
           DISPLAY 'override and rerun? y/n'
           IF RC-UNATTENDED
               MOVE 'RERUN' TO RC-WANT-KEY
               PERFORM 970-GET-OVERRIDE
           ELSE
               ACCEPT WS-OVR-ANS
           END-IF
           INSPECT WS-OVR-ANS CONVERTING 'y' TO 'Y'
           IF WS-OVR-ANS = 'Y'
               IF NOT RC-UNATTENDED
                   DISPLAY 'override reason'
                   ACCEPT CYC-OVR-REASON
               END-IF
               MOVE 'O' TO CYC-STATUS
               PERFORM 910-INSERT-CYCLE-ROW
           END-IF.
                          AT-VAC-TAKEN,AT-SICK-TAKEN
                     FROM ACCRTOT
                    WHERE AT-CYC-DATE = :CYC-DATE
                      AND AT-ENO IN
                          (SELECT ENO FROM EMPLOYEE
                            WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           EXEC SQL
               OPEN CLRTBL
           EXEC SQL
               DELETE FROM ACCRTOT
                WHERE AT-CYC-DATE = :CYC-DATE
                  AND AT-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle clear ' DISP-CODE.
                     FROM EMPLOYEE, EARNHIST
                    WHERE EARNHIST.EH-ENO = EMPLOYEE.ENO
                      AND EARNHIST.EH-PAY-DATE = :CYC-DATE
                      AND EARNHIST.EH-PAY-GROUP = :CYC-GROUP
                    ORDER BY EMPLOYEE.ENO
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
           MOVE 'EMACCR' TO RC-THIS-JOB
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

      *    970-GET-OVERRIDE answers an override question off the
      *    run-control file.  An override without a reason is taken
      *    as no - the reason is what PAYCYCLE logs for it.
       970-GET-OVERRIDE.
           PERFORM 960-GET-RUN-VALUE
           MOVE RC-ANS-VALUE TO WS-OVR-ANS
           MOVE RC-ANS-REASON TO CYC-OVR-REASON
           IF RC-ANS-REASON = SPACES
               MOVE 'N' TO WS-OVR-ANS
           END-IF
           DISPLAY 'run control override answer ' WS-OVR-ANS.
