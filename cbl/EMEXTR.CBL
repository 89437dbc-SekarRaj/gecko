               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ACH-RECORD PIC X(94).
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE PIC X(50).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
           88 CYCLE-RELEASED VALUE 1 THRU 999.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
      *    A date off the calendar may be an OFFCYCLE date EMBONS
      *    paid supplemental pay on - EMBONS, not EMSTUB, posted it.
       01 WS-OFF-CYCLE-SW PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN VALUE 'Y'.
       01 WS-POST-JOB PIC X(6) VALUE 'EMSTUB'.
       01 WS-PRE-COUNT PIC S9(4) COMP VALUE 0.
           88 STUB-RUN-DONE VALUE 1 THRU 999.
       01 WS-OVR-ANS PIC X.
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
           IF NOT STUB-RUN-DONE
               PERFORM 118-ASK-SEQ-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'extract refused - run ' WS-POST-JOB
                       ' for the cycle first'
                   GO TO 100-EXIT
               END-IF
           END-IF
                   SELECT ENO,LNAME,FNAME
                     FROM EMPLOYEE
                    WHERE EMP-STATUS = 'A'
                      AND PAY-GROUP = :CYC-GROUP
                    ORDER BY LNAME
           END-EXEC

           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-WRITE-ACH-RECORD THRU 200-ACH-EXIT
               EXEC SQL
                   FETCH NEXT FROM EXTTBL INTO
                     :ENO OF EMPLOYEE-RECORD,
           END-IF.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains, the same edit every
      *    cycle job makes before touching anything.  A date not on
      *    the calendar passes when EMBONS put it on OFFCYCLE for
      *    the group - an off-cycle supplemental payment.
       105-CHECK-CALENDAR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF NOT DATE-ON-CALENDAR
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CAL-COUNT
                     FROM OFFCYCLE
                    WHERE OC-GROUP = :CYC-GROUP
                      AND OC-DATE = :CYC-DATE
               END-EXEC
               IF DATE-ON-CALENDAR
                   MOVE 'Y' TO WS-OFF-CYCLE-SW
                   MOVE 'EMBONS' TO WS-POST-JOB
                   DISPLAY 'off-cycle date ' CYC-DATE
                       ' - supplemental pay'
               END-IF
           END-IF.

      *    112-CHECK-STUB-PREREQ makes sure EMSTUB shows complete
      *    on PAYCYCLE for the cycle - the extract pays the posted
      *    EH-NET, so extracting ahead of the stub run would pay
      *    nobody and except everybody.
      *    On an off-cycle date the posting run is EMBONS.
       112-CHECK-STUB-PREREQ.
           MOVE 0 TO WS-PRE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PRE-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = :WS-POST-JOB
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.
      *    stub run deliberately, the override and its reason
      *    logged on PAYCYCLE like every other exception.
       118-ASK-SEQ-OVERRIDE.
           DISPLAY WS-POST-JOB ' not complete for ' CYC-DATE
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
                  AND CYC-JOB = 'EMEXTR'
                  AND CYC-STATUS = 'C'
           END-EXEC
       120-ASK-OVERRIDE.
           DISPLAY 'cycle ' CYC-DATE ' was already released'
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
      *    125-CLEAR-TRACES clears the cycle's ACHTRACE rows so an
      *    overridden rerun re-records its traces instead of leaving
      *    two generations behind - the return/NOC run matches the
      *    bank's trace numbers against these rows.  Only the
      *    group's own employees are cleared; another group's file
      *    for the same date keeps its traces.
       125-CLEAR-TRACES.
           EXEC SQL
               DELETE FROM ACHTRACE
                WHERE TRC-CYC-DATE = :CYC-DATE
                  AND TRC-ENO IN
                      (SELECT EH-ENO FROM EARNHIST
                        WHERE EH-PAY-DATE = :CYC-DATE
                          AND EH-PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'trace clear ' DISP-CODE.

      *    140-WRITE-BATCH-HEADER writes the type 5 record for the
      *    single PPD payroll batch, effective-dated to the pay
      *    cycle being released, the pay group named in the
      *    discretionary data so the bank can tell two groups'
      *    files for the same date apart.
       140-WRITE-BATCH-HEADER.
           MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE SPACES TO BH-DISCRETIONARY
           STRING 'PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO BH-DISCRETIONARY
           MOVE WS-COMPANY-ID TO BH-COMPANY-ID
           DIVIDE CYC-DATE BY 1000000
               GIVING WS-DATE-QUOT REMAINDER WS-EFF-DATE
      *    total is the true net EMSTUB posted to EARNHIST for this
      *    cycle - taxes and deductions already out - so the stub
      *    run must come ahead of the extract in the cycle stream.
      *    On an off-cycle date only the people EMBONS paid are in
      *    the run - everybody else is passed over, not excepted.
       200-WRITE-ACH-RECORD.
           IF OFF-CYCLE-RUN
               PERFORM 215-FETCH-POSTED-NET
               IF SQLCODE NOT = 0
                   GO TO 200-ACH-EXIT
               END-IF
           END-IF
           PERFORM 210-COUNT-ENROLLMENTS
           IF NOT ENROLLED
               ADD 1 TO WS-EXCEPT-COUNT
               END-IF
           END-IF.

       200-ACH-EXIT.
           EXIT.

      *    215-FETCH-POSTED-NET reads the net EMSTUB posted for this
      *    employee and cycle.  SQLCODE 100 means the stub run
      *    hasn't posted this cycle yet - the employee falls out to
                 FROM EARNHIST
                WHERE EH-ENO = :ENO OF EMPLOYEE-RECORD
                  AND EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC.

      *    210-COUNT-ENROLLMENTS counts the employee's EMPBANK rows
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
           MOVE 'EMEXTR' TO RC-THIS-JOB
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
