               ORGANIZATION LINE SEQUENTIAL.
           SELECT POSPAY-FILE ASSIGN TO POSPAY
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE PIC X(80).
       FD  POSPAY-FILE.
       01  POSPAY-RECORD PIC X(80).
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
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPCRG
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
                   DISPLAY 'check run refused - run ' WS-POST-JOB
                       ' for the cycle first'
                   GO TO 100-EXIT
               END-IF
           END-IF
                       ' checks already issued'
                   GO TO 100-EXIT
               END-IF
               PERFORM 125-VOID-PRIOR-CHECKS
           END-IF

           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO PRINT-LINE
           STRING 'CHECK REGISTER FOR CYCLE ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

                   SELECT ENO,LNAME,FNAME
                     FROM EMPLOYEE
                    WHERE EMP-STATUS = 'A'
                      AND PAY-GROUP = :CYC-GROUP
                    ORDER BY LNAME
           END-EXEC

           CLOSE PRINT-FILE
           CLOSE POSPAY-FILE

           IF RETURN-CODE < 8
               PERFORM 900-RECORD-COMPLETION
           END-IF

           MOVE WS-CHECK-COUNT TO DISP-COUNT
           DISPLAY 'checks issued ' DISP-COUNT.

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
      *    on PAYCYCLE for the cycle - the checks pay the posted
      *    EH-NET, so a run ahead of the stub run would issue
      *    nothing and still mark the cycle's checks done.
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
      *    logged on PAYCYCLE the way EMEXTR logs its sequence
      *    override.
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
                  AND CYC-JOB = 'EMCHK'
                  AND CYC-STATUS = 'C'
           END-EXEC
       120-ASK-OVERRIDE.
           DISPLAY 'cycle ' CYC-DATE ' checks were already issued'
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

      *    125-VOID-PRIOR-CHECKS voids the checks the earlier run
      *    issued for the group's cycle that are still outstanding
      *    - the rerun issues them again under new numbers, and the
      *    old ones left open would go stale in EMCREC and be
      *    escheated by EMESCH.  A check already paid is left be.
       125-VOID-PRIOR-CHECKS.
           EXEC SQL
               UPDATE CHECKREG
                  SET CR-STATUS = 'V'
                WHERE CR-CYC-DATE = :CYC-DATE
                  AND CR-STATUS = 'O'
                  AND CR-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP
                       UNION
                       SELECT ENO FROM EMPLOYEE-HISTORY
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'prior checks voided ' DISP-CODE.

      *    200-PAY-ONE-EMPLOYEE decides whether this employee is
      *    paid by check - exactly the population EMEXTR drops onto
      *    its exception listing: no EMPBANK enrollment, or a
           PERFORM 400-PRINT-CHECK
           PERFORM 500-WRITE-REGISTER-LINE
           PERFORM 600-WRITE-POSPAY
           PERFORM 650-RECORD-ISSUED-CHECK
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET TO WS-CHECK-TOTAL.

                 FROM EARNHIST
                WHERE EH-ENO = :ENO OF EMPLOYEE-RECORD
                  AND EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC.

      *    300-ASSIGN-CHECK-NO draws the next check number off the
           MOVE WS-POSPAY-REC TO POSPAY-RECORD
           WRITE POSPAY-RECORD.

      *    650-RECORD-ISSUED-CHECK saves the check on the CHECKREG
      *    issued-check register as outstanding - the same number,
      *    date, amount, and payee the bank got on POSPAY - so
      *    EMCREC can match the bank's paid-items file against it
      *    instead of treasury ticking the CHKOUT printout by hand.
       650-RECORD-ISSUED-CHECK.
           MOVE WS-CHECK-NO TO CR-CHECK-NO
           MOVE ENO OF EMPLOYEE-RECORD TO CR-ENO
           MOVE CYC-DATE TO CR-CYC-DATE
           MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE
           MOVE WS-NET TO CR-AMOUNT
           MOVE PP-PAYEE TO CR-PAYEE
           MOVE 'O' TO CR-STATUS
           MOVE 0 TO CR-PAID-DATE
           MOVE 0 TO CR-PAID-AMT
           EXEC SQL
               INSERT INTO CHECKREG
                   (CR-CHECK-NO,CR-ENO,CR-CYC-DATE,CR-ISSUE-DATE,
                    CR-AMOUNT,CR-PAYEE,CR-STATUS,CR-PAID-DATE,
                    CR-PAID-AMT)
                   VALUES
                   (:CR-CHECK-NO,:CR-ENO,:CR-CYC-DATE,
                    :CR-ISSUE-DATE,:CR-AMOUNT,:CR-PAYEE,
                    :CR-STATUS,:CR-PAID-DATE,:CR-PAID-AMT)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE NOT = 0
               DISPLAY 'check register insert ' DISP-CODE
                   ' check ' WS-CHECK-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    700-PAY-TERMINATED cuts the checks for the cycle's
      *    final-pay rows - EARNHIST rows whose ENO is no longer on
      *    EMPLOYEE, the same not-in subselect EMREG's terminated
                   SELECT EH-ENO,EH-NET
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :CYC-DATE
                      AND EH-PAY-GROUP = :CYC-GROUP
                      AND EH-ENO NOT IN
                          (SELECT ENO FROM EMPLOYEE)
                    ORDER BY EH-ENO
           PERFORM 400-PRINT-CHECK
           PERFORM 500-WRITE-REGISTER-LINE
           PERFORM 600-WRITE-POSPAY
           PERFORM 650-RECORD-ISSUED-CHECK
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET TO WS-CHECK-TOTAL.

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
           MOVE 'EMCHK' TO RC-THIS-JOB
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
