               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 T-ENO PIC 9(4).
           05 T-DATE PIC 9(8).
           05 T-HOURS PIC 9(2)V99.
           05 T-CODE PIC X(3).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE PIC X(40).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-CARD-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPT-COUNT PIC 9(6) VALUE 0.
       01 WS-RPT-LNAME PIC X(10).
       01 WS-EC-COUNT PIC S9(4) COMP VALUE 0.
           88 CODE-ON-FILE VALUE 1 THRU 999.
       01 WS-GRAND-HOURS PIC 9(7)V99 VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-HOURS PIC ZZ9.99.
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
         INCLUDE EMPHRS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPECD
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           PERFORM 105-CHECK-CALENDAR
           IF NOT DATE-ON-CALENDAR
               DISPLAY 'cycle ' CYC-DATE
           DISPLAY 'timecards excepted ' DISP-COUNT.

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

      *    150-CLEAR-CYCLE clears any hours already accumulated for
      *    this cycle, so a rerun of the timecard file doesn't double
      *    everyone's hours, the same rerun rule EMCOMM applies to
      *    COMMTOT.  Only the running group's employees are
      *    cleared.
       150-CLEAR-CYCLE.
           EXEC SQL
               DELETE FROM HOURSTOT
                WHERE HT-CYC-DATE = :CYC-DATE
                  AND HT-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle clear ' DISP-CODE.
           END-READ.

      *    200-APPLY-TIMECARD matches one timecard to its employee
      *    and rolls the hours into the cycle's per-employee total
      *    for the card's earnings code.  A card with an ENO not on
      *    file, or for an employee who is not hourly paid, goes to
      *    the exception listing the way EMCOMM's 200-APPLY-SALE
      *    handles an unmatched sale - and so does a card for
      *    someone in another pay group, whose hours belong to that
      *    group's cycle, and a card whose earnings code is not on
      *    EARNCODE, is the overtime EMSTUB works out itself, or is
      *    supplemental pay EMBONS pays off the bonus file.  A card
      *    with no code is regular time.
       200-APPLY-TIMECARD.
           IF T-CODE = SPACES
               MOVE 'REG' TO T-CODE
           END-IF
           PERFORM 250-CHECK-EARN-CODE
           MOVE T-ENO TO ENO
           EXEC SQL
               SELECT PAY-TYPE,PAY-GROUP INTO :PAY-TYPE,:PAY-GROUP
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
               ELSE
                   IF PAY-GROUP NOT = CYC-GROUP
                       ADD 1 TO WS-EXCEPT-COUNT
                       MOVE SPACES TO EXCEPT-LINE
                       STRING T-ENO ' ' T-DATE ' IN PAY GROUP '
                              PAY-GROUP
                           DELIMITED BY SIZE INTO EXCEPT-LINE
                       WRITE EXCEPT-LINE
                   ELSE
                       IF NOT CODE-ON-FILE OR EC-OVERTIME
                          OR EC-SUPPLEMENTAL
                           ADD 1 TO WS-EXCEPT-COUNT
                           MOVE SPACES TO EXCEPT-LINE
                           STRING T-ENO ' ' T-DATE
                                  ' BAD EARNINGS CODE ' T-CODE
                               DELIMITED BY SIZE INTO EXCEPT-LINE
                           WRITE EXCEPT-LINE
                       ELSE
                           PERFORM 300-ACCUMULATE-HOURS
                           ADD 1 TO WS-CARD-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    250-CHECK-EARN-CODE looks the card's earnings code up on
      *    the EARNCODE table EMECDM keeps.
       250-CHECK-EARN-CODE.
           MOVE 0 TO WS-EC-COUNT
           MOVE SPACES TO EC-CLASS
           MOVE T-CODE TO EC-CODE
           EXEC SQL
               SELECT EC-CLASS INTO :EC-CLASS
                 FROM EARNCODE
                WHERE EC-CODE = :EC-CODE
           END-EXEC
           IF SQLCODE = 0
               MOVE 1 TO WS-EC-COUNT
           END-IF.

      *    300-ACCUMULATE-HOURS adds one timecard's hours to the
      *    employee's HOURSTOT row for the cycle and earnings code,
      *    starting the row on the first card under the code.
       300-ACCUMULATE-HOURS.
           MOVE ENO TO HT-ENO
           MOVE T-CODE TO HT-CODE
           EXEC SQL
               UPDATE HOURSTOT
                  SET HT-HOURS = HT-HOURS + :T-HOURS
                WHERE HT-ENO = :HT-ENO
                  AND HT-CYC-DATE = :CYC-DATE
                  AND HT-CODE = :HT-CODE
           END-EXEC
           IF SQLCODE = 100
               MOVE T-HOURS TO HT-HOURS
               EXEC SQL
                   INSERT INTO HOURSTOT
                       (HT-ENO,HT-CYC-DATE,HT-CODE,HT-HOURS)
                       VALUES
                       (:HT-ENO,:CYC-DATE,:HT-CODE,:HT-HOURS)
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE.

      *    500-WRITE-REGISTER prints the hours register - one line
      *    per hourly employee and earnings code with the cycle's
      *    hours, and the grand total for the balancing desk.
       500-WRITE-REGISTER.
           MOVE SPACES TO PRINT-LINE
           STRING 'HOURS REGISTER FOR CYCLE ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE HRSTBL CURSOR FOR
                   SELECT HOURSTOT.HT-ENO, EMPLOYEE.LNAME,
                          HOURSTOT.HT-CODE, HOURSTOT.HT-HOURS
                     FROM HOURSTOT, EMPLOYEE
                    WHERE HOURSTOT.HT-ENO = EMPLOYEE.ENO
                      AND HOURSTOT.HT-CYC-DATE = :CYC-DATE
                      AND EMPLOYEE.PAY-GROUP = :CYC-GROUP
                    ORDER BY HOURSTOT.HT-ENO, HOURSTOT.HT-CODE
           END-EXEC

           EXEC SQL

           EXEC SQL
               FETCH NEXT FROM HRSTBL INTO
                 :HT-ENO,:WS-RPT-LNAME,:HT-CODE,:HT-HOURS
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

               ADD HT-HOURS TO WS-GRAND-HOURS
               MOVE HT-HOURS TO DISP-HOURS
               MOVE SPACES TO PRINT-LINE
               STRING '    ' HT-ENO ' ' WS-RPT-LNAME ' ' HT-CODE
                      ' ' DISP-HOURS ' HOURS'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               EXEC SQL
                   FETCH NEXT FROM HRSTBL INTO
                     :HT-ENO,:WS-RPT-LNAME,:HT-CODE,:HT-HOURS
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM
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
           MOVE 'EMTIME' TO RC-THIS-JOB
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
