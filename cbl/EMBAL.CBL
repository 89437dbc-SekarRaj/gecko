               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BAL-RECORD PIC X(94).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-TABLE-ENTRY-COUNT PIC 9(8) VALUE 0.
       01 WS-TABLE-CREDIT PIC 9(10)V99 VALUE 0.
       01 WS-CYC-DATE PIC 9(8).
       01 WS-CYC-GROUP PIC X(2).
       01 WS-BNK-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-PENDING-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
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
               DISPLAY 'cycle ' WS-CYC-DATE ' group ' WS-CYC-GROUP
                   ' is not on the pay-cycle calendar - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           OPEN INPUT ACH-FILE
           END-IF.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains, the same edit every
      *    cycle job makes before touching anything.  An off-cycle
      *    date EMBONS put on OFFCYCLE for the group passes as well.
       105-CHECK-CALENDAR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :WS-CYC-GROUP
                  AND CAL-DATE = :WS-CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF NOT DATE-ON-CALENDAR
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CAL-COUNT
                     FROM OFFCYCLE
                    WHERE OC-GROUP = :WS-CYC-GROUP
                      AND OC-DATE = :WS-CYC-DATE
               END-EXEC
           END-IF.

      *    150-READ-ACH reads the next ACHOUT record.
       150-READ-ACH.

      *    300-DERIVE-FROM-TABLE rebuilds the same figures straight
      *    off EMPLOYEE, EMPBANK, and EARNHIST - one entry per
      *    enrolled active employee in the group with earnings
      *    posted for the group's cycle, dollars only where the
      *    prenote cycle is done, and the dollars are the posted
      *    EH-NET the extract pays, not a PAYRATE/COM
      *    recomputation.
       300-DERIVE-FROM-TABLE.
           EXEC SQL
               DECLARE BALTBL CURSOR FOR
                   SELECT ENO
                     FROM EMPLOYEE
                    WHERE EMP-STATUS = 'A'
                      AND PAY-GROUP = :WS-CYC-GROUP
           END-EXEC

           EXEC SQL

      *    350-TALLY-EMPLOYEE adds one active employee into the
      *    table-side totals when EMPBANK enrollments exist and
      *    EMSTUB (or EMBONS, off-cycle) posted earnings for the
      *    cycle - mirroring exactly who EMEXTR puts in the file:
      *    zero-dollar prenote entries for the pending accounts
      *    when any prenote is still open, otherwise one live entry
      *    per enrollment row whose dollars across the splits total
      *    the posted EH-NET.
       350-TALLY-EMPLOYEE.
           MOVE 0 TO WS-BNK-COUNT
           MOVE 0 TO WS-PENDING-COUNT
                     FROM EARNHIST
                    WHERE EH-ENO = :ENO OF EMPLOYEE-RECORD
                      AND EH-PAY-DATE = :WS-CYC-DATE
                      AND EH-PAY-GROUP = :WS-CYC-GROUP
               END-EXEC
               IF SQLCODE = 0
                   IF WS-PENDING-COUNT > 0
      *    step can key off this job's return code.
       400-WRITE-REPORT.
           MOVE SPACES TO PRINT-LINE
           STRING 'ACH BALANCING REPORT FOR ' WS-CYC-DATE
                  ' GROUP ' WS-CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

      *    950-GET-CYCLE-PARMS takes the cycle date and the pay
      *    group EMEXTR wrote ACHOUT for from the RUNCTL
      *    run-control file when one is allocated, so the
      *    overnight stream runs with nobody at the terminal -
      *    otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMBAL' TO RC-THIS-JOB
           OPEN INPUT RUN-CONTROL-FILE
           IF RC-FILE-STATUS = '00'
               MOVE 'B' TO RC-RUN-MODE
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RC-UNATTENDED
               MOVE 'CYCDATE' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-DATE NUMERIC
                   MOVE RC-ANS-DATE TO WS-CYC-DATE
               ELSE
                   MOVE 0 TO WS-CYC-DATE
               END-IF
               MOVE 'GROUP' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO WS-CYC-GROUP
               DISPLAY 'run control - cycle ' WS-CYC-DATE
                   ' group ' WS-CYC-GROUP
           ELSE
               DISPLAY 'pay cycle date (YYYYMMDD)'
               ACCEPT WS-CYC-DATE
               DISPLAY 'pay group'
               ACCEPT WS-CYC-GROUP
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
