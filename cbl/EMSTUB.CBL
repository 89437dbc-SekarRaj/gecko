               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VAR-FILE ASSIGN TO VAROUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE PIC X(80).
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE PIC X(50).
       FD  VAR-FILE.
       01  VAR-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 DISP-RATE PIC $$$,$$$,$$9.99.

      *    Hourly pay work fields - hours off the HOURSTOT totals
      *    EMTIME accumulated from the cycle's timecards by earnings
      *    code, overtime past forty of the hours whose codes count
      *    toward it.
       01 WS-HOURS PIC 9(3)V99 VALUE 0.
       01 WS-OT-HOURS PIC 9(3)V99 VALUE 0.
       01 DISP-HOURS PIC ZZ9.99.
       01 HT-HOURS-IND PIC S9(4) COMP.

      *    The stub's gross by earnings code - one line per code the
      *    employee was paid under, the overtime line, a salaried
      *    employee's single regular line, and a RET line for retro
      *    folded in.  The lines add back to WS-GROSS; they print on
      *    the stub and post to EARNDTL behind the EARNHIST row.
       01 WS-EARN-TABLE.
           05 WS-EARN-ENTRY OCCURS 20 TIMES.
               10 WS-EN-CODE PIC X(3).
               10 WS-EN-DESC PIC X(20).
               10 WS-EN-CLASS PIC X(1).
               10 WS-EN-HOURS PIC S9(3)V99.
               10 WS-EN-AMT PIC S9(7)V99.
       01 WS-EARN-USED PIC S9(4) COMP VALUE 0.
       01 WS-EARN-SUB PIC S9(4) COMP.
       01 WS-EARN-SUM PIC S9(9)V99 VALUE 0.
       01 WS-EARN-CODE PIC X(3).
       01 WS-EARN-DESC PIC X(20).
       01 WS-EARN-CLASS PIC X(1).
       01 WS-EARN-HOURS PIC S9(3)V99.
       01 WS-EARN-AMT PIC S9(7)V99.
       01 WS-REG-CODE PIC X(3) VALUE 'REG'.
       01 WS-REG-DESC PIC X(20) VALUE 'REGULAR'.
       01 WS-OT-CODE PIC X(3) VALUE 'OT'.
       01 WS-OT-DESC PIC X(20) VALUE 'OVERTIME'.
       01 WS-OT-MULT PIC 9V999 VALUE 1.500.
       01 DISP-EN-HOURS PIC ZZ9.99.
       01 DISP-EN-AMT PIC ----,---,--9.99.

      *    Final-pay work fields - employees terminated during the
      *    pay period (the day after the group's last CYCCAL date
      *    through this one) come off EMPLOYEE-HISTORY for a
      *    prorated last stub, posted to EARNHIST under their ENO so
      *    the year-end tie-out still sees them.
       01 WS-FINAL-SW PIC X VALUE 'N'.
           88 FINAL-PAY-STUB VALUE 'Y'.
       01 WS-TERM-DATE PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 PERIOD-END-IND PIC S9(4) COMP.
       01 WS-PERIOD-END-DAYS PIC 9(7).
       01 WS-PERIOD-DAYS PIC 9(3).
       01 WS-WORKED-DAYS PIC 9(3).

      *    Day-number work fields - a yyyymmdd date turned into a
      *    count of days, so days in a pay period is a plain
      *    subtraction across month and year ends.
       01 WS-DAYS-DATE PIC 9(8).
       01 WS-DAYS-PARTS REDEFINES WS-DAYS-DATE.
           05 WS-DAYS-YYYY PIC 9(4).
           05 WS-DAYS-MM PIC 9(2).
           05 WS-DAYS-DD PIC 9(2).
       01 WS-DAY-NUMBER PIC 9(7).
       01 WS-PRIOR-YEARS PIC 9(4).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(3).
       01 WS-LEAP-4 PIC 9(4).
       01 WS-LEAP-100 PIC 9(4).
       01 WS-LEAP-400 PIC 9(4).
       01 WS-CUM-DAYS-VALUES.
           05 FILLER PIC 9(3) VALUE 000.
           05 FILLER PIC 9(3) VALUE 031.
           05 FILLER PIC 9(3) VALUE 059.
           05 FILLER PIC 9(3) VALUE 090.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 151.
           05 FILLER PIC 9(3) VALUE 181.
           05 FILLER PIC 9(3) VALUE 212.
           05 FILLER PIC 9(3) VALUE 243.
           05 FILLER PIC 9(3) VALUE 273.
           05 FILLER PIC 9(3) VALUE 304.
           05 FILLER PIC 9(3) VALUE 334.
       01 WS-CUM-DAYS-TBL REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS PIC 9(3) OCCURS 12 TIMES.
       01 WS-FINAL-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT PIC S9(4) COMP VALUE 0.
           88 ALREADY-PAID VALUE 1 THRU 999.
           88 PREREQS-MET VALUE 'Y'.
       01 WS-PRE-JOB PIC X(8).
       01 WS-OVR-ANS PIC X.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-ON-FILE VALUE 1 THRU 999.
       01 DISP-COM PIC $$,$$$,$$9.99.
       01 DISP-NET PIC $$$,$$$,$$9.99.
       01 DISP-STUB-COUNT PIC ZZZ,ZZ9.
       01 WS-GARN-TAKE PIC 9(7)V99 VALUE 0.
       01 WS-GARN-SHORT PIC 9(5)V99 VALUE 0.

      *    Overpayment recovery work fields - each open RECEIVBL
      *    row gives up its installment after the garnishments and
      *    before the regular deductions, never more than is still
      *    owed or than the pay left to take it from.  A final
      *    check takes the whole balance.
       01 WS-RCV-LEFT PIC 9(7)V99 VALUE 0.
       01 WS-RCV-TAKE PIC 9(7)V99 VALUE 0.
       01 DISP-RCV-BAL PIC $$$,$$9.99.

      *    Retirement deduction work fields - a class 'R' election
      *    is a percent of the cycle's gross plus commission, with
      *    an employer match posted alongside it on EARNHIST and an
       01 DISP-YTD-GROSS PIC $$$,$$$,$$9.99.
       01 DISP-YTD-COMM PIC $$$,$$$,$$9.99.
       01 DISP-YTD-NET PIC $$$,$$$,$$9.99.
       01 WS-YTD-THRU PIC 9(8).

      *    Trial-run work fields - a trial computes every stub the
      *    live run would, posts nothing, clears nothing and leaves
      *    PAYCYCLE alone, and compares each employee's net with the
      *    net posted on the group's last cycle.  Payroll signs off
      *    on the variance report before the live run.
       01 WS-TRIAL-SW PIC X VALUE 'N'.
           88 TRIAL-RUN VALUE 'Y'.
       01 WS-PRIOR-CYCLE PIC 9(8) VALUE 0.
       01 PRIOR-CYCLE-IND PIC S9(4) COMP.
       01 WS-PRIOR-NET PIC S9(9)V99 VALUE 0.
       01 PRIOR-NET-IND PIC S9(4) COMP.
       01 WS-VAR-PCT-LIMIT PIC 9(3)V99 VALUE 0.
       01 WS-VAR-AMT-LIMIT PIC 9(7)V99 VALUE 0.
       01 WS-VAR-CHANGE PIC S9(9)V99 VALUE 0.
       01 WS-VAR-ABS PIC 9(9)V99 VALUE 0.
       01 WS-VAR-PCT PIC 9(7)V99 VALUE 0.
       01 WS-VAR-FLAG PIC X(14).
       01 WS-VAR-COUNT PIC 9(6) VALUE 0.
       01 WS-FLAG-COUNT PIC 9(6) VALUE 0.
       01 WS-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
       01 WS-TRIAL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN PIC X OCCURS 9999 TIMES.
       01 DISP-PRIOR-NET PIC $$,$$$,$$9.99-.
       01 DISP-TRIAL-NET PIC $$,$$$,$$9.99-.
       01 DISP-VAR-CHANGE PIC $$$,$$9.99-.
       01 DISP-VAR-TOTAL PIC $$$,$$$,$$9.99-.
       01 DISP-VAR-COUNT PIC ZZZ,ZZ9.
       01 DISP-VAR-PCT PIC ZZ9.99.

      *    Partition work fields - a partitioned run pays only the
      *    STUBPART employee-number range it is given, clears and
      *    reposts only that range, and records its completion
      *    under its own job name (EMSTUB01, EMSTUB02 ...) so the
      *    partitions can run side by side and a failed one can be
      *    rerun alone.  EMSTMG records EMSTUB itself once every
      *    partition is in.  Partition 0 is the whole group.
       01 WS-PART-NO PIC 9(2) VALUE 0.
           88 WHOLE-GROUP-RUN VALUE 0.
       01 WS-PART-LOW PIC 9(4) VALUE 0.
       01 WS-PART-HIGH PIC 9(4) VALUE 9999.
       01 WS-PART-JOB.
           05 FILLER PIC X(6) VALUE 'EMSTUB'.
           05 WS-PART-JOB-NO PIC 9(2) VALUE 0.

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
         INCLUDE EMPREC
       END-EXEC.
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPECD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPEDT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPTAX
       END-EXEC.
         INCLUDE EMPACB
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCV
       END-EXEC.

       EXEC SQL
         INCLUDE EMPSPT
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           IF RC-UNATTENDED
               MOVE 'TRIAL' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO WS-TRIAL-SW
           ELSE
               DISPLAY 'trial run - compute and compare, post nothing? '
                   'y/n'
               ACCEPT WS-TRIAL-SW
           END-IF
           INSPECT WS-TRIAL-SW CONVERTING 'y' TO 'Y'
           PERFORM 103-GET-PAY-GROUP
           IF NOT GROUP-ON-FILE
               DISPLAY 'pay group ' CYC-GROUP ' not on file - '
                   'refused'
               GO TO 100-EXIT
           END-IF
           PERFORM 107-GET-PARTITION
           IF NOT WHOLE-GROUP-RUN AND SQLCODE NOT = 0
               DISPLAY 'partition ' WS-PART-NO ' of group ' CYC-GROUP
                   ' not on STUBPART - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 105-CHECK-CALENDAR
           IF NOT DATE-ON-CALENDAR
               DISPLAY 'cycle ' CYC-DATE
               GO TO 100-EXIT
           END-IF
           PERFORM 110-CHECK-PREREQS
           IF NOT PREREQS-MET AND TRIAL-RUN
               DISPLAY 'trial continues without them - figures may '
                   'be short'
           END-IF
           IF NOT PREREQS-MET AND NOT TRIAL-RUN
               PERFORM 115-ASK-SEQ-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'stub run refused - run EMCOMM and '
           COMPUTE WS-CYC-YEAR = CYC-DATE / 10000
           COMPUTE WS-YEAR-START = WS-CYC-YEAR * 10000 + 101
           PERFORM 120-GET-FED-RATE
           PERFORM 125-GET-EARN-CODES
           IF TRIAL-RUN
               COMPUTE WS-YTD-THRU = CYC-DATE - 1
               PERFORM 170-START-TRIAL
           ELSE
               MOVE CYC-DATE TO WS-YTD-THRU
               PERFORM 150-CLEAR-CYCLE
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT EXCEPT-FILE

                          SSN,ST,PAY-TYPE
                     FROM EMPLOYEE
                    WHERE EMP-STATUS = 'A'
                      AND PAY-GROUP = :CYC-GROUP
                      AND ENO >= :WS-PART-LOW
                      AND ENO <= :WS-PART-HIGH
                    ORDER BY ENO
           END-EXEC

           CLOSE PRINT-FILE
           CLOSE EXCEPT-FILE

           IF TRIAL-RUN
               PERFORM 650-LIST-MISSING
               PERFORM 690-WRITE-VARIANCE-TOTALS
               CLOSE VAR-FILE
               DISPLAY 'trial run - nothing posted'
           ELSE
               PERFORM 900-RECORD-COMPLETION
           END-IF.

       100-EXIT.
           GOBACK.

      *    103-GET-PAY-GROUP reads the running group off PAYGROUP -
      *    its periods per year are what a salaried annual salary
      *    is divided by for the cycle's pay.
       103-GET-PAY-GROUP.
           MOVE CYC-GROUP TO PG-CODE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PG-CODE
           END-EXEC
           IF GROUP-ON-FILE
               EXEC SQL
                   SELECT PG-DESC,PG-FREQ,PG-PERIODS
                     INTO :PG-DESC,:PG-FREQ,:PG-PERIODS
                     FROM PAYGROUP
                    WHERE PG-CODE = :PG-CODE
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE.

      *    107-GET-PARTITION takes the partition this run pays -
      *    PART on the run-control file, or keyed - and reads its
      *    employee-number range off STUBPART.  No partition, or
      *    0, pays the whole group as one run.
       107-GET-PARTITION.
           MOVE 0 TO WS-PART-NO
           IF RC-UNATTENDED
               MOVE 'PART' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-PART NUMERIC
                   MOVE RC-ANS-PART TO WS-PART-NO
               END-IF
           ELSE
               DISPLAY 'stub partition (00 for the whole group)'
               ACCEPT WS-PART-NO
           END-IF
           IF NOT WHOLE-GROUP-RUN
               MOVE CYC-GROUP TO SP-GROUP
               MOVE WS-PART-NO TO SP-PART
               EXEC SQL
                   SELECT SP-LOW-ENO,SP-HIGH-ENO
                     INTO :SP-LOW-ENO,:SP-HIGH-ENO
                     FROM STUBPART
                    WHERE SP-GROUP = :SP-GROUP
                      AND SP-PART = :SP-PART
               END-EXEC
               IF SQLCODE = 0
                   MOVE SP-LOW-ENO TO WS-PART-LOW
                   MOVE SP-HIGH-ENO TO WS-PART-HIGH
                   MOVE WS-PART-NO TO WS-PART-JOB-NO
                   DISPLAY 'partition ' WS-PART-NO ' pays '
                       WS-PART-LOW ' through ' WS-PART-HIGH
               END-IF
           END-IF.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains, before anything is
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
                  AND CYC-JOB = :WS-PRE-JOB
                  AND CYC-STATUS = 'C'
           END-EXEC
      *    behind it is always traceable to a decision.
       115-ASK-SEQ-OVERRIDE.
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
               IF WHOLE-GROUP-RUN
                   MOVE 'EMSTUB' TO CYC-JOB
               ELSE
                   MOVE WS-PART-JOB TO CYC-JOB
               END-IF
               MOVE 'O' TO CYC-STATUS
               ACCEPT CYC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT CYC-RUN-TIME FROM TIME
               EXEC SQL
                   INSERT INTO PAYCYCLE
                       (CYC-GROUP,CYC-DATE,CYC-JOB,CYC-STATUS,
                        CYC-RUN-DATE,CYC-RUN-TIME,CYC-OVR-REASON)
                       VALUES
                       (:CYC-GROUP,:CYC-DATE,:CYC-JOB,:CYC-STATUS,
                        :CYC-RUN-DATE,:CYC-RUN-TIME,
                        :CYC-OVR-REASON)
               END-EXEC
               MOVE 0 TO WS-FED-PCT
           END-IF.

      *    125-GET-EARN-CODES reads the regular code a salaried stub
      *    is paid under and the overtime code's multiplier off
      *    EARNCODE - REG and OT at time and a half when the table
      *    has no such class.
       125-GET-EARN-CODES.
           EXEC SQL
               SELECT EC-CODE,EC-DESC
                 INTO :EC-CODE,:EC-DESC
                 FROM EARNCODE
                WHERE EC-CLASS = 'R'
                  AND EC-CODE =
                      (SELECT MIN(EC-CODE) FROM EARNCODE
                        WHERE EC-CLASS = 'R')
           END-EXEC
           IF SQLCODE = 0
               MOVE EC-CODE TO WS-REG-CODE
               MOVE EC-DESC TO WS-REG-DESC
           END-IF
           EXEC SQL
               SELECT EC-CODE,EC-DESC,EC-MULT
                 INTO :EC-CODE,:EC-DESC,:EC-MULT
                 FROM EARNCODE
                WHERE EC-CLASS = 'O'
                  AND EC-CODE =
                      (SELECT MIN(EC-CODE) FROM EARNCODE
                        WHERE EC-CLASS = 'O')
           END-EXEC
           IF SQLCODE = 0
               MOVE EC-CODE TO WS-OT-CODE
               MOVE EC-DESC TO WS-OT-DESC
               MOVE EC-MULT TO WS-OT-MULT
           END-IF.

      *    150-CLEAR-CYCLE clears any rows already posted for this
      *    group and cycle date, so a rerun of the stub job reposts
      *    the cycle instead of doubling everyone's earnings
      *    history - another group paid on the same date keeps its
      *    rows, and so does every other partition of this group.
       150-CLEAR-CYCLE.
           EXEC SQL
               DELETE FROM EARNHIST
                WHERE EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
                  AND EH-ENO >= :WS-PART-LOW
                  AND EH-ENO <= :WS-PART-HIGH
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle clear ' DISP-CODE
           EXEC SQL
               DELETE FROM EARNDTL
                WHERE ED-PAY-DATE = :CYC-DATE
                  AND ED-PAY-GROUP = :CYC-GROUP
                  AND ED-ENO >= :WS-PART-LOW
                  AND ED-ENO <= :WS-PART-HIGH
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'earnings detail clear ' DISP-CODE
           EXEC SQL
               DELETE FROM GARNARR
                WHERE GA-CYC-DATE = :CYC-DATE
                  AND GA-ENO >= :WS-PART-LOW
                  AND GA-ENO <= :WS-PART-HIGH
                  AND GA-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP
                       UNION
                       SELECT ENO FROM EMPLOYEE-HISTORY
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'arrears clear ' DISP-CODE
                  SET RP-PAID = 'N',
                      RP-PAID-DATE = 0
                WHERE RP-PAID-DATE = :CYC-DATE
                  AND RP-ENO >= :WS-PART-LOW
                  AND RP-ENO <= :WS-PART-HIGH
                  AND RP-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP
                       UNION
                       SELECT ENO FROM EMPLOYEE-HISTORY
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'retro reset ' DISP-CODE
           EXEC SQL
               UPDATE RECEIVBL
                  SET RCV-BALANCE = RCV-BALANCE + RCV-LAST-TAKE,
                      RCV-STATUS = 'O',
                      RCV-CLOSE-DATE = 0,
                      RCV-LAST-TAKE = 0,
                      RCV-LAST-CYC = 0
                WHERE RCV-LAST-CYC = :CYC-DATE
                  AND RCV-STATUS <> 'W'
                  AND RCV-ENO >= :WS-PART-LOW
                  AND RCV-ENO <= :WS-PART-HIGH
                  AND RCV-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP
                       UNION
                       SELECT ENO FROM EMPLOYEE-HISTORY
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'recovery reset ' DISP-CODE.

      *    160-FINAL-PAY-PASS pays employees terminated during the
      *    pay period their last check.  EMTERM and EMTRAN move a
      *    terminated row to EMPLOYEE-HISTORY and delete it, so the
      *    STUBTBL cursor never sees it - this pass picks those rows
      *    up off the history table and runs them through the same
      *    already rehired ('R') are back on EMPLOYEE and paid as
      *    active, so they are passed over here.
       160-FINAL-PAY-PASS.
           PERFORM 162-GET-PERIOD
           MOVE 'Y' TO WS-FINAL-SW

           EXEC SQL
                   SELECT ENO,LNAME,FNAME,DEPT,PAYRATE,
                          SSN,ST,PAY-TYPE,TERM-DATE
                     FROM EMPLOYEE-HISTORY
                    WHERE TERM-DATE > :WS-PERIOD-END
                      AND TERM-DATE <= :CYC-DATE
                      AND EMP-STATUS <> 'R'
                      AND PAY-GROUP = :CYC-GROUP
                      AND ENO >= :WS-PART-LOW
                      AND ENO <= :WS-PART-HIGH
                    ORDER BY ENO
           END-EXEC

           END-EXEC
           MOVE 'N' TO WS-FINAL-SW.

      *    162-GET-PERIOD finds where the pay period began - the
      *    group's CYCCAL date before this one, the period running
      *    from the day after it through this cycle - and its
      *    length in days.  A group's first cycle has no date
      *    before it and takes the cycle's month to date.
       162-GET-PERIOD.
           EXEC SQL
               SELECT MAX(CAL-DATE)
                 INTO :WS-PERIOD-END :PERIOD-END-IND
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE < :CYC-DATE
           END-EXEC
           IF PERIOD-END-IND < 0 OR SQLCODE NOT = 0
               COMPUTE WS-PERIOD-END = CYC-DATE / 100 * 100
           END-IF
           MOVE WS-PERIOD-END TO WS-DAYS-DATE
           PERFORM 980-DATE-TO-DAYS
           MOVE WS-DAY-NUMBER TO WS-PERIOD-END-DAYS
           MOVE CYC-DATE TO WS-DAYS-DATE
           PERFORM 980-DATE-TO-DAYS
           COMPUTE WS-PERIOD-DAYS =
               WS-DAY-NUMBER - WS-PERIOD-END-DAYS
           IF WS-PERIOD-DAYS = 0
               MOVE 1 TO WS-PERIOD-DAYS
           END-IF.

      *    170-START-TRIAL takes the variance limits, finds the
      *    group's last posted cycle - the latest calendar date
      *    before this one with EARNHIST rows for the group, so an
      *    EMVOID adjustment date is never taken for a cycle - and
      *    opens the variance report.
       170-START-TRIAL.
           IF RC-UNATTENDED
               MOVE 'VARPCT' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-PCT NUMERIC
                   MOVE RC-ANS-PCT TO WS-VAR-PCT-LIMIT
               END-IF
               MOVE 'VARAMT' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-AMT NUMERIC
                   MOVE RC-ANS-AMT TO WS-VAR-AMT-LIMIT
               END-IF
           ELSE
               DISPLAY 'flag net change over percent'
               ACCEPT WS-VAR-PCT-LIMIT
               DISPLAY 'flag net change over amount'
               ACCEPT WS-VAR-AMT-LIMIT
           END-IF
           MOVE SPACES TO WS-SEEN-TABLE
           EXEC SQL
               SELECT MAX(EH-PAY-DATE)
                 INTO :WS-PRIOR-CYCLE :PRIOR-CYCLE-IND
                 FROM EARNHIST
                WHERE EH-PAY-GROUP = :CYC-GROUP
                  AND EH-PAY-DATE < :CYC-DATE
                  AND EH-PAY-DATE IN
                      (SELECT CAL-DATE FROM CYCCAL
                        WHERE CAL-GROUP = :CYC-GROUP)
           END-EXEC
           IF PRIOR-CYCLE-IND < 0
               MOVE 0 TO WS-PRIOR-CYCLE
           END-IF
           OPEN OUTPUT VAR-FILE
           MOVE SPACES TO VAR-LINE
           STRING 'TRIAL RUN VARIANCE - CYCLE ' CYC-DATE
                  ' GROUP ' CYC-GROUP ' AGAINST ' WS-PRIOR-CYCLE
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-VAR-AMT-LIMIT TO DISP-VAR-CHANGE
           MOVE WS-VAR-PCT-LIMIT TO DISP-VAR-PCT
           MOVE SPACES TO VAR-LINE
           STRING 'FLAGGED OVER ' DISP-VAR-PCT ' PCT OR '
                  DISP-VAR-CHANGE ' - NOTHING POSTED'
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE SPACES TO VAR-LINE
           STRING 'ENO  NAME           PRIOR NET      TRIAL NET'
                  '       CHANGE FLAG'
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE.

      *    165-PAY-ONE-FINAL runs one terminated employee through
      *    the stub flow unless the cycle already paid that number -
      *    a final check is owed once, not once per rerun pass.
       165-PAY-ONE-FINAL.
           PERFORM 168-CHECK-ALREADY-PAID THRU 168-CHECK-EXIT
           IF ALREADY-PAID
               GO TO 165-FINAL-EXIT
           END-IF
       165-FINAL-EXIT.
           EXIT.

      *    168-CHECK-ALREADY-PAID asks EARNHIST whether anything
      *    has been posted for the employee number on or after the
      *    termination date - the final check, by this run or an
      *    earlier cycle's - the same test EMRCVR makes.  On a
      *    trial, nothing is posted, so whether the trial already
      *    figured the number.
       168-CHECK-ALREADY-PAID.
           MOVE 0 TO WS-PAID-COUNT
           IF TRIAL-RUN
               IF WS-SEEN (ENO) = 'Y'
                   MOVE 1 TO WS-PAID-COUNT
               END-IF
               GO TO 168-CHECK-EXIT
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PAID-COUNT
                 FROM EARNHIST
                WHERE EH-ENO = :ENO
                  AND EH-PAY-DATE >= :WS-TERM-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

       168-CHECK-EXIT.
           EXIT.

      *    200-WRITE-STUB prints one employee's pay stub for the
      *    current pay cycle - gross (the annual PAYRATE over the
      *    group's periods for salaried, hours times rate with
      *    overtime for hourly), commission in
      *    real dollars off the COMMTOT totals EMCOMM computed from
      *    the cycle's sales, federal and state withholding off the
      *    TAXRATE table, each recurring deduction itemized, and
      *    to the exception listing instead of getting a zero stub
      *    nobody notices.
       200-WRITE-STUB.
           MOVE 0 TO WS-EARN-USED
           IF PAY-HOURLY
               PERFORM 205-GET-HOURS
               IF SQLCODE NOT = 0 OR HT-HOURS = 0
                          ' NO HOURS POSTED THIS CYCLE'
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
                   IF TRIAL-RUN
                       MOVE 0 TO WS-NET-SIGNED
                       PERFORM 600-CHECK-VARIANCE
                   END-IF
                   GO TO 200-STUB-EXIT
               END-IF
               PERFORM 210-COMPUTE-HOURLY-GROSS
               IF FINAL-PAY-STUB
                   PERFORM 215-PRORATE-FINAL-GROSS
               ELSE
                   PERFORM 212-COMPUTE-SALARIED-GROSS
               END-IF
               MOVE WS-REG-CODE TO WS-EARN-CODE
               MOVE WS-REG-DESC TO WS-EARN-DESC
               MOVE 'R' TO WS-EARN-CLASS
               MOVE 0 TO WS-EARN-HOURS
               MOVE WS-GROSS TO WS-EARN-AMT
               PERFORM 218-ADD-EARN-LINE
           END-IF
           ADD 1 TO WS-STUB-COUNT
           PERFORM 235-COLLECT-RETRO
           PERFORM 219-ADD-RETRO-LINE
           MOVE WS-GROSS TO DISP-RATE
           PERFORM 230-GET-COMMISSION
           MOVE WS-COMM TO DISP-COM
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           IF TRIAL-RUN
               MOVE SPACES TO PRINT-LINE
               STRING 'TRIAL RUN - NOT POSTED'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           IF FINAL-PAY-STUB
               MOVE SPACES TO PRINT-LINE
               STRING 'FINAL PAY - TERMINATED ' WS-TERM-DATE
           STRING 'GROSS PAY      ' DISP-RATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 238-PRINT-EARN-LINE
               VARYING WS-EARN-SUB FROM 1 BY 1
               UNTIL WS-EARN-SUB > WS-EARN-USED

           MOVE SPACES TO PRINT-LINE
           STRING 'COMMISSION     ' DISP-COM
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           IF TRIAL-RUN
               PERFORM 600-CHECK-VARIANCE
           ELSE
               PERFORM 300-POST-EARNINGS
           END-IF
           PERFORM 400-GET-YTD

           MOVE WS-YTD-GROSS TO DISP-YTD-GROSS
           EXIT.

      *    205-GET-HOURS picks up the hours EMTIME accumulated on
      *    HOURSTOT for this employee and cycle, every earnings code
      *    together - no rows or zero hours sends the employee to
      *    the exception listing, not into a zero stub.
       205-GET-HOURS.
           MOVE 0 TO HT-HOURS
           EXEC SQL
               SELECT SUM(HT-HOURS) INTO :HT-HOURS :HT-HOURS-IND
                 FROM HOURSTOT
                WHERE HT-ENO = :ENO
                  AND HT-CYC-DATE = :CYC-DATE
           END-EXEC
           IF SQLCODE NOT = 0 OR HT-HOURS-IND < 0
               MOVE 0 TO HT-HOURS
           END-IF.

      *    210-COMPUTE-HOURLY-GROSS turns the cycle's hours into
      *    gross dollars at the employee's PAYRATE, code by code -
      *    each code's hours at PAYRATE times the code's multiplier
      *    plus its flat premium an hour.  Past forty of the hours
      *    whose codes count toward overtime, the overtime line
      *    pays the rest of the overtime multiplier on top - the
      *    hours themselves were already paid under their own code,
      *    so all-regular hours still come to straight time through
      *    forty and time and a half past them.
       210-COMPUTE-HOURLY-GROSS.
           MOVE 0 TO WS-HOURS
           MOVE 0 TO WS-GROSS
           EXEC SQL
               DECLARE HRCTBL CURSOR FOR
                   SELECT HOURSTOT.HT-CODE, HOURSTOT.HT-HOURS,
                          EARNCODE.EC-DESC, EARNCODE.EC-CLASS,
                          EARNCODE.EC-MULT, EARNCODE.EC-FLAT,
                          EARNCODE.EC-OT-COUNTS
                     FROM HOURSTOT, EARNCODE
                    WHERE HOURSTOT.HT-CODE = EARNCODE.EC-CODE
                      AND HOURSTOT.HT-ENO = :ENO
                      AND HOURSTOT.HT-CYC-DATE = :CYC-DATE
                    ORDER BY HOURSTOT.HT-CODE
           END-EXEC
           EXEC SQL
               OPEN HRCTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM HRCTBL INTO
                 :HT-CODE,:WS-EARN-HOURS,:EC-DESC,:EC-CLASS,
                 :EC-MULT,:EC-FLAT,:EC-OT-COUNTS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 211-PAY-ONE-CODE
               EXEC SQL
                   FETCH NEXT FROM HRCTBL INTO
                     :HT-CODE,:WS-EARN-HOURS,:EC-DESC,:EC-CLASS,
                     :EC-MULT,:EC-FLAT,:EC-OT-COUNTS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE HRCTBL
           END-EXEC
           IF WS-HOURS > 40
               COMPUTE WS-OT-HOURS = WS-HOURS - 40
               MOVE WS-OT-CODE TO WS-EARN-CODE
               MOVE WS-OT-DESC TO WS-EARN-DESC
               MOVE 'O' TO WS-EARN-CLASS
               MOVE WS-OT-HOURS TO WS-EARN-HOURS
               COMPUTE WS-EARN-AMT ROUNDED =
                   PAYRATE * (WS-OT-MULT - 1) * WS-OT-HOURS
               PERFORM 218-ADD-EARN-LINE
               ADD WS-EARN-AMT TO WS-GROSS
           END-IF.

      *    211-PAY-ONE-CODE pays one code's hours and counts them
      *    toward overtime when the code says so.
       211-PAY-ONE-CODE.
           MOVE HT-CODE TO WS-EARN-CODE
           MOVE EC-DESC TO WS-EARN-DESC
           MOVE EC-CLASS TO WS-EARN-CLASS
           COMPUTE WS-EARN-AMT ROUNDED =
               PAYRATE * EC-MULT * WS-EARN-HOURS
               + EC-FLAT * WS-EARN-HOURS
           PERFORM 218-ADD-EARN-LINE
           ADD WS-EARN-AMT TO WS-GROSS
           IF EC-COUNTS-FOR-OT
               ADD WS-EARN-HOURS TO WS-HOURS
           END-IF.

      *    212-COMPUTE-SALARIED-GROSS turns a salaried employee's
      *    annual PAYRATE into the cycle's pay - the salary over the
      *    periods per year of the group being paid, so the same
      *    salary pays half as much a cycle weekly as biweekly.
       212-COMPUTE-SALARIED-GROSS.
           COMPUTE WS-GROSS ROUNDED = PAYRATE / PG-PERIODS.

      *    215-PRORATE-FINAL-GROSS prorates a salaried employee's
      *    cycle pay - the salary over the group's periods - to the
      *    termination date, by the days of the pay period worked
      *    over the days in it, so a weekly, biweekly or
      *    semi-monthly group prorates on its own period.
       215-PRORATE-FINAL-GROSS.
           PERFORM 212-COMPUTE-SALARIED-GROSS
           MOVE WS-TERM-DATE TO WS-DAYS-DATE
           PERFORM 980-DATE-TO-DAYS
           COMPUTE WS-WORKED-DAYS =
               WS-DAY-NUMBER - WS-PERIOD-END-DAYS
           IF WS-WORKED-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO WS-WORKED-DAYS
           END-IF
           COMPUTE WS-GROSS ROUNDED =
               WS-GROSS * WS-WORKED-DAYS / WS-PERIOD-DAYS.

      *    218-ADD-EARN-LINE adds the line in WS-EARN-CODE through
      *    WS-EARN-AMT to the stub's earnings table.
       218-ADD-EARN-LINE.
           IF WS-EARN-USED = 20
               DISPLAY 'earnings line table full for ' ENO
                   ' - raise the limit'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-EARN-USED
               MOVE WS-EARN-CODE TO WS-EN-CODE (WS-EARN-USED)
               MOVE WS-EARN-DESC TO WS-EN-DESC (WS-EARN-USED)
               MOVE WS-EARN-CLASS TO WS-EN-CLASS (WS-EARN-USED)
               MOVE WS-EARN-HOURS TO WS-EN-HOURS (WS-EARN-USED)
               MOVE WS-EARN-AMT TO WS-EN-AMT (WS-EARN-USED)
           END-IF.

      *    219-ADD-RETRO-LINE carries whatever retro moved gross by
      *    as a RET line, so the lines still add back to the gross
      *    posted - a negative retro held at zero gross included.
       219-ADD-RETRO-LINE.
           MOVE 0 TO WS-EARN-SUM
           PERFORM VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > WS-EARN-USED
               ADD WS-EN-AMT (WS-EARN-SUB) TO WS-EARN-SUM
           END-PERFORM
           IF WS-EARN-SUM NOT = WS-GROSS
               MOVE 'RET' TO WS-EARN-CODE
               MOVE 'RETRO PAY' TO WS-EARN-DESC
               MOVE 'R' TO WS-EARN-CLASS
               MOVE 0 TO WS-EARN-HOURS
               COMPUTE WS-EARN-AMT = WS-GROSS - WS-EARN-SUM
               PERFORM 218-ADD-EARN-LINE
           END-IF.

      *    235-COLLECT-RETRO folds the employee's pending RETROPAY
      *    rows into this cycle's gross - retro pay is wages, so it
      *    goes through withholding with everything else - and
      *    marks them paid under this cycle date.  150-CLEAR-CYCLE
      *    flips them back to pending on a rerun, so a reposted
      *    cycle pays the retro exactly once.  A trial leaves them
      *    pending, and takes in any a live run of the same cycle
      *    already marked.
       235-COLLECT-RETRO.
           MOVE 0 TO WS-RETRO-TOTAL
           EXEC SQL
                   SELECT RP-AMOUNT
                     FROM RETROPAY
                    WHERE RP-ENO = :ENO
                      AND (RP-PAID = 'N'
                       OR RP-PAID-DATE = :CYC-DATE)
                    ORDER BY RP-CYC-DATE
           END-EXEC
           EXEC SQL
               ELSE
                   MOVE WS-GROSS-ADJ TO WS-GROSS
               END-IF
           END-IF
           IF WS-RETRO-TOTAL NOT = 0 AND NOT TRIAL-RUN
               EXEC SQL
                   UPDATE RETROPAY
                      SET RP-PAID = 'Y',
                   SELECT RP-CYC-DATE,RP-AMOUNT
                     FROM RETROPAY
                    WHERE RP-ENO = :ENO
                      AND (RP-PAID = 'N'
                       OR RP-PAID-DATE = :CYC-DATE)
                    ORDER BY RP-CYC-DATE
           END-EXEC
           EXEC SQL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    238-PRINT-EARN-LINE itemizes one earnings line under the
      *    stub's gross - code, description, hours, dollars.
       238-PRINT-EARN-LINE.
           MOVE WS-EN-HOURS (WS-EARN-SUB) TO DISP-EN-HOURS
           MOVE WS-EN-AMT (WS-EARN-SUB) TO DISP-EN-AMT
           MOVE SPACES TO PRINT-LINE
           IF WS-EN-HOURS (WS-EARN-SUB) = 0
               STRING '  ' WS-EN-CODE (WS-EARN-SUB) ' '
                      WS-EN-DESC (WS-EARN-SUB) '        '
                      DISP-EN-AMT
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING '  ' WS-EN-CODE (WS-EARN-SUB) ' '
                      WS-EN-DESC (WS-EARN-SUB) ' ' DISP-EN-HOURS
                      ' ' DISP-EN-AMT
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

      *    230-GET-COMMISSION picks up the commission dollars EMCOMM
      *    accumulated on COMMTOT for this employee and cycle - no
      *    sales this cycle means no commission.  This replaced
      *    order - court-ordered garnishments first by priority
      *    (child support ahead of a tax levy ahead of a creditor),
      *    each capped at its percent of disposable earnings, then
      *    overpayment recovery installments, then the ordinary
      *    recurring deductions in DED-CODE order -
      *    itemizing everything on the stub and totalling it for
      *    the net.
       270-TAKE-DEDUCTIONS.
           END-IF
           MOVE WS-DISPOSABLE TO WS-REMAIN-PAY
           PERFORM 272-TAKE-GARNISHMENTS
           PERFORM 273-TAKE-RECOVERIES
           PERFORM 276-TAKE-REGULAR-DEDUCTIONS.

      *    272-TAKE-GARNISHMENTS works the employee's garnishment
               CLOSE GRNTBL
           END-EXEC.

      *    273-TAKE-RECOVERIES works the employee's open overpayment
      *    receivables oldest first.  A trial also picks up a row a
      *    live run of the same cycle already took from or closed,
      *    putting that take back before figuring its own.
       273-TAKE-RECOVERIES.
           EXEC SQL
               DECLARE RCVTBL CURSOR FOR
                   SELECT RCV-ID,RCV-REASON,RCV-INSTALL,RCV-BALANCE,
                          RCV-LAST-CYC,RCV-LAST-TAKE
                     FROM RECEIVBL
                    WHERE RCV-ENO = :ENO
                      AND (RCV-STATUS = 'O'
                       OR (RCV-STATUS = 'C'
                      AND RCV-LAST-CYC = :CYC-DATE))
                    ORDER BY RCV-ID
           END-EXEC
           EXEC SQL
               OPEN RCVTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM RCVTBL INTO
                 :RCV-ID,:RCV-REASON,:RCV-INSTALL,:RCV-BALANCE,
                 :RCV-LAST-CYC,:RCV-LAST-TAKE
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 277-TAKE-ONE-RECOVERY
               EXEC SQL
                   FETCH NEXT FROM RCVTBL INTO
                     :RCV-ID,:RCV-REASON,:RCV-INSTALL,:RCV-BALANCE,
                     :RCV-LAST-CYC,:RCV-LAST-TAKE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RCVTBL
           END-EXEC.

      *    277-TAKE-ONE-RECOVERY takes one receivable's installment -
      *    the whole balance on a final check, so what is owed comes
      *    out of final pay - held to the balance and to the pay
      *    still on the table, prints it with what remains, and on a
      *    live run writes the balance back, closing the row at
      *    zero.  A final check that cannot clear the balance says
      *    so on the stub; EMRCVR lists it for collection.
       277-TAKE-ONE-RECOVERY.
           MOVE RCV-BALANCE TO WS-RCV-LEFT
           IF RCV-LAST-CYC = CYC-DATE
               ADD RCV-LAST-TAKE TO WS-RCV-LEFT
           END-IF
           IF FINAL-PAY-STUB
               MOVE WS-RCV-LEFT TO WS-RCV-TAKE
           ELSE
               MOVE RCV-INSTALL TO WS-RCV-TAKE
           END-IF
           IF WS-RCV-TAKE > WS-RCV-LEFT
               MOVE WS-RCV-LEFT TO WS-RCV-TAKE
           END-IF
           IF WS-REMAIN-PAY < 0
               MOVE 0 TO WS-RCV-TAKE
           ELSE
               IF WS-RCV-TAKE > WS-REMAIN-PAY
                   MOVE WS-REMAIN-PAY TO WS-RCV-TAKE
               END-IF
           END-IF
           ADD WS-RCV-TAKE TO WS-DED-TOTAL
           SUBTRACT WS-RCV-TAKE FROM WS-REMAIN-PAY
           SUBTRACT WS-RCV-TAKE FROM WS-RCV-LEFT
           MOVE WS-RCV-TAKE TO DISP-DED
           MOVE SPACES TO PRINT-LINE
           STRING 'RECOVERY  ' RCV-ID ' ' RCV-REASON ' '
                  DISP-DED
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-LEFT TO DISP-RCV-BAL
           MOVE SPACES TO PRINT-LINE
           STRING 'RECOVERY  ' RCV-ID ' BALANCE REMAINING '
                  DISP-RCV-BAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF FINAL-PAY-STUB AND WS-RCV-LEFT > 0
               MOVE SPACES TO PRINT-LINE
               STRING 'RECOVERY  ' RCV-ID
                      ' BALANCE REFERRED FOR COLLECTION'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF NOT TRIAL-RUN
               MOVE WS-RCV-LEFT TO RCV-BALANCE
               MOVE CYC-DATE TO RCV-LAST-CYC
               MOVE WS-RCV-TAKE TO RCV-LAST-TAKE
               IF WS-RCV-LEFT = 0
                   MOVE 'C' TO RCV-STATUS
                   MOVE CYC-DATE TO RCV-CLOSE-DATE
               ELSE
                   MOVE 'O' TO RCV-STATUS
                   MOVE 0 TO RCV-CLOSE-DATE
               END-IF
               EXEC SQL
                   UPDATE RECEIVBL
                      SET RCV-BALANCE = :RCV-BALANCE,
                          RCV-STATUS = :RCV-STATUS,
                          RCV-CLOSE-DATE = :RCV-CLOSE-DATE,
                          RCV-LAST-CYC = :RCV-LAST-CYC,
                          RCV-LAST-TAKE = :RCV-LAST-TAKE
                    WHERE RCV-ID = :RCV-ID
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-IF.

      *    274-TAKE-ONE-GARNISHMENT takes one order - the ordered
      *    amount, held to the order's percent-of-disposable ceiling
      *    and to the pay still on the table - and books whatever
      *    275-WRITE-ARREARS books the shortfall on GARNARR and
      *    flags it on the stub, so the order's unpaid balance is a
      *    table the arrears report works from, not a surprise at a
      *    levy deadline.  A trial only flags it.
       275-WRITE-ARREARS.
           MOVE ENO TO GA-ENO
           MOVE DED-CODE TO GA-DED-CODE
           MOVE DED-AMT TO GA-ORDERED
           MOVE WS-GARN-TAKE TO GA-TAKEN
           COMPUTE GA-SHORT = DED-AMT - WS-GARN-TAKE
           IF NOT TRIAL-RUN
               EXEC SQL
                   INSERT INTO GARNARR
                       (GA-ENO,GA-DED-CODE,GA-CYC-DATE,
                        GA-ORDERED,GA-TAKEN,GA-SHORT)
                       VALUES
                       (:GA-ENO,:GA-DED-CODE,:GA-CYC-DATE,
                        :GA-ORDERED,:GA-TAKEN,:GA-SHORT)
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-IF
           MOVE GA-SHORT TO DISP-DED
           MOVE SPACES TO PRINT-LINE
           STRING 'GARNISH   ' DED-CODE ' IN ARREARS '

      *    279-GET-YTD-RETIRE totals the year's posted employee
      *    retirement contributions through the prior cycles - the
      *    current cycle was cleared by 150-CLEAR-CYCLE, or on a
      *    trial is held out by WS-YTD-THRU, so the sum is what
      *    stands before this stub.
       279-GET-YTD-RETIRE.
           MOVE 0 TO WS-YTD-RETIRE
           EXEC SQL
                 FROM EARNHIST
                WHERE EH-ENO = :ENO
                  AND EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE <= :WS-YTD-THRU
           END-EXEC
           IF YTD-RETIRE-IND < 0
               MOVE 0 TO WS-YTD-RETIRE
           MOVE WS-DED-TOTAL TO EH-DEDUCT
           MOVE WS-RETIRE-AMT TO EH-RETIRE
           MOVE WS-MATCH-AMT TO EH-MATCH
           MOVE CYC-GROUP TO EH-PAY-GROUP
           EXEC SQL
               INSERT INTO EARNHIST
                   (EH-ENO,EH-PAY-DATE,EH-GROSS,EH-COMM,EH-NET,
                    EH-FED-TAX,EH-ST-TAX,EH-DEDUCT,
                    EH-RETIRE,EH-MATCH,EH-PAY-GROUP)
                   VALUES
                   (:EH-ENO,:EH-PAY-DATE,:EH-GROSS,:EH-COMM,
                    :EH-NET,:EH-FED-TAX,:EH-ST-TAX,:EH-DEDUCT,
                    :EH-RETIRE,:EH-MATCH,:EH-PAY-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           PERFORM 310-POST-EARN-DETAIL
               VARYING WS-EARN-SUB FROM 1 BY 1
               UNTIL WS-EARN-SUB > WS-EARN-USED.

      *    310-POST-EARN-DETAIL posts one of the stub's earnings
      *    lines to EARNDTL under the EARNHIST row just inserted.
       310-POST-EARN-DETAIL.
           MOVE ENO TO ED-ENO
           MOVE CYC-DATE TO ED-PAY-DATE
           MOVE CYC-GROUP TO ED-PAY-GROUP
           MOVE WS-EN-CODE (WS-EARN-SUB) TO ED-CODE
           MOVE WS-EN-CLASS (WS-EARN-SUB) TO ED-CLASS
           MOVE WS-EN-HOURS (WS-EARN-SUB) TO ED-HOURS
           MOVE WS-EN-AMT (WS-EARN-SUB) TO ED-AMOUNT
           EXEC SQL
               INSERT INTO EARNDTL
                   (ED-ENO,ED-PAY-DATE,ED-PAY-GROUP,ED-CODE,
                    ED-CLASS,ED-HOURS,ED-AMOUNT)
                   VALUES
                   (:ED-ENO,:ED-PAY-DATE,:ED-PAY-GROUP,:ED-CODE,
                    :ED-CLASS,:ED-HOURS,:ED-AMOUNT)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'earnings detail insert ' DISP-CODE
           END-IF.

      *    400-GET-YTD totals the year's posted cycles through this
      *    one for the stub's year-to-date lines.  A null sum (no
      *    history at all) is treated as zero, the same rule the
      *    programs use for a null COM.  A trial totals the posted
      *    cycles before this one and adds the trial figures.
       400-GET-YTD.
           MOVE 0 TO WS-YTD-GROSS
           MOVE 0 TO WS-YTD-COMM
                 FROM EARNHIST
                WHERE EH-ENO = :ENO
                  AND EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE <= :WS-YTD-THRU
           END-EXEC
           IF YTD-GROSS-IND < 0
               MOVE 0 TO WS-YTD-GROSS
           END-IF
           IF YTD-NET-IND < 0
               MOVE 0 TO WS-YTD-NET
           END-IF
           IF TRIAL-RUN
               ADD WS-GROSS TO WS-YTD-GROSS
               ADD WS-COMM TO WS-YTD-COMM
               ADD WS-NET TO WS-YTD-NET
           END-IF.

      *    420-PRINT-LEAVE-BALANCES prints the vacation and sick
               WRITE PRINT-LINE
           END-IF.

      *    600-CHECK-VARIANCE compares one employee's trial net with
      *    the net posted for the group's last cycle and prints the
      *    line - flagged when the net is zero or below, when the
      *    employee had nothing on the last cycle, or when the net
      *    moved by more than either limit keyed.
       600-CHECK-VARIANCE.
           MOVE 'Y' TO WS-SEEN (ENO)
           ADD 1 TO WS-VAR-COUNT
           MOVE SPACES TO WS-VAR-FLAG
           MOVE 0 TO WS-PRIOR-NET
           EXEC SQL
               SELECT SUM(EH-NET)
                 INTO :WS-PRIOR-NET :PRIOR-NET-IND
                 FROM EARNHIST
                WHERE EH-ENO = :ENO
                  AND EH-PAY-DATE = :WS-PRIOR-CYCLE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC
           IF PRIOR-NET-IND < 0 OR SQLCODE NOT = 0
               MOVE 0 TO WS-PRIOR-NET
               MOVE 'NEW EMPLOYEE' TO WS-VAR-FLAG
               ADD 1 TO WS-NEW-COUNT
           END-IF
           COMPUTE WS-VAR-CHANGE = WS-NET-SIGNED - WS-PRIOR-NET
           IF WS-VAR-CHANGE < 0
               COMPUTE WS-VAR-ABS = 0 - WS-VAR-CHANGE
           ELSE
               MOVE WS-VAR-CHANGE TO WS-VAR-ABS
           END-IF
           IF WS-VAR-FLAG = SPACES
               IF WS-PRIOR-NET > 0
                   COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VAR-ABS * 100 / WS-PRIOR-NET
               ELSE
                   MOVE 0 TO WS-VAR-PCT
               END-IF
               IF WS-VAR-ABS > WS-VAR-AMT-LIMIT
                OR WS-VAR-PCT > WS-VAR-PCT-LIMIT
                   MOVE 'NET CHANGE' TO WS-VAR-FLAG
               END-IF
           END-IF
           IF WS-NET-SIGNED NOT > 0
               MOVE 'ZERO/NEG NET' TO WS-VAR-FLAG
           END-IF
           IF WS-VAR-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           ADD WS-NET-SIGNED TO WS-TRIAL-TOTAL
           ADD WS-PRIOR-NET TO WS-PRIOR-TOTAL
           MOVE WS-PRIOR-NET TO DISP-PRIOR-NET
           MOVE WS-NET-SIGNED TO DISP-TRIAL-NET
           MOVE WS-VAR-CHANGE TO DISP-VAR-CHANGE
           MOVE SPACES TO VAR-LINE
           STRING ENO ' ' LNAME ' ' DISP-PRIOR-NET ' '
                  DISP-TRIAL-NET ' ' DISP-VAR-CHANGE ' ' WS-VAR-FLAG
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE.

      *    650-LIST-MISSING lists everyone the group's last cycle
      *    paid whom the trial did not - terminated before this
      *    cycle's month, moved to another group, or dropped off
      *    the active roster some other way.
       650-LIST-MISSING.
           EXEC SQL
               DECLARE MISTBL CURSOR FOR
                   SELECT EH-ENO, SUM(EH-NET)
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :WS-PRIOR-CYCLE
                      AND EH-PAY-GROUP = :CYC-GROUP
                      AND EH-ENO >= :WS-PART-LOW
                      AND EH-ENO <= :WS-PART-HIGH
                    GROUP BY EH-ENO
                    ORDER BY EH-ENO
           END-EXEC
           EXEC SQL
               OPEN MISTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM MISTBL INTO :ENO,:WS-PRIOR-NET
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF WS-SEEN (ENO) NOT = 'Y'
                   PERFORM 660-WRITE-MISSING
               END-IF
               EXEC SQL
                   FETCH NEXT FROM MISTBL INTO :ENO,:WS-PRIOR-NET
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE MISTBL
           END-EXEC.

       660-WRITE-MISSING.
           EXEC SQL
               SELECT LNAME INTO :LNAME
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT MAX(LNAME) INTO :LNAME
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :ENO
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SPACES TO LNAME
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           ADD 1 TO WS-FLAG-COUNT
           ADD WS-PRIOR-NET TO WS-PRIOR-TOTAL
           COMPUTE WS-VAR-CHANGE = 0 - WS-PRIOR-NET
           MOVE WS-PRIOR-NET TO DISP-PRIOR-NET
           MOVE 0 TO DISP-TRIAL-NET
           MOVE WS-VAR-CHANGE TO DISP-VAR-CHANGE
           MOVE SPACES TO VAR-LINE
           STRING ENO ' ' LNAME ' ' DISP-PRIOR-NET ' '
                  DISP-TRIAL-NET ' ' DISP-VAR-CHANGE ' MISSING'
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE.

      *    690-WRITE-VARIANCE-TOTALS closes the report with the net
      *    totals both ways and the flag counts payroll signs off on.
       690-WRITE-VARIANCE-TOTALS.
           MOVE WS-PRIOR-TOTAL TO DISP-VAR-TOTAL
           MOVE SPACES TO VAR-LINE
           STRING 'PRIOR CYCLE NET  ' DISP-VAR-TOTAL
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-TRIAL-TOTAL TO DISP-VAR-TOTAL
           MOVE SPACES TO VAR-LINE
           STRING 'TRIAL NET        ' DISP-VAR-TOTAL
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-VAR-COUNT TO DISP-VAR-COUNT
           MOVE SPACES TO VAR-LINE
           STRING 'EMPLOYEES FIGURED ' DISP-VAR-COUNT
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-NEW-COUNT TO DISP-VAR-COUNT
           MOVE SPACES TO VAR-LINE
           STRING 'NEW SINCE LAST    ' DISP-VAR-COUNT
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-MISSING-COUNT TO DISP-VAR-COUNT
           MOVE SPACES TO VAR-LINE
           STRING 'MISSING SINCE LAST' DISP-VAR-COUNT
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-FLAG-COUNT TO DISP-VAR-COUNT
           MOVE SPACES TO VAR-LINE
           STRING 'FLAGGED           ' DISP-VAR-COUNT
               DELIMITED BY SIZE INTO VAR-LINE
           WRITE VAR-LINE
           MOVE WS-FLAG-COUNT TO DISP-VAR-COUNT
           DISPLAY 'variance lines flagged ' DISP-VAR-COUNT.

      *    900-RECORD-COMPLETION marks this cycle's stub run complete
      *    on the PAYCYCLE control table, so the cycle status report
      *    can show which jobs in the cycle have and haven't run.
      *    A partition records only its own job name - EMSTMG marks
      *    the stub run complete when the last partition is in.
       900-RECORD-COMPLETION.
           IF WHOLE-GROUP-RUN
               MOVE 'EMSTUB' TO CYC-JOB
           ELSE
               MOVE WS-PART-JOB TO CYC-JOB
           END-IF
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
      *    so the overnight stream runs with nobody at the
      *    terminal - otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMSTUB' TO RC-THIS-JOB
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

      *    980-DATE-TO-DAYS turns WS-DAYS-DATE into WS-DAY-NUMBER -
      *    days in the whole years before it, leap days included
      *    by the Gregorian rule, plus the days into its own year.
      *    The divides are done apart so each quotient truncates.
       980-DATE-TO-DAYS.
           COMPUTE WS-PRIOR-YEARS = WS-DAYS-YYYY - 1
           DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-4
           DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-100
           DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-400
           COMPUTE WS-DAY-NUMBER =
               WS-PRIOR-YEARS * 365
               + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
               + WS-CUM-DAYS (WS-DAYS-MM) + WS-DAYS-DD
           IF WS-DAYS-MM > 2
               DIVIDE WS-DAYS-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-DAYS-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-DAY-NUMBER
                   ELSE
                       DIVIDE WS-DAYS-YYYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-DAY-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.
