       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBELG.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIG-FILE ASSIGN TO ELIGOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIG-FILE.
       01  ELIG-RECORD PIC X(60).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
       01 WS-CYC-COUNT PIC S9(4) COMP VALUE 0.
           88 CYCLE-SENT VALUE 1 THRU 999.
       01 WS-WAIT-COUNT PIC S9(4) COMP VALUE 0.
           88 CHANGES-WAITING VALUE 1 THRU 999.
       01 WS-OVR-ANS PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ADD-COUNT PIC 9(6) VALUE 0.
       01 WS-CHG-COUNT PIC 9(6) VALUE 0.
       01 WS-DROP-COUNT PIC 9(6) VALUE 0.
       01 WS-COST-COUNT PIC 9(6) VALUE 0.
       01 WS-ER-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-EE-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-END-DATE PIC 9(8).
       01 END-DATE-IND PIC S9(4) COMP.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-TOTAL PIC $$$,$$$,$$9.99.

      *    The carriers on the plan table, read once - each gets
      *    its own header, detail and trailer block on ELIGOUT.
       01 WS-CARRIER-TABLE.
           05 WS-CARRIER PIC X(10) OCCURS 20 TIMES.
       01 WS-CARRIER-USED PIC S9(4) COMP VALUE 0.
       01 WS-CARRIER-SUB PIC S9(4) COMP.
       01 WS-CUR-CARRIER PIC X(10).

       01 WS-ELIG-HEADER.
           05 EL-H-TYPE PIC X VALUE 'H'.
           05 EL-H-CARRIER PIC X(10).
           05 EL-H-CYC-DATE PIC 9(8).
           05 EL-H-RUN-DATE PIC 9(8).
           05 FILLER PIC X(33) VALUE SPACES.

       01 WS-ELIG-DETAIL.
           05 EL-D-TYPE PIC X VALUE 'D'.
           05 EL-D-CARRIER PIC X(10).
           05 EL-D-ACTION PIC X(1).
               88 EL-ADD VALUE 'A'.
               88 EL-CHANGE VALUE 'C'.
               88 EL-DROP VALUE 'D'.
           05 EL-D-EFF-DATE PIC 9(8).
           05 EL-D-ENO PIC 9(4).
           05 EL-D-SSN PIC 9(9).
           05 EL-D-LNAME PIC X(10).
           05 EL-D-FNAME PIC X(8).
           05 EL-D-BEN-TYPE PIC X(1).
           05 EL-D-PLAN PIC X(4).
           05 EL-D-TIER PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.

       01 WS-ELIG-TRAILER.
           05 EL-T-TYPE PIC X VALUE 'T'.
           05 EL-T-CARRIER PIC X(10).
           05 EL-T-ADDS PIC 9(6).
           05 EL-T-CHANGES PIC 9(6).
           05 EL-T-DROPS PIC 9(6).
           05 FILLER PIC X(31) VALUE SPACES.

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
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBPL
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBEN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBSN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBCS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           PERFORM 105-CHECK-CALENDAR
           IF NOT DATE-ON-CALENDAR
               DISPLAY 'cycle ' CYC-DATE
                   ' is not on the pay-cycle calendar - refused'
               GO TO 100-EXIT
           END-IF
           PERFORM 130-GET-PERIODS
           IF PG-PERIODS = 0
               DISPLAY 'pay group ' CYC-GROUP ' has no periods on '
                   'the pay group table - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 108-CHECK-WAITING
           IF CHANGES-WAITING
               DISPLAY 'enrollment changes dated on or before '
                   CYC-DATE ' not applied'
               DISPLAY 'eligibility refused - run EMBENM open '
                   'enrollment apply for the cycle first'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 110-CHECK-CYCLE
           IF CYCLE-SENT
               PERFORM 120-ASK-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'eligibility refused - cycle ' CYC-DATE
                       ' already sent'
                   GO TO 100-EXIT
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 140-LOAD-CARRIERS
           PERFORM 150-CLEAR-CYCLE
           OPEN OUTPUT ELIG-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'BENEFIT ELIGIBILITY CHANGES FOR CYCLE ' CYC-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 300-SEND-ONE-CARRIER
               VARYING WS-CARRIER-SUB FROM 1 BY 1
               UNTIL WS-CARRIER-SUB > WS-CARRIER-USED

           PERFORM 500-REFRESH-SENT
           PERFORM 700-END-TERMINATED
           PERFORM 800-WRITE-TOTALS
           CLOSE ELIG-FILE
           CLOSE PRINT-FILE
           PERFORM 900-RECORD-COMPLETION.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains.
       105-CHECK-CALENDAR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    108-CHECK-WAITING looks for open-enrollment work dated on
      *    or before the cycle that EMBENM hasn't applied - pending
      *    elections, dated drops and renewal premiums.  Sending the
      *    carriers a file without them would only have to be
      *    corrected next cycle.
       108-CHECK-WAITING.
           MOVE 0 TO WS-WAIT-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-WAIT-COUNT
                 FROM BENENRL
                WHERE (BE-STATUS = 'P'
                       AND BE-EFF-DATE <= :CYC-DATE)
                   OR (BE-STATUS = 'A'
                       AND BE-END-DATE > 0
                       AND BE-END-DATE <= :CYC-DATE)
           END-EXEC
           IF NOT CHANGES-WAITING
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-WAIT-COUNT
                     FROM BENPLAN
                    WHERE BP-NEW-EFF-DATE > 0
                      AND BP-NEW-EFF-DATE <= :CYC-DATE
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE.

      *    110-CHECK-CYCLE asks PAYCYCLE whether the cycle's file
      *    already went.  A rerun recosts the cycle clean, but the
      *    file it writes carries only what changed since the first
      *    run - the carriers already have the rest.
       110-CHECK-CYCLE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CYC-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EMBELG'
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle check ' DISP-CODE.

      *    120-ASK-OVERRIDE logs a deliberate rerun on PAYCYCLE.
       120-ASK-OVERRIDE.
           DISPLAY 'cycle ' CYC-DATE ' eligibility already sent'
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

      *    130-GET-PERIODS reads the running group's cycles a year -
      *    BENPLAN premiums are monthly, and 560-BOOK-PREMIUM books
      *    the cycle's share of them.
       130-GET-PERIODS.
           MOVE 0 TO PG-PERIODS
           MOVE CYC-GROUP TO PG-CODE
           EXEC SQL
               SELECT PG-PERIODS INTO :PG-PERIODS
                 FROM PAYGROUP
                WHERE PG-CODE = :PG-CODE
           END-EXEC.

      *    140-LOAD-CARRIERS reads the distinct carriers off
      *    BENPLAN.
       140-LOAD-CARRIERS.
           EXEC SQL
               DECLARE CARTBL CURSOR FOR
                   SELECT DISTINCT BP-CARRIER
                     FROM BENPLAN
                    ORDER BY BP-CARRIER
           END-EXEC
           EXEC SQL
               OPEN CARTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM CARTBL INTO :BP-CARRIER
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF WS-CARRIER-USED = 20
                   DISPLAY 'carrier table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CARRIER-USED
                   MOVE BP-CARRIER TO WS-CARRIER (WS-CARRIER-USED)
               END-IF
               EXEC SQL
                   FETCH NEXT FROM CARTBL INTO :BP-CARRIER
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CARTBL
           END-EXEC.

      *    150-CLEAR-CYCLE deletes the group's premium cost rows for
      *    the cycle so a rerun records the cycle once.
       150-CLEAR-CYCLE.
           EXEC SQL
               DELETE FROM BENCOST
                WHERE BC-CYC-DATE = :CYC-DATE
                  AND BC-ENO IN
                      (SELECT ENO FROM EMPLOYEE
                        WHERE PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle clear ' DISP-CODE.

      *    300-SEND-ONE-CARRIER writes one carrier's block - a
      *    header, the adds and changes, the drops, and a trailer
      *    with the counts the carrier balances to.  What the
      *    carrier was last told is on BENSENT; the difference
      *    between that and today's active enrollment is the file.
       300-SEND-ONE-CARRIER.
           MOVE WS-CARRIER (WS-CARRIER-SUB) TO WS-CUR-CARRIER
           MOVE 0 TO EL-T-ADDS
           MOVE 0 TO EL-T-CHANGES
           MOVE 0 TO EL-T-DROPS
           MOVE WS-CUR-CARRIER TO EL-H-CARRIER
           MOVE CYC-DATE TO EL-H-CYC-DATE
           MOVE WS-RUN-DATE TO EL-H-RUN-DATE
           MOVE WS-ELIG-HEADER TO ELIG-RECORD
           WRITE ELIG-RECORD
           PERFORM 310-SEND-ADDS-CHANGES
           PERFORM 350-SEND-DROPS
           MOVE WS-CUR-CARRIER TO EL-T-CARRIER
           MOVE WS-ELIG-TRAILER TO ELIG-RECORD
           WRITE ELIG-RECORD
           MOVE SPACES TO PRINT-LINE
           STRING 'CARRIER ' WS-CUR-CARRIER ' ADDS ' EL-T-ADDS
                  ' CHANGES ' EL-T-CHANGES ' DROPS ' EL-T-DROPS
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    310-SEND-ADDS-CHANGES walks the carrier's active
      *    enrollments for live employees - new to the carrier is
      *    an add, a different plan or tier than last sent is a
      *    change.
       310-SEND-ADDS-CHANGES.
           EXEC SQL
               DECLARE ADDTBL CURSOR FOR
                   SELECT BENENRL.BE-ENO, BENENRL.BE-TYPE,
                          BENENRL.BE-PLAN, BENENRL.BE-TIER,
                          BENENRL.BE-EFF-DATE, EMPLOYEE.SSN,
                          EMPLOYEE.LNAME, EMPLOYEE.FNAME
                     FROM BENENRL, BENPLAN, EMPLOYEE
                    WHERE BENENRL.BE-STATUS = 'A'
                      AND BENPLAN.BP-PLAN = BENENRL.BE-PLAN
                      AND BENPLAN.BP-TIER = BENENRL.BE-TIER
                      AND BENPLAN.BP-CARRIER = :WS-CUR-CARRIER
                      AND EMPLOYEE.ENO = BENENRL.BE-ENO
                    ORDER BY BENENRL.BE-ENO, BENENRL.BE-TYPE
           END-EXEC
           EXEC SQL
               OPEN ADDTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM ADDTBL INTO
                 :BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,:BE-EFF-DATE,
                 :SSN,:LNAME,:FNAME
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 320-COMPARE-ONE-ENROLLMENT
               EXEC SQL
                   FETCH NEXT FROM ADDTBL INTO
                     :BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,
                     :BE-EFF-DATE,:SSN,:LNAME,:FNAME
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ADDTBL
           END-EXEC.

       320-COMPARE-ONE-ENROLLMENT.
           EXEC SQL
               SELECT BS-CARRIER,BS-PLAN,BS-TIER
                 INTO :BS-CARRIER,:BS-PLAN,:BS-TIER
                 FROM BENSENT
                WHERE BS-ENO = :BE-ENO
                  AND BS-TYPE = :BE-TYPE
           END-EXEC
           IF SQLCODE NOT = 0 OR BS-CARRIER NOT = WS-CUR-CARRIER
               MOVE 'A' TO EL-D-ACTION
               ADD 1 TO EL-T-ADDS
               ADD 1 TO WS-ADD-COUNT
               PERFORM 330-WRITE-ENROLLED-DETAIL
           ELSE
               IF BS-PLAN NOT = BE-PLAN OR BS-TIER NOT = BE-TIER
                   MOVE 'C' TO EL-D-ACTION
                   ADD 1 TO EL-T-CHANGES
                   ADD 1 TO WS-CHG-COUNT
                   PERFORM 330-WRITE-ENROLLED-DETAIL
               END-IF
           END-IF.

       330-WRITE-ENROLLED-DETAIL.
           MOVE WS-CUR-CARRIER TO EL-D-CARRIER
           MOVE BE-EFF-DATE TO EL-D-EFF-DATE
           MOVE BE-ENO TO EL-D-ENO
           MOVE SSN TO EL-D-SSN
           MOVE LNAME TO EL-D-LNAME
           MOVE FNAME TO EL-D-FNAME
           MOVE BE-TYPE TO EL-D-BEN-TYPE
           MOVE BE-PLAN TO EL-D-PLAN
           MOVE BE-TIER TO EL-D-TIER
           PERFORM 390-WRITE-DETAIL.

      *    350-SEND-DROPS finds everyone the carrier was told about
      *    who no longer has an active enrollment with it - coverage
      *    dropped, moved to another carrier's plan, or the
      *    employee terminated.  The name and SSN come off BENSENT,
      *    so a drop goes out even once the EMPLOYEE row is gone.
       350-SEND-DROPS.
           EXEC SQL
               DECLARE DRPTBL CURSOR FOR
                   SELECT BS-ENO,BS-TYPE,BS-PLAN,BS-TIER,BS-SSN,
                          BS-LNAME,BS-FNAME
                     FROM BENSENT
                    WHERE BS-CARRIER = :WS-CUR-CARRIER
                      AND NOT EXISTS
                          (SELECT *
                             FROM BENENRL, BENPLAN, EMPLOYEE
                            WHERE BENENRL.BE-ENO = BENSENT.BS-ENO
                              AND BENENRL.BE-TYPE = BENSENT.BS-TYPE
                              AND BENENRL.BE-STATUS = 'A'
                              AND BENPLAN.BP-PLAN = BENENRL.BE-PLAN
                              AND BENPLAN.BP-TIER = BENENRL.BE-TIER
                              AND BENPLAN.BP-CARRIER =
                                  BENSENT.BS-CARRIER
                              AND EMPLOYEE.ENO = BENENRL.BE-ENO)
                    ORDER BY BS-ENO,BS-TYPE
           END-EXEC
           EXEC SQL
               OPEN DRPTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM DRPTBL INTO
                 :BS-ENO,:BS-TYPE,:BS-PLAN,:BS-TIER,:BS-SSN,
                 :BS-LNAME,:BS-FNAME
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 360-WRITE-DROP-DETAIL
               EXEC SQL
                   FETCH NEXT FROM DRPTBL INTO
                     :BS-ENO,:BS-TYPE,:BS-PLAN,:BS-TIER,:BS-SSN,
                     :BS-LNAME,:BS-FNAME
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE DRPTBL
           END-EXEC.

      *    360-WRITE-DROP-DETAIL dates the drop - the termination
      *    date for someone gone from EMPLOYEE, else the end date
      *    EMBENM put on the coverage, else the cycle itself.
       360-WRITE-DROP-DETAIL.
           MOVE 0 TO WS-END-DATE
           EXEC SQL
               SELECT MAX(TERM-DATE) INTO :WS-END-DATE :END-DATE-IND
                 FROM EMPLOYEE-HISTORY
                WHERE ENO = :BS-ENO
                  AND NOT EXISTS
                      (SELECT * FROM EMPLOYEE
                        WHERE ENO = :BS-ENO)
           END-EXEC
           IF SQLCODE NOT = 0 OR END-DATE-IND < 0
               MOVE 0 TO WS-END-DATE
           END-IF
           IF WS-END-DATE = 0
               EXEC SQL
                   SELECT MAX(BE-END-DATE)
                     INTO :WS-END-DATE :END-DATE-IND
                     FROM BENENRL
                    WHERE BE-ENO = :BS-ENO
                      AND BE-TYPE = :BS-TYPE
                      AND BE-STATUS = 'E'
               END-EXEC
               IF SQLCODE NOT = 0 OR END-DATE-IND < 0
                   MOVE 0 TO WS-END-DATE
               END-IF
           END-IF
           IF WS-END-DATE = 0
               MOVE CYC-DATE TO WS-END-DATE
           END-IF
           MOVE 'D' TO EL-D-ACTION
           ADD 1 TO EL-T-DROPS
           ADD 1 TO WS-DROP-COUNT
           MOVE WS-CUR-CARRIER TO EL-D-CARRIER
           MOVE WS-END-DATE TO EL-D-EFF-DATE
           MOVE BS-ENO TO EL-D-ENO
           MOVE BS-SSN TO EL-D-SSN
           MOVE BS-LNAME TO EL-D-LNAME
           MOVE BS-FNAME TO EL-D-FNAME
           MOVE BS-TYPE TO EL-D-BEN-TYPE
           MOVE BS-PLAN TO EL-D-PLAN
           MOVE BS-TIER TO EL-D-TIER
           PERFORM 390-WRITE-DETAIL.

       390-WRITE-DETAIL.
           MOVE WS-ELIG-DETAIL TO ELIG-RECORD
           WRITE ELIG-RECORD
           MOVE SPACES TO PRINT-LINE
           STRING '  ' EL-D-ACTION ' ' EL-D-ENO ' ' EL-D-LNAME ' '
                  EL-D-FNAME ' ' EL-D-BEN-TYPE ' ' EL-D-PLAN ' '
                  EL-D-TIER ' EFF ' EL-D-EFF-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    500-REFRESH-SENT replaces BENSENT with what the carriers
      *    now know, and books each enrollment's premiums on
      *    BENCOST under the employee's department for the cycle -
      *    the plan's monthly premiums times 12 over the group's
      *    PG-PERIODS, so the monthly cost report EMBCST adds up
      *    comes back to the month whatever the frequency.  The
      *    carriers see every enrollment whichever group runs, but
      *    premiums are booked only for the running group's people;
      *    the other groups book theirs on their own cycles.
       500-REFRESH-SENT.
           EXEC SQL
               DELETE FROM BENSENT
           END-EXEC
           EXEC SQL
               DECLARE SNTTBL CURSOR FOR
                   SELECT BENENRL.BE-ENO, BENENRL.BE-TYPE,
                          BENENRL.BE-PLAN, BENENRL.BE-TIER,
                          BENPLAN.BP-CARRIER, BENPLAN.BP-EE-PREM,
                          BENPLAN.BP-ER-PREM, EMPLOYEE.SSN,
                          EMPLOYEE.LNAME, EMPLOYEE.FNAME,
                          EMPLOYEE.DEPT, EMPLOYEE.PAY-GROUP
                     FROM BENENRL, BENPLAN, EMPLOYEE
                    WHERE BENENRL.BE-STATUS = 'A'
                      AND BENPLAN.BP-PLAN = BENENRL.BE-PLAN
                      AND BENPLAN.BP-TIER = BENENRL.BE-TIER
                      AND EMPLOYEE.ENO = BENENRL.BE-ENO
           END-EXEC
           EXEC SQL
               OPEN SNTTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM SNTTBL INTO
                 :BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,:BP-CARRIER,
                 :BP-EE-PREM,:BP-ER-PREM,:SSN,:LNAME,:FNAME,:DEPT,
                 :PAY-GROUP
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 550-RECORD-ONE-ENROLLMENT
               EXEC SQL
                   FETCH NEXT FROM SNTTBL INTO
                     :BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,
                     :BP-CARRIER,:BP-EE-PREM,:BP-ER-PREM,:SSN,
                     :LNAME,:FNAME,:DEPT,:PAY-GROUP
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE SNTTBL
           END-EXEC.

       550-RECORD-ONE-ENROLLMENT.
           MOVE BE-ENO TO BS-ENO
           MOVE BE-TYPE TO BS-TYPE
           MOVE BP-CARRIER TO BS-CARRIER
           MOVE BE-PLAN TO BS-PLAN
           MOVE BE-TIER TO BS-TIER
           MOVE SSN TO BS-SSN
           MOVE LNAME TO BS-LNAME
           MOVE FNAME TO BS-FNAME
           EXEC SQL
               INSERT INTO BENSENT
                   (BS-ENO,BS-TYPE,BS-CARRIER,BS-PLAN,BS-TIER,
                    BS-SSN,BS-LNAME,BS-FNAME)
                   VALUES
                   (:BS-ENO,:BS-TYPE,:BS-CARRIER,:BS-PLAN,:BS-TIER,
                    :BS-SSN,:BS-LNAME,:BS-FNAME)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'sent insert ' BE-ENO ' ' DISP-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PAY-GROUP = CYC-GROUP
               PERFORM 560-BOOK-PREMIUM
           END-IF.

       560-BOOK-PREMIUM.
           MOVE CYC-DATE TO BC-CYC-DATE
           MOVE BE-ENO TO BC-ENO
           MOVE DEPT TO BC-DEPT
           MOVE BE-TYPE TO BC-TYPE
           MOVE BE-PLAN TO BC-PLAN
           MOVE BE-TIER TO BC-TIER
           COMPUTE BC-EE-PREM ROUNDED = BP-EE-PREM * 12 / PG-PERIODS
           COMPUTE BC-ER-PREM ROUNDED = BP-ER-PREM * 12 / PG-PERIODS
           EXEC SQL
               INSERT INTO BENCOST
                   (BC-CYC-DATE,BC-ENO,BC-DEPT,BC-TYPE,BC-PLAN,
                    BC-TIER,BC-EE-PREM,BC-ER-PREM)
                   VALUES
                   (:BC-CYC-DATE,:BC-ENO,:BC-DEPT,:BC-TYPE,:BC-PLAN,
                    :BC-TIER,:BC-EE-PREM,:BC-ER-PREM)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-COST-COUNT
               ADD BC-ER-PREM TO WS-ER-TOTAL
               ADD BC-EE-PREM TO WS-EE-TOTAL
           ELSE
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'cost insert ' BE-ENO ' ' DISP-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    700-END-TERMINATED closes out the coverage of employees
      *    gone from EMPLOYEE - their drops went out above, so the
      *    rows are ended as of the cycle and stop showing as
      *    enrolled.
       700-END-TERMINATED.
           EXEC SQL
               UPDATE BENENRL
                  SET BE-STATUS = 'E',
                      BE-END-DATE = :CYC-DATE
                WHERE BE-STATUS <> 'E'
                  AND BE-ENO NOT IN
                      (SELECT ENO FROM EMPLOYEE)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'terminated coverage ended ' DISP-CODE.

       800-WRITE-TOTALS.
           MOVE WS-ADD-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL ADDS          ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CHG-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL CHANGES       ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DROP-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL DROPS         ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-COST-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'ENROLLMENTS COSTED  ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EE-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYEE PREMIUM    ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ER-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYER PREMIUM    ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       900-RECORD-COMPLETION.
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           PERFORM 910-INSERT-CYCLE-ROW.

       910-INSERT-CYCLE-ROW.
           MOVE 'EMBELG' TO CYC-JOB
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
           MOVE 'EMBELG' TO RC-THIS-JOB
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
