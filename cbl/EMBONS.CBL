       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBONS.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONUS-FILE ASSIGN TO BONUSIN
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BONUS-FILE.
       01  BONUS-RECORD.
           05 BN-ENO PIC 9(4).
           05 BN-AMOUNT PIC 9(7)V99.
           05 BN-TYPE PIC X(3).
           05 BN-PAY-DATE PIC 9(8).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE PIC X(50).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 BONUS-EOF VALUE 'Y'.
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPT-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT PIC 9(6) VALUE 0.
       01 WS-EC-COUNT PIC S9(4) COMP VALUE 0.
           88 CODE-ON-FILE VALUE 1 THRU 999.
       01 WS-BON-CODE PIC X(3) VALUE 'BON'.
       01 DISP-COUNT PIC ZZZ,ZZ9.

      *    Off-cycle date work fields - the date must be a real
      *    date and must not be on the group's CYCCAL calendar; the
      *    regular stub run owns those dates, and EMBONS's clear
      *    would take the cycle's postings with it.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
       01 WS-CHK-DATE.
           05 WS-CHK-YEAR PIC 9(4).
           05 WS-CHK-MONTH PIC 9(2).
           05 WS-CHK-DAY PIC 9(2).
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-ON-FILE VALUE 1 THRU 999.
       01 WS-CYC-COUNT PIC S9(4) COMP VALUE 0.
           88 BONUS-RUN-DONE VALUE 1 THRU 999.
       01 WS-POSTED-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-HAS-POSTINGS VALUE 1 THRU 999.
       01 WS-OVR-ANS PIC X.

      *    Supplemental pay work fields - federal withholding at
      *    the flat supplemental percent (TAXRATE 'FS'), never the
      *    regular 'FD' rate, and state withholding off the
      *    employee's ST field the same as the stub run.
       01 WS-SUPP-PCT PIC 9(2)V99 VALUE 0.
       01 WS-ST-PCT PIC 9(2)V99 VALUE 0.
       01 WS-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-FED-TAX PIC 9(7)V99 VALUE 0.
       01 WS-ST-TAX PIC 9(7)V99 VALUE 0.
       01 WS-DED-TOTAL PIC 9(6)V99 VALUE 0.
       01 WS-NET PIC 9(9)V99 VALUE 0.
       01 WS-NET-SIGNED PIC S9(9)V99 VALUE 0.

      *    Deduction work fields - only the deductions DED-SUPP
      *    flags for supplemental pay come out, garnishments first
      *    by priority under their percent-of-disposable ceiling,
      *    then the rest, retirement by the stub run's rules.
      *    A garnishment short here is not arrears - the order's
      *    amount for the period was the regular cycle's to take.
       01 WS-DISPOSABLE PIC S9(9)V99 VALUE 0.
       01 WS-REMAIN-PAY PIC S9(9)V99 VALUE 0.
       01 WS-GARN-CEILING PIC 9(7)V99 VALUE 0.
       01 WS-GARN-TAKE PIC 9(7)V99 VALUE 0.
       01 WS-DED-TAKE PIC 9(7)V99 VALUE 0.
       01 WS-RETIRE-AMT PIC 9(7)V99 VALUE 0.
       01 WS-MATCH-AMT PIC 9(7)V99 VALUE 0.
       01 WS-RET-TAKE PIC S9(7)V99 VALUE 0.
       01 WS-RET-MATCH PIC 9(7)V99 VALUE 0.
       01 WS-YTD-RETIRE PIC 9(9)V99 VALUE 0.
       01 YTD-RETIRE-IND PIC S9(4) COMP.
       01 WS-CYC-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).

      *    Register totals for the run.
       01 WS-TOT-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-TOT-FED PIC 9(11)V99 VALUE 0.
       01 WS-TOT-ST PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DED PIC 9(11)V99 VALUE 0.
       01 WS-TOT-NET PIC 9(11)V99 VALUE 0.
       01 WS-CODE-AMT PIC 9(9)V99 VALUE 0.
       01 WS-CODE-COUNT PIC S9(4) COMP VALUE 0.
       01 DISP-AMT PIC ZZZ,ZZ9.99.
       01 DISP-DED PIC $$$,$$9.99.
       01 DISP-TOTAL PIC $$$,$$$,$$9.99.
       01 DISP-SUPP-PCT PIC Z9.99.

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

       EXEC SQL
         INCLUDE EMPCYC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPEDT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPECD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPTAX
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDED
       END-EXEC.

       EXEC SQL
         INCLUDE EMPOFC
       END-EXEC.

      *    EMBONS pays an off-cycle bonus or other supplemental pay
      *    for one pay group off the BONUSIN file - employee, amount,
      *    earnings type and pay date on each line.  The lines are
      *    itemized on EARNDTL under the off-cycle date, then each
      *    employee's total is taxed at the flat supplemental rate,
      *    has only the deductions flagged for supplemental pay
      *    taken out, and is posted to EARNHIST under the date, so
      *    the year-to-date, quarterly and W-2 figures take it in
      *    like any cycle.  The run prints its own register and
      *    puts the date on OFFCYCLE, where EMERTX, EMEXTR, EMBAL,
      *    EMCHK and EMGLJ take it as a date to pay and journal.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           PERFORM 103-CHECK-GROUP
           IF NOT GROUP-ON-FILE
               DISPLAY 'pay group ' CYC-GROUP ' not on file - '
                   'refused'
               GO TO 100-EXIT
           END-IF
           MOVE CYC-DATE TO WS-CHK-DATE
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
              OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
               DISPLAY 'pay date ' CYC-DATE ' is not a date - refused'
               GO TO 100-EXIT
           END-IF
           PERFORM 105-CHECK-CALENDAR
           IF DATE-ON-CALENDAR
               DISPLAY 'pay date ' CYC-DATE ' is a regular cycle on '
                   'the calendar - refused'
               GO TO 100-EXIT
           END-IF
           PERFORM 120-GET-SUPP-RATE
           IF SQLCODE NOT = 0
               DISPLAY 'no supplemental rate (FS) on TAXRATE - '
                   'refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 110-CHECK-RERUN
           IF BONUS-RUN-DONE
               PERFORM 115-ASK-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'bonus run refused - ' CYC-DATE
                       ' is already paid'
                   GO TO 100-EXIT
               END-IF
           ELSE
               IF DATE-HAS-POSTINGS
                   DISPLAY 'earnings already posted under ' CYC-DATE
                       ' - refused'
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF
           PERFORM 107-GET-DESC
           COMPUTE WS-CYC-YEAR = CYC-DATE / 10000
           COMPUTE WS-YEAR-START = WS-CYC-YEAR * 10000 + 101
           PERFORM 150-CLEAR-RUN

           OPEN INPUT BONUS-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT EXCEPT-FILE

           PERFORM 170-READ-BONUS
           PERFORM UNTIL BONUS-EOF
               PERFORM 200-APPLY-BONUS
               PERFORM 170-READ-BONUS
           END-PERFORM
           CLOSE BONUS-FILE

           PERFORM 280-WRITE-HEADINGS

           EXEC SQL
               DECLARE BONTBL CURSOR FOR
                   SELECT ED-ENO, SUM(ED-AMOUNT)
                     FROM EARNDTL
                    WHERE ED-PAY-DATE = :CYC-DATE
                      AND ED-PAY-GROUP = :CYC-GROUP
                    GROUP BY ED-ENO
                    ORDER BY ED-ENO
           END-EXEC

           EXEC SQL
               OPEN BONTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM BONTBL INTO
                 :ED-ENO,:WS-GROSS
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 300-PAY-EMPLOYEE
               EXEC SQL
                   FETCH NEXT FROM BONTBL INTO
                     :ED-ENO,:WS-GROSS
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE BONTBL
           END-EXEC

           PERFORM 500-WRITE-CODE-TOTALS
           PERFORM 800-WRITE-TOTALS
           CLOSE PRINT-FILE
           CLOSE EXCEPT-FILE

           MOVE WS-LINE-COUNT TO DISP-COUNT
           DISPLAY 'bonus lines applied ' DISP-COUNT
           MOVE WS-EXCEPT-COUNT TO DISP-COUNT
           DISPLAY 'bonus lines excepted ' DISP-COUNT
           MOVE WS-PAID-COUNT TO DISP-COUNT
           DISPLAY 'employees paid ' DISP-COUNT

           IF WS-PAID-COUNT = 0
               DISPLAY 'nothing paid - ' CYC-DATE
                   ' not put on OFFCYCLE'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 900-RECORD-COMPLETION
           END-IF.

       100-EXIT.
           GOBACK.

      *    103-CHECK-GROUP edits the group against PAYGROUP.
       103-CHECK-GROUP.
           MOVE CYC-GROUP TO PG-CODE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PG-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    105-CHECK-CALENDAR looks the pay date up on the group's
      *    CYCCAL calendar - a supplemental payment on a regular
      *    cycle date goes through the timecard or the stub run,
      *    not here.
       105-CHECK-CALENDAR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    107-GET-DESC takes what the payment is for - DESC on the
      *    run-control file, or keyed - for the OFFCYCLE row and
      *    the register heading.
       107-GET-DESC.
           IF RC-UNATTENDED
               MOVE 'DESC' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO OC-DESC
           ELSE
               DISPLAY 'what the payment is for (e.g. YEAR-END BONUS)'
               ACCEPT OC-DESC
           END-IF
           IF OC-DESC = SPACES
               MOVE 'SUPPLEMENTAL PAY' TO OC-DESC
           END-IF.

      *    110-CHECK-RERUN asks PAYCYCLE whether the group was
      *    already paid on this date, and counts what EARNHIST
      *    already holds under it.  Postings there without an EMBONS
      *    run behind them are somebody else's - an EMVOID
      *    adjustment, say - and a bonus run would clear them.
       110-CHECK-RERUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CYC-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EMBONS'
                  AND CYC-STATUS = 'C'
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POSTED-COUNT
                 FROM EARNHIST
                WHERE EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    115-ASK-OVERRIDE lets an operator rerun a paid off-cycle
      *    date deliberately - a corrected bonus file, say.  The
      *    override and its reason are logged on PAYCYCLE the way
      *    EMEXTR's 120-ASK-OVERRIDE logs a rerun.  The downstream
      *    jobs must be rerun for the date behind it.
       115-ASK-OVERRIDE.
           DISPLAY 'off-cycle date ' CYC-DATE ' was already paid'
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

      *    120-GET-SUPP-RATE reads the flat federal supplemental
      *    percent off TAXRATE once for the run.  Unlike the
      *    regular rate, no rate on file refuses the run - paying a
      *    bonus with nothing withheld is not a default anybody
      *    wants.
       120-GET-SUPP-RATE.
           EXEC SQL
               SELECT TAX-PCT INTO :WS-SUPP-PCT
                 FROM TAXRATE
                WHERE TAX-ST = 'FS'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    150-CLEAR-RUN clears what an earlier run posted for the
      *    group on this date, so a rerun reposts the file instead
      *    of doubling everyone's bonus.  The OFFCYCLE row goes
      *    too; 900-RECORD-COMPLETION puts it back.
       150-CLEAR-RUN.
           EXEC SQL
               DELETE FROM EARNHIST
                WHERE EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'earnings clear ' DISP-CODE
           EXEC SQL
               DELETE FROM EARNDTL
                WHERE ED-PAY-DATE = :CYC-DATE
                  AND ED-PAY-GROUP = :CYC-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'earnings detail clear ' DISP-CODE
           EXEC SQL
               DELETE FROM OFFCYCLE
                WHERE OC-GROUP = :CYC-GROUP
                  AND OC-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    170-READ-BONUS reads the next bonus line.
       170-READ-BONUS.
           READ BONUS-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.

      *    200-APPLY-BONUS matches one bonus line to its employee
      *    and adds it to the employee's EARNDTL line for the
      *    earnings type.  A line for an ENO not on file, for
      *    someone not active or in another pay group, for another
      *    pay date, for no amount, or under a type that is not a
      *    supplemental code on EARNCODE goes to the exception
      *    listing the way EMTIME's 200-APPLY-TIMECARD handles a
      *    bad card.  A line with no type is a bonus.
       200-APPLY-BONUS.
           IF BN-TYPE = SPACES
               MOVE WS-BON-CODE TO BN-TYPE
           END-IF
           PERFORM 250-CHECK-EARN-CODE
           MOVE BN-ENO TO ENO
           EXEC SQL
               SELECT EMP-STATUS,PAY-GROUP INTO :EMP-STATUS,:PAY-GROUP
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE SPACES TO EXCEPT-LINE
               STRING BN-ENO ' ' BN-TYPE ' NOT ON EMPLOYEE'
                   DELIMITED BY SIZE INTO EXCEPT-LINE
               WRITE EXCEPT-LINE
           ELSE
               IF NOT EMP-ACTIVE
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE SPACES TO EXCEPT-LINE
                   STRING BN-ENO ' ' BN-TYPE ' NOT ACTIVE'
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
               ELSE
                   IF PAY-GROUP NOT = CYC-GROUP
                       ADD 1 TO WS-EXCEPT-COUNT
                       MOVE SPACES TO EXCEPT-LINE
                       STRING BN-ENO ' ' BN-TYPE ' IN PAY GROUP '
                              PAY-GROUP
                           DELIMITED BY SIZE INTO EXCEPT-LINE
                       WRITE EXCEPT-LINE
                   ELSE
                       PERFORM 210-EDIT-LINE
                   END-IF
               END-IF
           END-IF.

      *    210-EDIT-LINE edits the line itself once the employee
      *    checks out, and applies it.
       210-EDIT-LINE.
           IF BN-PAY-DATE NOT = CYC-DATE
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE SPACES TO EXCEPT-LINE
               STRING BN-ENO ' ' BN-TYPE ' PAY DATE ' BN-PAY-DATE
                      ' NOT THIS RUN'
                   DELIMITED BY SIZE INTO EXCEPT-LINE
               WRITE EXCEPT-LINE
           ELSE
               IF BN-AMOUNT = 0
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE SPACES TO EXCEPT-LINE
                   STRING BN-ENO ' ' BN-TYPE ' NO AMOUNT'
                       DELIMITED BY SIZE INTO EXCEPT-LINE
                   WRITE EXCEPT-LINE
               ELSE
                   IF NOT CODE-ON-FILE OR NOT EC-SUPPLEMENTAL
                       ADD 1 TO WS-EXCEPT-COUNT
                       MOVE SPACES TO EXCEPT-LINE
                       STRING BN-ENO ' ' BN-PAY-DATE
                              ' BAD EARNINGS TYPE ' BN-TYPE
                           DELIMITED BY SIZE INTO EXCEPT-LINE
                       WRITE EXCEPT-LINE
                   ELSE
                       PERFORM 260-ACCUMULATE-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-IF
           END-IF.

      *    250-CHECK-EARN-CODE looks the line's earnings type up on
      *    the EARNCODE table EMECDM keeps.
       250-CHECK-EARN-CODE.
           MOVE 0 TO WS-EC-COUNT
           MOVE SPACES TO EC-CLASS
           MOVE BN-TYPE TO EC-CODE
           EXEC SQL
               SELECT EC-CLASS INTO :EC-CLASS
                 FROM EARNCODE
                WHERE EC-CODE = :EC-CODE
           END-EXEC
           IF SQLCODE = 0
               MOVE 1 TO WS-EC-COUNT
           END-IF.

      *    260-ACCUMULATE-LINE adds one bonus line to the employee's
      *    EARNDTL line for the date and earnings type, starting
      *    the line on the first bonus under the type.
       260-ACCUMULATE-LINE.
           MOVE ENO TO ED-ENO
           MOVE CYC-DATE TO ED-PAY-DATE
           MOVE CYC-GROUP TO ED-PAY-GROUP
           MOVE BN-TYPE TO ED-CODE
           EXEC SQL
               UPDATE EARNDTL
                  SET ED-AMOUNT = ED-AMOUNT + :BN-AMOUNT
                WHERE ED-ENO = :ED-ENO
                  AND ED-PAY-DATE = :ED-PAY-DATE
                  AND ED-PAY-GROUP = :ED-PAY-GROUP
                  AND ED-CODE = :ED-CODE
           END-EXEC
           IF SQLCODE = 100
               MOVE EC-CLASS TO ED-CLASS
               MOVE 0 TO ED-HOURS
               MOVE BN-AMOUNT TO ED-AMOUNT
               EXEC SQL
                   INSERT INTO EARNDTL
                       (ED-ENO,ED-PAY-DATE,ED-PAY-GROUP,ED-CODE,
                        ED-CLASS,ED-HOURS,ED-AMOUNT)
                       VALUES
                       (:ED-ENO,:ED-PAY-DATE,:ED-PAY-GROUP,:ED-CODE,
                        :ED-CLASS,:ED-HOURS,:ED-AMOUNT)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'earnings detail ' BN-ENO ' ' DISP-CODE
           END-IF.

      *    280-WRITE-HEADINGS starts the supplemental pay register.
       280-WRITE-HEADINGS.
           MOVE WS-SUPP-PCT TO DISP-SUPP-PCT
           MOVE SPACES TO PRINT-LINE
           STRING 'SUPPLEMENTAL PAY REGISTER FOR ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING OC-DESC ' - FEDERAL AT ' DISP-SUPP-PCT
                  ' PERCENT FLAT'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'ENO  NAME            GROSS     FEDERAL       STATE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    300-PAY-EMPLOYEE pays one employee's supplemental total -
      *    withholding, the flagged deductions and the net - posts
      *    it to EARNHIST under the off-cycle date, and prints the
      *    employee's register line with the deductions under it.
       300-PAY-EMPLOYEE.
           MOVE ED-ENO TO ENO
           EXEC SQL
               SELECT LNAME,ST INTO :LNAME,:ST
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           EXEC SQL
               SELECT TAX-PCT INTO :WS-ST-PCT
                 FROM TAXRATE
                WHERE TAX-ST = :ST
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-ST-PCT
           END-IF
           COMPUTE WS-FED-TAX ROUNDED = WS-GROSS * WS-SUPP-PCT / 100
           COMPUTE WS-ST-TAX ROUNDED = WS-GROSS * WS-ST-PCT / 100

           MOVE 0 TO WS-DED-TOTAL
           MOVE 0 TO WS-RETIRE-AMT
           MOVE 0 TO WS-MATCH-AMT
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-FED-TAX - WS-ST-TAX
           IF WS-DISPOSABLE < 0
               MOVE 0 TO WS-DISPOSABLE
           END-IF
           MOVE WS-DISPOSABLE TO WS-REMAIN-PAY
           PERFORM 310-WRITE-PAY-LINE
           PERFORM 320-TAKE-GARNISHMENTS
           PERFORM 330-TAKE-DEDUCTIONS

           COMPUTE WS-NET-SIGNED = WS-GROSS - WS-FED-TAX - WS-ST-TAX
               - WS-DED-TOTAL
           IF WS-NET-SIGNED < 0
               MOVE 0 TO WS-NET
           ELSE
               MOVE WS-NET-SIGNED TO WS-NET
           END-IF
           MOVE WS-NET TO DISP-DED
           MOVE SPACES TO PRINT-LINE
           STRING '     NET PAY                     ' DISP-DED
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 400-POST-EARNINGS
           ADD 1 TO WS-PAID-COUNT
           ADD WS-GROSS TO WS-TOT-GROSS
           ADD WS-FED-TAX TO WS-TOT-FED
           ADD WS-ST-TAX TO WS-TOT-ST
           ADD WS-DED-TOTAL TO WS-TOT-DED
           ADD WS-NET TO WS-TOT-NET.

      *    310-WRITE-PAY-LINE prints the employee's gross and
      *    withholding ahead of the deduction lines.
       310-WRITE-PAY-LINE.
           MOVE SPACES TO PRINT-LINE
           STRING ENO ' ' LNAME
               DELIMITED BY SIZE INTO PRINT-LINE
           MOVE WS-GROSS TO DISP-AMT
           MOVE DISP-AMT TO PRINT-LINE (17:10)
           MOVE WS-FED-TAX TO DISP-AMT
           MOVE DISP-AMT TO PRINT-LINE (29:10)
           MOVE WS-ST-TAX TO DISP-AMT
           MOVE DISP-AMT TO PRINT-LINE (41:10)
           WRITE PRINT-LINE.

      *    320-TAKE-GARNISHMENTS works the garnishment orders
      *    flagged for supplemental pay in DED-PRIORITY order, each
      *    held to its percent of the supplemental disposable pay
      *    and to what is left of it.
       320-TAKE-GARNISHMENTS.
           EXEC SQL
               DECLARE GRNTBL CURSOR FOR
                   SELECT DED-CODE,DED-DESC,DED-AMT,
                          DED-PRIORITY,DED-DI-PCT
                     FROM DEDUCT
                    WHERE DED-ENO = :ENO
                      AND DED-CLASS = 'G'
                      AND DED-SUPP = 'Y'
                    ORDER BY DED-PRIORITY, DED-CODE
           END-EXEC
           EXEC SQL
               OPEN GRNTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM GRNTBL INTO
                 :DED-CODE,:DED-DESC,:DED-AMT,
                 :DED-PRIORITY,:DED-DI-PCT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               COMPUTE WS-GARN-CEILING ROUNDED =
                   WS-DISPOSABLE * DED-DI-PCT / 100
               MOVE DED-AMT TO WS-GARN-TAKE
               IF WS-GARN-TAKE > WS-GARN-CEILING
                   MOVE WS-GARN-CEILING TO WS-GARN-TAKE
               END-IF
               IF WS-GARN-TAKE > WS-REMAIN-PAY
                   MOVE WS-REMAIN-PAY TO WS-GARN-TAKE
               END-IF
               SUBTRACT WS-GARN-TAKE FROM WS-REMAIN-PAY
               MOVE WS-GARN-TAKE TO WS-DED-TAKE
               PERFORM 340-WRITE-DED-LINE
               EXEC SQL
                   FETCH NEXT FROM GRNTBL INTO
                     :DED-CODE,:DED-DESC,:DED-AMT,
                     :DED-PRIORITY,:DED-DI-PCT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE GRNTBL
           END-EXEC.

      *    330-TAKE-DEDUCTIONS takes the other deductions flagged
      *    for supplemental pay in DED-CODE order - a retirement
      *    election through 350-TAKE-RETIREMENT, so a bonus is
      *    deferred at the employee's percent and matched, anything
      *    else its flat DED-AMT.
       330-TAKE-DEDUCTIONS.
           EXEC SQL
               DECLARE DEDTBL CURSOR FOR
                   SELECT DED-CODE,DED-DESC,DED-AMT,DED-CLASS,
                          DED-PCT,DED-MATCH-PCT,DED-ANN-CAP
                     FROM DEDUCT
                    WHERE DED-ENO = :ENO
                      AND DED-CLASS <> 'G'
                      AND DED-SUPP = 'Y'
                    ORDER BY DED-CODE
           END-EXEC
           EXEC SQL
               OPEN DEDTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM DEDTBL INTO
                 :DED-CODE,:DED-DESC,:DED-AMT,:DED-CLASS,
                 :DED-PCT,:DED-MATCH-PCT,:DED-ANN-CAP
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF DED-RETIRE
                   PERFORM 350-TAKE-RETIREMENT
               ELSE
                   MOVE DED-AMT TO WS-DED-TAKE
                   PERFORM 340-WRITE-DED-LINE
               END-IF
               EXEC SQL
                   FETCH NEXT FROM DEDTBL INTO
                     :DED-CODE,:DED-DESC,:DED-AMT,:DED-CLASS,
                     :DED-PCT,:DED-MATCH-PCT,:DED-ANN-CAP
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE DEDTBL
           END-EXEC.

      *    340-WRITE-DED-LINE totals one deduction and prints it
      *    under the employee's register line.
       340-WRITE-DED-LINE.
           ADD WS-DED-TAKE TO WS-DED-TOTAL
           MOVE WS-DED-TAKE TO DISP-DED
           MOVE SPACES TO PRINT-LINE
           STRING '     DEDUCTION ' DED-CODE ' ' DED-DESC ' '
                  DISP-DED
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    350-TAKE-RETIREMENT computes a retirement election on the
      *    supplemental pay - percent when one is on file, otherwise
      *    the flat amount - held to the annual cap against the
      *    year's posted EH-RETIRE total, with the employer match
      *    on what was taken, by EMSTUB's 278-TAKE-RETIREMENT rules.
       350-TAKE-RETIREMENT.
           IF DED-PCT > 0
               COMPUTE WS-RET-TAKE ROUNDED =
                   WS-GROSS * DED-PCT / 100
           ELSE
               MOVE DED-AMT TO WS-RET-TAKE
           END-IF
           IF DED-ANN-CAP > 0
               PERFORM 355-GET-YTD-RETIRE
               IF WS-YTD-RETIRE + WS-RET-TAKE > DED-ANN-CAP
                   COMPUTE WS-RET-TAKE =
                       DED-ANN-CAP - WS-YTD-RETIRE
               END-IF
               IF WS-RET-TAKE < 0
                   MOVE 0 TO WS-RET-TAKE
               END-IF
           END-IF
           ADD WS-RET-TAKE TO WS-RETIRE-AMT
           COMPUTE WS-RET-MATCH ROUNDED =
               WS-RET-TAKE * DED-MATCH-PCT / 100
           ADD WS-RET-MATCH TO WS-MATCH-AMT
           MOVE WS-RET-TAKE TO WS-DED-TAKE
           PERFORM 340-WRITE-DED-LINE
           IF WS-RET-MATCH > 0
               MOVE WS-RET-MATCH TO DISP-DED
               MOVE SPACES TO PRINT-LINE
               STRING '     EMPLOYER MATCH ' DED-CODE '     '
                      DISP-DED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    355-GET-YTD-RETIRE totals the year's posted employee
      *    retirement contributions through this date - this run's
      *    own rows were cleared by 150-CLEAR-RUN.
       355-GET-YTD-RETIRE.
           MOVE 0 TO WS-YTD-RETIRE
           EXEC SQL
               SELECT SUM(EH-RETIRE)
                 INTO :WS-YTD-RETIRE :YTD-RETIRE-IND
                 FROM EARNHIST
                WHERE EH-ENO = :ENO
                  AND EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE <= :CYC-DATE
           END-EXEC
           IF YTD-RETIRE-IND < 0
               MOVE 0 TO WS-YTD-RETIRE
           END-IF.

      *    400-POST-EARNINGS posts the supplemental payment to
      *    EARNHIST under the off-cycle date, one row per employee
      *    the way the stub run posts a cycle - EMEXTR and EMCHK
      *    pay the EH-NET, and everything year-to-date adds it in.
       400-POST-EARNINGS.
           MOVE ENO TO EH-ENO
           MOVE CYC-DATE TO EH-PAY-DATE
           MOVE WS-GROSS TO EH-GROSS
           MOVE 0 TO EH-COMM
           MOVE WS-NET TO EH-NET
           MOVE WS-FED-TAX TO EH-FED-TAX
           MOVE WS-ST-TAX TO EH-ST-TAX
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
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'earnings insert ' ENO ' ' DISP-CODE
           END-IF.

      *    500-WRITE-CODE-TOTALS prints the dollars paid under each
      *    earnings type on the date.
       500-WRITE-CODE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTALS BY EARNINGS TYPE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           EXEC SQL
               DECLARE CODTBL CURSOR FOR
                   SELECT ED-CODE, COUNT(*), SUM(ED-AMOUNT)
                     FROM EARNDTL
                    WHERE ED-PAY-DATE = :CYC-DATE
                      AND ED-PAY-GROUP = :CYC-GROUP
                    GROUP BY ED-CODE
                    ORDER BY ED-CODE
           END-EXEC
           EXEC SQL
               OPEN CODTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM CODTBL INTO
                 :ED-CODE,:WS-CODE-COUNT,:WS-CODE-AMT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE WS-CODE-COUNT TO DISP-COUNT
               MOVE WS-CODE-AMT TO DISP-TOTAL
               MOVE SPACES TO PRINT-LINE
               STRING '  ' ED-CODE ' PAID TO ' DISP-COUNT ' '
                      DISP-TOTAL
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               EXEC SQL
                   FETCH NEXT FROM CODTBL INTO
                     :ED-CODE,:WS-CODE-COUNT,:WS-CODE-AMT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CODTBL
           END-EXEC.

      *    800-WRITE-TOTALS closes the register with the run's
      *    totals for the balancing desk.
       800-WRITE-TOTALS.
           MOVE WS-PAID-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYEES PAID     ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-GROSS TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL GROSS        ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-FED TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL FEDERAL TAX  ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-ST TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL STATE TAX    ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-DED TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL DEDUCTIONS   ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-NET TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL NET PAY      ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EXCEPT-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'LINES EXCEPTED     ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    900-RECORD-COMPLETION puts the date on OFFCYCLE for the
      *    group, so the tax, payment and journal jobs take it as a
      *    date to run, and marks the run complete on PAYCYCLE -
      *    the posting those jobs look for ahead of them.
       900-RECORD-COMPLETION.
           MOVE CYC-GROUP TO OC-GROUP
           MOVE CYC-DATE TO OC-DATE
           ACCEPT OC-RUN-DATE FROM DATE YYYYMMDD
           EXEC SQL
               INSERT INTO OFFCYCLE
                   (OC-GROUP,OC-DATE,OC-DESC,OC-RUN-DATE)
                   VALUES
                   (:OC-GROUP,:OC-DATE,:OC-DESC,:OC-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'off-cycle row ' DISP-CODE
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           PERFORM 910-INSERT-CYCLE-ROW.

      *    910-INSERT-CYCLE-ROW stamps and writes one PAYCYCLE row
      *    for this job - a completion or a logged override.
       910-INSERT-CYCLE-ROW.
           MOVE 'EMBONS' TO CYC-JOB
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

      *    950-GET-CYCLE-PARMS takes the off-cycle pay date and pay
      *    group from the RUNCTL run-control file when one is
      *    allocated - otherwise from the operator.
       950-GET-CYCLE-PARMS.
           MOVE 'EMBONS' TO RC-THIS-JOB
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
               DISPLAY 'run control - pay date ' CYC-DATE
                   ' group ' CYC-GROUP
           ELSE
               DISPLAY 'off-cycle pay date (YYYYMMDD)'
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
