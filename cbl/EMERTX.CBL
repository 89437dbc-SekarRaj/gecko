       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMERTX.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
      *    A date off the calendar may be an OFFCYCLE date EMBONS
      *    paid supplemental pay on - EMBONS, not EMSTUB, posted it.
       01 WS-OFF-CYCLE-SW PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN VALUE 'Y'.
       01 WS-POST-JOB PIC X(6) VALUE 'EMSTUB'.
       01 WS-CYC-COUNT PIC S9(4) COMP VALUE 0.
           88 CYCLE-TAXED VALUE 1 THRU 999.
       01 WS-PRE-COUNT PIC S9(4) COMP VALUE 0.
           88 STUB-RUN-DONE VALUE 1 THRU 999.
       01 WS-OVR-ANS PIC X.
       01 WS-CYC-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-LIAB-COUNT PIC 9(6) VALUE 0.
       01 WS-EMP-ST PIC X(2).
       01 WS-CYC-WAGES PIC S9(9)V99 VALUE 0.
       01 WS-YTD-GROSS PIC S9(9)V99 VALUE 0.
       01 WS-YTD-COMM PIC S9(9)V99 VALUE 0.
       01 YTD-GROSS-IND PIC S9(4) COMP.
       01 YTD-COMM-IND PIC S9(4) COMP.
       01 WS-BASE-ROOM PIC S9(9)V99 VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC $$$,$$$,$$9.99.
       01 DISP-WAGES PIC $$$,$$$,$$9.99.
       01 DISP-TOTAL PIC $$,$$$,$$$,$$9.99.

      *    The employer tax rates, read once off ERTAXRT - federal
      *    rows ('FD') apply to everyone, a state row only to
      *    employees whose ST matches.  A zero wage base means the
      *    tax has no annual limit, the Medicare case.
       01 WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 80 TIMES.
               10 WS-RT-TAX PIC X(4).
               10 WS-RT-ST PIC X(2).
               10 WS-RT-PCT PIC 9(2)V999.
               10 WS-RT-BASE PIC 9(7)V99.
               10 WS-RT-FREQ PIC X(1).
               10 WS-RT-TOTAL PIC S9(11)V99.
               10 WS-RT-DUE PIC 9(8).
       01 WS-RT-USED PIC S9(4) COMP VALUE 0.
       01 WS-RT-SUB PIC S9(4) COMP.

      *    Due-date work fields - the deposit deadline each
      *    agency's frequency code sets off the cycle date.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
           05 WS-DUE-MM PIC 9(2).
           05 WS-DUE-DD PIC 9(2).
       01 WS-QTR-END-MM PIC 9(2).
       01 WS-MONTH-LEN PIC 9(2).
       01 WS-LEAP-QUOT PIC 9(4).
       01 WS-LEAP-REM PIC 9(3).
       01 WS-MONTH-LEN-VALUES.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 WS-MONTH-LEN-TBL REDEFINES WS-MONTH-LEN-VALUES.
           05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

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
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPETL
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
           PERFORM 112-CHECK-STUB-PREREQ
           IF NOT STUB-RUN-DONE
               PERFORM 118-ASK-SEQ-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'employer tax refused - run '
                       WS-POST-JOB ' for the cycle first'
                   GO TO 100-EXIT
               END-IF
           END-IF
           PERFORM 110-CHECK-CYCLE
           IF CYCLE-TAXED
               PERFORM 120-ASK-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'employer tax refused - cycle ' CYC-DATE
                       ' already computed'
                   GO TO 100-EXIT
               END-IF
           END-IF

           COMPUTE WS-CYC-YEAR = CYC-DATE / 10000
           COMPUTE WS-YEAR-START = WS-CYC-YEAR * 10000 + 101
           PERFORM 140-LOAD-RATES
           IF WS-RT-USED = 0
               DISPLAY 'no employer tax rates on ERTAXRT - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 150-CLEAR-CYCLE
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYER TAX LIABILITY FOR CYCLE ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE ETXTBL CURSOR FOR
                   SELECT EH-ENO,EH-GROSS,EH-COMM
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :CYC-DATE
                      AND EH-PAY-GROUP = :CYC-GROUP
                    ORDER BY EH-ENO
           END-EXEC

           EXEC SQL
               OPEN ETXTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM ETXTBL INTO
                 :EH-ENO,:EH-GROSS,:EH-COMM
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-TAX-ONE-ROW
               EXEC SQL
                   FETCH NEXT FROM ETXTBL INTO
                     :EH-ENO,:EH-GROSS,:EH-COMM
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE ETXTBL
           END-EXEC

           PERFORM 700-WRITE-TAX-TOTALS
           CLOSE PRINT-FILE

           IF WS-ROW-COUNT = 0
               DISPLAY 'no earnings posted for ' CYC-DATE
                   ' - nothing computed'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 900-RECORD-COMPLETION
           END-IF

           MOVE WS-LIAB-COUNT TO DISP-COUNT
           DISPLAY 'liability rows written ' DISP-COUNT.

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
      *    on PAYCYCLE for the cycle - the employer taxes are
      *    figured off the posted EARNHIST rows, so running ahead
      *    of the stub run books nothing and still marks the cycle
      *    done.
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

      *    118-ASK-SEQ-OVERRIDE lets an operator run ahead of the
      *    stub run deliberately, logged on PAYCYCLE the way
      *    EMEXTR logs its sequence override.
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

      *    110-CHECK-CYCLE asks PAYCYCLE whether the cycle's
      *    employer taxes were already computed.  150-CLEAR-CYCLE
      *    makes a rerun repost clean, but a second run after the
      *    journal or a deposit went out is still a decision, so it
      *    takes an override.
       110-CHECK-CYCLE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CYC-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EMERTX'
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle check ' DISP-CODE.

      *    120-ASK-OVERRIDE logs a deliberate rerun on PAYCYCLE.
       120-ASK-OVERRIDE.
           DISPLAY 'cycle ' CYC-DATE ' employer taxes already '
               'computed'
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

      *    140-LOAD-RATES reads the ERTAXRT rows EMERTM maintains
      *    into storage, with each tax's deposit deadline for this
      *    cycle worked out once up front.
       140-LOAD-RATES.
           EXEC SQL
               DECLARE RATTBL CURSOR FOR
                   SELECT ERT-TAX,ERT-ST,ERT-PCT,ERT-WAGE-BASE,
                          ERT-DEP-FREQ
                     FROM ERTAXRT
                    ORDER BY ERT-ST, ERT-TAX
           END-EXEC
           EXEC SQL
               OPEN RATTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM RATTBL INTO
                 :ERT-TAX,:ERT-ST,:ERT-PCT,:ERT-WAGE-BASE,
                 :ERT-DEP-FREQ
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF WS-RT-USED = 80
                   DISPLAY 'rate table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RT-USED
                   MOVE ERT-TAX TO WS-RT-TAX (WS-RT-USED)
                   MOVE ERT-ST TO WS-RT-ST (WS-RT-USED)
                   MOVE ERT-PCT TO WS-RT-PCT (WS-RT-USED)
                   MOVE ERT-WAGE-BASE TO WS-RT-BASE (WS-RT-USED)
                   MOVE ERT-DEP-FREQ TO WS-RT-FREQ (WS-RT-USED)
                   MOVE 0 TO WS-RT-TOTAL (WS-RT-USED)
                   PERFORM 180-COMPUTE-DUE-DATE
                   MOVE WS-DUE-DATE TO WS-RT-DUE (WS-RT-USED)
               END-IF
               EXEC SQL
                   FETCH NEXT FROM RATTBL INTO
                     :ERT-TAX,:ERT-ST,:ERT-PCT,:ERT-WAGE-BASE,
                     :ERT-DEP-FREQ
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RATTBL
           END-EXEC.

      *    150-CLEAR-CYCLE deletes the cycle's liability rows, so a
      *    rerun after EMSTUB reposts the cycle computes clean
      *    instead of doubling the company's tax.  Only the group's
      *    employees are cleared - another group paid the same day
      *    keeps its liability.
       150-CLEAR-CYCLE.
           EXEC SQL
               DELETE FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :CYC-DATE
                  AND ETL-ENO IN
                      (SELECT EH-ENO FROM EARNHIST
                        WHERE EH-PAY-DATE = :CYC-DATE
                          AND EH-PAY-GROUP = :CYC-GROUP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle clear ' DISP-CODE.

      *    180-COMPUTE-DUE-DATE sets the deposit deadline for the
      *    frequency in ERT-DEP-FREQ - a semiweekly depositor owes
      *    within three days of payday, a monthly depositor by the
      *    15th of the next month, and a quarterly tax (FUTA, most
      *    state unemployment) by the last day of the month after
      *    the quarter closes.
       180-COMPUTE-DUE-DATE.
           MOVE CYC-DATE TO WS-DUE-DATE
           IF ERT-DEP-SEMIWEEKLY
               ADD 3 TO WS-DUE-DD
               PERFORM 185-SET-MONTH-LEN
               IF WS-DUE-DD > WS-MONTH-LEN
                   SUBTRACT WS-MONTH-LEN FROM WS-DUE-DD
                   PERFORM 188-NEXT-MONTH
               END-IF
           ELSE
               IF ERT-DEP-QUARTERLY
                   ADD 2 TO WS-DUE-MM
                   DIVIDE WS-DUE-MM BY 3 GIVING WS-QTR-END-MM
                   MULTIPLY 3 BY WS-QTR-END-MM
                   MOVE WS-QTR-END-MM TO WS-DUE-MM
                   PERFORM 188-NEXT-MONTH
                   PERFORM 185-SET-MONTH-LEN
                   MOVE WS-MONTH-LEN TO WS-DUE-DD
               ELSE
                   PERFORM 188-NEXT-MONTH
                   MOVE 15 TO WS-DUE-DD
               END-IF
           END-IF.

      *    185-SET-MONTH-LEN sets the length of the due-date month,
      *    February stretched to 29 in a leap year.
       185-SET-MONTH-LEN.
           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-MONTH-LEN
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-LEN
                   DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-MONTH-LEN
                       DIVIDE WS-DUE-YYYY BY 400
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-LEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    188-NEXT-MONTH steps the due date into the following
      *    month, across the year end when it has to.
       188-NEXT-MONTH.
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.

      *    200-TAX-ONE-ROW figures the employer's share on one
      *    employee's posted cycle - the cycle's gross plus
      *    commission, the same wages the withholding was taken
      *    on - under every federal rate and the rates for the
      *    employee's state.
       200-TAX-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           COMPUTE WS-CYC-WAGES = EH-GROSS + EH-COMM
           PERFORM 220-RESOLVE-STATE
           PERFORM 240-GET-YTD-WAGES
           PERFORM 300-APPLY-ONE-RATE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-USED.

      *    220-RESOLVE-STATE finds the employee's ST - live row
      *    first, the latest history row for a final-pay stub, the
      *    resolution EMGLJ's 260-RESOLVE-DEPT makes for DEPT.
       220-RESOLVE-STATE.
           MOVE SPACES TO WS-EMP-ST
           EXEC SQL
               SELECT ST INTO :WS-EMP-ST
                 FROM EMPLOYEE
                WHERE ENO = :EH-ENO
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT ST INTO :WS-EMP-ST
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :EH-ENO
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :EH-ENO)
               END-EXEC
           END-IF.

      *    240-GET-YTD-WAGES sums the employee's wages posted this
      *    year ahead of this cycle - voids and corrections EMVOID
      *    posted included - so each wage base is measured against
      *    what was actually paid before today.
       240-GET-YTD-WAGES.
           EXEC SQL
               SELECT SUM(EH-GROSS),SUM(EH-COMM)
                 INTO :WS-YTD-GROSS :YTD-GROSS-IND,
                      :WS-YTD-COMM :YTD-COMM-IND
                 FROM EARNHIST
                WHERE EH-ENO = :EH-ENO
                  AND EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE < :CYC-DATE
           END-EXEC
           IF SQLCODE NOT = 0 OR YTD-GROSS-IND < 0
               MOVE 0 TO WS-YTD-GROSS
           END-IF
           IF SQLCODE NOT = 0 OR YTD-COMM-IND < 0
               MOVE 0 TO WS-YTD-COMM
           END-IF
           ADD WS-YTD-COMM TO WS-YTD-GROSS.

      *    300-APPLY-ONE-RATE applies one rate-table row when it
      *    covers the employee, taxing only the wages still under
      *    the row's annual base, and books the liability row.
       300-APPLY-ONE-RATE.
           IF WS-RT-ST (WS-RT-SUB) NOT = 'FD'
              AND WS-RT-ST (WS-RT-SUB) NOT = WS-EMP-ST
               GO TO 300-RATE-EXIT
           END-IF
           MOVE WS-CYC-WAGES TO ETL-WAGES
           IF WS-RT-BASE (WS-RT-SUB) > 0
               COMPUTE WS-BASE-ROOM =
                   WS-RT-BASE (WS-RT-SUB) - WS-YTD-GROSS
               IF WS-BASE-ROOM < 0
                   MOVE 0 TO WS-BASE-ROOM
               END-IF
               IF WS-BASE-ROOM < WS-CYC-WAGES
                   MOVE WS-BASE-ROOM TO ETL-WAGES
               END-IF
           END-IF
           IF ETL-WAGES NOT > 0
               GO TO 300-RATE-EXIT
           END-IF
           COMPUTE ETL-AMOUNT ROUNDED =
               ETL-WAGES * WS-RT-PCT (WS-RT-SUB) / 100
           MOVE EH-ENO TO ETL-ENO
           MOVE CYC-DATE TO ETL-CYC-DATE
           MOVE WS-RT-TAX (WS-RT-SUB) TO ETL-TAX
           MOVE WS-RT-ST (WS-RT-SUB) TO ETL-ST
           MOVE WS-RT-DUE (WS-RT-SUB) TO ETL-DUE-DATE
           EXEC SQL
               INSERT INTO ERTAXLIA
                   (ETL-ENO,ETL-CYC-DATE,ETL-TAX,ETL-ST,
                    ETL-WAGES,ETL-AMOUNT,ETL-DUE-DATE)
                   VALUES
                   (:ETL-ENO,:ETL-CYC-DATE,:ETL-TAX,:ETL-ST,
                    :ETL-WAGES,:ETL-AMOUNT,:ETL-DUE-DATE)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE NOT = 0
               DISPLAY 'liability insert ' DISP-CODE
                   ' employee ' EH-ENO ' ' ETL-TAX
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-LIAB-COUNT
               ADD ETL-AMOUNT TO WS-RT-TOTAL (WS-RT-SUB)
               MOVE ETL-WAGES TO DISP-WAGES
               MOVE ETL-AMOUNT TO DISP-AMT
               MOVE SPACES TO PRINT-LINE
               STRING EH-ENO ' ' ETL-TAX ' ' ETL-ST
                      ' TAXABLE ' DISP-WAGES ' TAX ' DISP-AMT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       300-RATE-EXIT.
           EXIT.

      *    700-WRITE-TAX-TOTALS closes the register with the
      *    cycle's total for each tax and the date it is due - the
      *    figures EMTXDP rolls up across cycles for the deposit.
       700-WRITE-TAX-TOTALS.
           MOVE SPACES TO PRINT-LINE
           STRING 'CYCLE TOTALS BY TAX'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 750-WRITE-ONE-TAX-TOTAL
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-USED.

       750-WRITE-ONE-TAX-TOTAL.
           IF WS-RT-TOTAL (WS-RT-SUB) NOT = 0
               MOVE WS-RT-TOTAL (WS-RT-SUB) TO DISP-TOTAL
               MOVE SPACES TO PRINT-LINE
               STRING WS-RT-TAX (WS-RT-SUB) ' '
                      WS-RT-ST (WS-RT-SUB) ' ' DISP-TOTAL
                      ' DUE ' WS-RT-DUE (WS-RT-SUB)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    900-RECORD-COMPLETION marks the cycle's employer tax
      *    run complete on PAYCYCLE - EMGLJ looks for this row
      *    before it journals the employer tax lines.
       900-RECORD-COMPLETION.
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           PERFORM 910-INSERT-CYCLE-ROW.

       910-INSERT-CYCLE-ROW.
           MOVE 'EMERTX' TO CYC-JOB
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
           MOVE 'EMERTX' TO RC-THIS-JOB
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
