
       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-RSN-COUNT PIC S9(4) COMP VALUE 0.
           88 REASON-VALID VALUE 1 THRU 999.
       01 WS-ELIG-SW PIC X VALUE 'Y'.
           88 FMLA-ELIGIBLE VALUE 'Y'.
       01 WS-SERVICE-DATE PIC 9(8).
       01 WS-YEAR-AGO PIC 9(8).
       01 WS-PRIOR-HOURS PIC 9(5)V99 VALUE 0.
       01 PRIOR-HOURS-IND PIC S9(4) COMP.
       01 WS-PAID-CYCLES PIC S9(4) COMP VALUE 0.
       01 DISP-HOURS PIC ZZ,ZZ9.99.

      *    FMLA work fields - eligibility is twelve months from
      *    HIRE-DATE and 1,250 hours in the year before the leave
      *    starts (salaried counted at standard hours for each
      *    cycle paid), and the entitlement is twelve weeks in the
      *    rolling twelve months looking back from a date.
       01 WS-FMLA-WEEKS PIC 9(2)V99 VALUE 12.
       01 WS-FMLA-HOURS PIC 9(5) VALUE 1250.
       01 WS-STD-HOURS PIC 9(4) VALUE 2080.
       01 WS-FM-ENO PIC 9(4).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-ASOF-DAYS PIC 9(7).
       01 WS-WINDOW-START PIC 9(7).
       01 WS-SPAN-START PIC 9(7) VALUE 0.
       01 WS-SPAN-END PIC 9(7).
       01 WS-SPAN-FROM PIC 9(7).
       01 WS-SPAN-TO PIC 9(7).
       01 WS-FMLA-DAYS PIC 9(5) VALUE 0.
       01 WS-WEEKS-USED PIC 9(2)V99 VALUE 0.
       01 WS-WEEKS-LEFT PIC 9(2)V99 VALUE 0.
       01 WS-LV-ACTION PIC X(1).
       01 WS-LV-DATE PIC 9(8).
       01 WS-LV-FMLA PIC X(1).
       01 LV-FMLA-IND PIC S9(4) COMP.
       01 DISP-WEEKS PIC Z9.99.

      *    Day-number work fields - a yyyymmdd date turned into a
      *    count of days, so a leave's length is a plain subtraction
      *    across month and year ends.
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

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPAUD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPLRS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
           STOP RUN.

      *    200-FETCH-STATUS reads the employee's current EMP-STATUS
      *    so an impossible transition is caught before the update,
      *    with the hire date and pay type an FMLA leave is checked
      *    against.
       200-FETCH-STATUS.
           EXEC SQL
               SELECT EMP-STATUS,HIRE-DATE,PAY-TYPE,PAY-GROUP
                 INTO :EMP-STATUS OF EMPLOYEE-RECORD,
                      :HIRE-DATE OF EMPLOYEE-RECORD,
                      :PAY-TYPE OF EMPLOYEE-RECORD,
                      :PAY-GROUP OF EMPLOYEE-RECORD
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           END-IF.

      *    400-GET-LEAVE-INFO prompts for the effective date and
      *    reason that go on the EMPLOYEE-LEAVE log row.  A leave
      *    being placed also takes a reason code off the LOARSN
      *    table, and a code that marks the leave FMLA has the
      *    employee checked for eligibility and entitlement.
       400-GET-LEAVE-INFO.
           DISPLAY 'effective date (YYYYMMDD)'
           ACCEPT LOA-DATE
           MOVE SPACES TO LOA-RSN-CODE
           MOVE 'N' TO LOA-FMLA
           IF LOA-PLACED
               MOVE 0 TO WS-RSN-COUNT
               PERFORM 420-GET-LEAVE-CODE UNTIL REASON-VALID
               IF LR-FMLA-REASON
                   PERFORM 450-CHECK-FMLA
               END-IF
           END-IF
           DISPLAY 'reason'
           ACCEPT LOA-REASON.

      *    420-GET-LEAVE-CODE accepts and edits one leave reason
      *    code against LOARSN, re-prompting until a code on file
      *    is keyed.
       420-GET-LEAVE-CODE.
           DISPLAY 'leave reason code'
           ACCEPT LOA-RSN-CODE
           MOVE LOA-RSN-CODE TO LR-CODE
           EXEC SQL
               SELECT LR-DESC,LR-FMLA
                 INTO :LR-DESC,:LR-FMLA
                 FROM LOARSN
                WHERE LR-CODE = :LR-CODE
           END-EXEC
           IF SQLCODE = 0
               MOVE 1 TO WS-RSN-COUNT
               DISPLAY LR-CODE ' ' LR-DESC
           ELSE
               DISPLAY 'reason code ' LOA-RSN-CODE
                   ' is not on the leave reason table'
           END-IF.

      *    450-CHECK-FMLA decides whether an FMLA-coded leave is
      *    protected - twelve months since HIRE-DATE, 1,250 hours in
      *    the year before the leave starts, and entitlement left in
      *    the rolling twelve months.  A leave that fails still goes
      *    on, logged as not protected, for HR to review.
       450-CHECK-FMLA.
           MOVE 'Y' TO WS-ELIG-SW
           COMPUTE WS-SERVICE-DATE =
               HIRE-DATE OF EMPLOYEE-RECORD + 10000
           IF WS-SERVICE-DATE > LOA-DATE
               MOVE 'N' TO WS-ELIG-SW
               DISPLAY 'not FMLA eligible - hired '
                   HIRE-DATE OF EMPLOYEE-RECORD
                   ', under twelve months of service'
           END-IF
           PERFORM 460-GET-PRIOR-HOURS
           MOVE WS-PRIOR-HOURS TO DISP-HOURS
           IF WS-PRIOR-HOURS < WS-FMLA-HOURS
               MOVE 'N' TO WS-ELIG-SW
               DISPLAY 'not FMLA eligible - ' DISP-HOURS
                   ' hours in the prior twelve months'
           END-IF
           IF FMLA-ELIGIBLE
               MOVE ENO OF EMPLOYEE-RECORD TO WS-FM-ENO
               MOVE LOA-DATE TO WS-ASOF-DATE
               PERFORM 800-COUNT-FMLA-WEEKS
               IF WS-WEEKS-LEFT = 0
                   MOVE 'N' TO WS-ELIG-SW
                   DISPLAY 'FMLA entitlement used up in the rolling '
                       'twelve months'
               END-IF
           END-IF
           IF FMLA-ELIGIBLE
               MOVE 'Y' TO LOA-FMLA
               MOVE WS-WEEKS-LEFT TO DISP-WEEKS
               DISPLAY 'FMLA protected leave - ' DISP-WEEKS
                   ' weeks of entitlement remaining'
           ELSE
               DISPLAY 'leave will be logged as not FMLA protected'
           END-IF.

      *    460-GET-PRIOR-HOURS totals the hours worked in the twelve
      *    months before the leave - HOURSTOT for hourly employees,
      *    standard hours for each cycle paid for salaried, the
      *    same credit EM401S gives them on the census.  Only
      *    cycles on the CYCCAL calendar of the group paid count -
      *    an off-cycle supplemental payment is not a period
      *    worked.  Nor is an hour under a code paying no multiple
      *    of PAYRATE (EC-MULT zero) - ONC on-call standby is paid
      *    its flat premium for being reachable, not for work.
       460-GET-PRIOR-HOURS.
           MOVE 0 TO WS-PRIOR-HOURS
           COMPUTE WS-YEAR-AGO = LOA-DATE - 10000
           IF PAY-SALARIED OF EMPLOYEE-RECORD
               MOVE 0 TO WS-PAID-CYCLES
               EXEC SQL
                   SELECT COUNT(DISTINCT EH-PAY-DATE)
                     INTO :WS-PAID-CYCLES
                     FROM EARNHIST
                    WHERE EH-ENO = :ENO OF EMPLOYEE-RECORD
                      AND EH-PAY-DATE > :WS-YEAR-AGO
                      AND EH-PAY-DATE <= :LOA-DATE
                      AND EH-PAY-DATE IN
                          (SELECT CAL-DATE
                             FROM CYCCAL
                            WHERE CAL-GROUP = EH-PAY-GROUP)
               END-EXEC
               MOVE PAY-GROUP OF EMPLOYEE-RECORD TO PG-CODE
               MOVE 0 TO PG-PERIODS
               EXEC SQL
                   SELECT PG-PERIODS INTO :PG-PERIODS
                     FROM PAYGROUP
                    WHERE PG-CODE = :PG-CODE
               END-EXEC
               IF PG-PERIODS > 0
                   COMPUTE WS-PRIOR-HOURS ROUNDED =
                       WS-PAID-CYCLES * WS-STD-HOURS / PG-PERIODS
               END-IF
           ELSE
               EXEC SQL
                   SELECT SUM(HT-HOURS)
                     INTO :WS-PRIOR-HOURS :PRIOR-HOURS-IND
                     FROM HOURSTOT,EARNCODE
                    WHERE HT-ENO = :ENO OF EMPLOYEE-RECORD
                      AND HT-CYC-DATE > :WS-YEAR-AGO
                      AND HT-CYC-DATE <= :LOA-DATE
                      AND EC-CODE = HT-CODE
                      AND EC-MULT > 0
               END-EXEC
               IF PRIOR-HOURS-IND < 0
                   MOVE 0 TO WS-PRIOR-HOURS
               END-IF
           END-IF.

      *    500-UPDATE-STATUS sets EMP-STATUS to 'L' or back to 'A' on
      *    the live row.  EMEXTR and EMSTUB only pay EMP-STATUS 'A'
      *    rows, so this is what takes someone out of (and back into)
           MOVE ENO OF EMPLOYEE-RECORD TO ENO OF LEAVE-RECORD
           EXEC SQL
               INSERT INTO EMPLOYEE-LEAVE
                   (ENO,LOA-ACTION,LOA-DATE,LOA-REASON,
                    LOA-RSN-CODE,LOA-FMLA)
                   VALUES
                   (:ENO OF LEAVE-RECORD,
                    :LOA-ACTION,
                    :LOA-DATE,
                    :LOA-REASON,
                    :LOA-RSN-CODE,
                    :LOA-FMLA)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'leave log ' DISP-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'audit ' DISP-CODE.

      *    800-COUNT-FMLA-WEEKS totals the FMLA leave WS-FM-ENO has
      *    taken in the twelve months looking back from WS-ASOF-DATE
      *    off the EMPLOYEE-LEAVE log - each FMLA placement runs to
      *    the day before the next return (or the as-of date while
      *    still out), counted in calendar days and turned into
      *    weeks against the twelve-week entitlement.
       800-COUNT-FMLA-WEEKS.
           MOVE WS-ASOF-DATE TO WS-DAYS-DATE
           PERFORM 870-DATE-TO-DAYS
           MOVE WS-DAY-NUMBER TO WS-ASOF-DAYS
           COMPUTE WS-WINDOW-START = WS-ASOF-DAYS - 364
           MOVE 0 TO WS-FMLA-DAYS
           MOVE 0 TO WS-SPAN-START
           EXEC SQL
               DECLARE FMLTBL CURSOR FOR
                   SELECT LOA-ACTION,LOA-DATE,LOA-FMLA
                     FROM EMPLOYEE-LEAVE
                    WHERE ENO = :WS-FM-ENO
                      AND LOA-DATE <= :WS-ASOF-DATE
                    ORDER BY LOA-DATE
           END-EXEC
           EXEC SQL
               OPEN FMLTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM FMLTBL INTO
                 :WS-LV-ACTION,:WS-LV-DATE,
                 :WS-LV-FMLA :LV-FMLA-IND
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 810-APPLY-LEAVE-ROW
               EXEC SQL
                   FETCH NEXT FROM FMLTBL INTO
                     :WS-LV-ACTION,:WS-LV-DATE,
                     :WS-LV-FMLA :LV-FMLA-IND
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE FMLTBL
           END-EXEC
           IF WS-SPAN-START > 0
               MOVE WS-ASOF-DAYS TO WS-SPAN-END
               PERFORM 820-ADD-SPAN
           END-IF
           COMPUTE WS-WEEKS-USED ROUNDED = WS-FMLA-DAYS / 7
           IF WS-WEEKS-USED > WS-FMLA-WEEKS
               MOVE WS-FMLA-WEEKS TO WS-WEEKS-USED
           END-IF
           COMPUTE WS-WEEKS-LEFT = WS-FMLA-WEEKS - WS-WEEKS-USED.

      *    810-APPLY-LEAVE-ROW closes any leave still open at the
      *    next log row and starts a new span on an FMLA placement.
      *    Rows logged before leave was coded carry no FMLA flag
      *    and never count.
       810-APPLY-LEAVE-ROW.
           IF LV-FMLA-IND < 0
               MOVE SPACE TO WS-LV-FMLA
           END-IF
           MOVE WS-LV-DATE TO WS-DAYS-DATE
           PERFORM 870-DATE-TO-DAYS
           IF WS-SPAN-START > 0
               COMPUTE WS-SPAN-END = WS-DAY-NUMBER - 1
               PERFORM 820-ADD-SPAN
               MOVE 0 TO WS-SPAN-START
           END-IF
           IF WS-LV-ACTION = 'L' AND WS-LV-FMLA = 'Y'
               MOVE WS-DAY-NUMBER TO WS-SPAN-START
           END-IF.

      *    820-ADD-SPAN adds the days of one FMLA span that fall in
      *    the twelve-month window.
       820-ADD-SPAN.
           MOVE WS-SPAN-START TO WS-SPAN-FROM
           IF WS-SPAN-FROM < WS-WINDOW-START
               MOVE WS-WINDOW-START TO WS-SPAN-FROM
           END-IF
           MOVE WS-SPAN-END TO WS-SPAN-TO
           IF WS-SPAN-TO > WS-ASOF-DAYS
               MOVE WS-ASOF-DAYS TO WS-SPAN-TO
           END-IF
           IF WS-SPAN-TO >= WS-SPAN-FROM
               COMPUTE WS-FMLA-DAYS =
                   WS-FMLA-DAYS + WS-SPAN-TO - WS-SPAN-FROM + 1
           END-IF.

      *    870-DATE-TO-DAYS turns WS-DAYS-DATE into WS-DAY-NUMBER -
      *    days in the whole years before it, leap days included
      *    by the Gregorian rule, plus the days into its own year.
      *    The divides are done apart so each quotient truncates.
       870-DATE-TO-DAYS.
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
