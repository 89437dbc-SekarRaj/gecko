       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMFMLA.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-LEAVE-COUNT PIC 9(6) VALUE 0.
       01 WS-NEAR-COUNT PIC 9(6) VALUE 0.
       01 WS-OUT-COUNT PIC 9(6) VALUE 0.
       01 WS-NEAR-WEEKS PIC 9(2)V99 VALUE 2.
       01 WS-LEAVE-START PIC 9(8).
       01 WS-LEAVE-RSN PIC X(2).
       01 WS-FMLA-FLAG PIC X(16).
       01 DISP-USED PIC Z9.99.
       01 DISP-COUNT PIC ZZZ,ZZ9.

      *    FMLA work fields - the entitlement is twelve weeks in
      *    the rolling twelve months looking back from a date.
       01 WS-FMLA-WEEKS PIC 9(2)V99 VALUE 12.
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
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

      *    EMFMLA is the weekly protected-leave report - everyone
      *    out on an FMLA leave, with the weeks of the twelve-week
      *    entitlement used in the rolling twelve months and the
      *    weeks left.  Anyone within two weeks of running out is
      *    flagged so HR can contact them before protection ends.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'FMLA PROTECTED LEAVE AS OF ' WS-ASOF-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'ENO  NAME       FIRST    DEPT LEAVE ON RSN  USED '
                  ' LEFT'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE LEAVTBL CURSOR FOR
                   SELECT ENO,LNAME,FNAME,DEPT
                     FROM EMPLOYEE
                    WHERE EMP-STATUS = 'L'
                    ORDER BY ENO
           END-EXEC

           EXEC SQL
               OPEN LEAVTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM LEAVTBL INTO
                 :ENO,:LNAME,:FNAME,:DEPT
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-CHECK-LEAVE
               EXEC SQL
                   FETCH NEXT FROM LEAVTBL INTO
                     :ENO,:LNAME,:FNAME,:DEPT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE LEAVTBL
           END-EXEC

           PERFORM 700-WRITE-TOTALS
           CLOSE PRINT-FILE

           MOVE WS-LEAVE-COUNT TO DISP-COUNT
           DISPLAY 'protected leaves listed ' DISP-COUNT.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-LEAVE finds the placement that put the employee
      *    on leave - the latest L row on the leave log - and, when
      *    that leave is FMLA protected, counts the weeks used and
      *    prints the line.  Other leaves are not listed.
       200-CHECK-LEAVE.
           MOVE SPACE TO WS-LV-FMLA
           MOVE SPACES TO WS-LEAVE-RSN
           MOVE 0 TO WS-LEAVE-START
           EXEC SQL
               SELECT LOA-DATE,LOA-RSN-CODE,LOA-FMLA
                 INTO :WS-LEAVE-START,:WS-LEAVE-RSN,
                      :WS-LV-FMLA :LV-FMLA-IND
                 FROM EMPLOYEE-LEAVE
                WHERE ENO = :ENO
                  AND LOA-ACTION = 'L'
                  AND LOA-DATE =
                      (SELECT MAX(LOA-DATE)
                         FROM EMPLOYEE-LEAVE
                        WHERE ENO = :ENO
                          AND LOA-ACTION = 'L')
           END-EXEC
           IF SQLCODE = 0 AND LV-FMLA-IND >= 0 AND WS-LV-FMLA = 'Y'
               MOVE ENO TO WS-FM-ENO
               PERFORM 800-COUNT-FMLA-WEEKS
               PERFORM 300-WRITE-LEAVE
           END-IF.

      *    300-WRITE-LEAVE prints one protected leave, flagged when
      *    the entitlement is used up or within two weeks of it.
       300-WRITE-LEAVE.
           ADD 1 TO WS-LEAVE-COUNT
           MOVE SPACES TO WS-FMLA-FLAG
           IF WS-WEEKS-LEFT = 0
               MOVE 'EXHAUSTED' TO WS-FMLA-FLAG
               ADD 1 TO WS-OUT-COUNT
           ELSE
               IF WS-WEEKS-LEFT <= WS-NEAR-WEEKS
                   MOVE 'NEAR EXHAUSTION' TO WS-FMLA-FLAG
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-IF
           MOVE WS-WEEKS-USED TO DISP-USED
           MOVE WS-WEEKS-LEFT TO DISP-WEEKS
           MOVE SPACES TO PRINT-LINE
           STRING ENO ' ' LNAME ' ' FNAME ' ' DEPT ' '
                  WS-LEAVE-START ' ' WS-LEAVE-RSN '  '
                  DISP-USED ' ' DISP-WEEKS ' ' WS-FMLA-FLAG
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    700-WRITE-TOTALS closes the report with the counts HR
      *    follows up on.
       700-WRITE-TOTALS.
           MOVE WS-LEAVE-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'ON PROTECTED LEAVE      ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-NEAR-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'WITHIN TWO WEEKS OF END ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OUT-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'ENTITLEMENT EXHAUSTED   ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.


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
