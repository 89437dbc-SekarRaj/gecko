       IDENTIFICATION DIVISION.
       PROGRAM-ID. EM401S.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-FILE ASSIGN TO KCENOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-FILE.
       01  CENSUS-RECORD PIC X(100).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-PLAN-NO PIC X(6) VALUE 'GK0401'.
       01 WS-PLAN-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STD-HOURS PIC 9(4) VALUE 2080.
       01 WS-CYC-COUNT PIC S9(4) COMP VALUE 0.
           88 CENSUS-SENT VALUE 1 THRU 999.
       01 WS-PAID-CYCLES PIC S9(4) COMP VALUE 0.
       01 WS-OVR-ANS PIC X.
       01 WS-SUM-IND PIC S9(4) COMP.
       01 WS-MAX-TERM PIC 9(8).
       01 WS-CENSUS-COUNT PIC 9(6) VALUE 0.
       01 WS-TERM-COUNT PIC 9(6) VALUE 0.
       01 WS-TOT-HOURS PIC 9(9)V99 VALUE 0.
       01 WS-TOT-COMP PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DEFER PIC S9(11)V99 VALUE 0.
       01 WS-TOT-MATCH PIC S9(11)V99 VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-HOURS PIC Z,ZZ9.99.
       01 DISP-AMT PIC $$,$$$,$$$,$$9.99-.
       01 DISP-TOT-HOURS PIC ZZZ,ZZZ,ZZ9.99.

      *    One person's census figures, filled from whichever table
      *    the stint came off.
       01 WS-CN-ENO PIC 9(4).
       01 WS-CN-SSN PIC 9(9).
       01 WS-CN-LNAME PIC X(10).
       01 WS-CN-FNAME PIC X(8).
       01 WS-CN-HIRE PIC 9(8).
       01 WS-CN-TERM PIC 9(8).
       01 WS-CN-REASON PIC X(2).
       01 WS-CN-PAY-TYPE PIC X(1).
           88 CN-SALARIED VALUE 'S'.
       01 WS-CN-GROUP PIC X(2).
       01 WS-CN-HOURS PIC 9(5)V99.
       01 WS-CN-COMP PIC S9(9)V99.
       01 WS-CN-DEFER PIC S9(9)V99.
       01 WS-CN-MATCH PIC S9(9)V99.

       01 WS-CENSUS-HEADER.
           05 CN-H-TYPE PIC X VALUE 'H'.
           05 CN-H-PLAN PIC X(6).
           05 CN-H-YEAR PIC 9(4).
           05 CN-H-RUN-DATE PIC 9(8).
           05 CN-H-COMPANY PIC X(16) VALUE 'GECKO INDUSTRIES'.
           05 FILLER PIC X(65) VALUE SPACES.

       01 WS-CENSUS-DETAIL.
           05 CN-D-TYPE PIC X VALUE 'D'.
           05 CN-D-PLAN PIC X(6).
           05 CN-D-SSN PIC 9(9).
           05 CN-D-ENO PIC 9(4).
           05 CN-D-LNAME PIC X(10).
           05 CN-D-FNAME PIC X(8).
           05 CN-D-HIRE-DATE PIC 9(8).
           05 CN-D-TERM-DATE PIC 9(8).
           05 CN-D-TERM-REASON PIC X(2).
           05 CN-D-PAY-TYPE PIC X(1).
           05 CN-D-HOURS PIC 9(5)V99.
           05 CN-D-YTD-COMP PIC S9(9)V99.
           05 CN-D-YTD-DEFER PIC S9(9)V99.
           05 CN-D-YTD-MATCH PIC S9(9)V99.
           05 FILLER PIC X(3) VALUE SPACES.

       01 WS-CENSUS-TRAILER.
           05 CN-T-TYPE PIC X VALUE 'T'.
           05 CN-T-PLAN PIC X(6).
           05 CN-T-COUNT PIC 9(6).
           05 CN-T-HOURS PIC 9(9)V99.
           05 CN-T-YTD-COMP PIC S9(11)V99.
           05 CN-T-YTD-DEFER PIC S9(11)V99.
           05 CN-T-YTD-MATCH PIC S9(11)V99.
           05 FILLER PIC X(37) VALUE SPACES.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPCYC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPHIST
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'plan year (YYYY)'
           ACCEPT WS-PLAN-YEAR
           COMPUTE WS-YEAR-START = WS-PLAN-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-PLAN-YEAR * 10000 + 1231

      *        the census is a once-a-year send for the whole
      *        company, so it is logged on PAYCYCLE under the plan
      *        year's last day with no pay group.
           MOVE SPACES TO CYC-GROUP
           MOVE WS-YEAR-END TO CYC-DATE
           PERFORM 110-CHECK-SENT
           IF CENSUS-SENT
               PERFORM 120-ASK-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'census refused - plan year '
                       WS-PLAN-YEAR ' already sent'
                   GO TO 100-EXIT
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CENSUS-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING '401(K) CENSUS FOR PLAN YEAR ' WS-PLAN-YEAR
                  ' PLAN ' WS-PLAN-NO
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PLAN-NO TO CN-H-PLAN
           MOVE WS-PLAN-YEAR TO CN-H-YEAR
           MOVE WS-RUN-DATE TO CN-H-RUN-DATE
           MOVE WS-CENSUS-HEADER TO CENSUS-RECORD
           WRITE CENSUS-RECORD

           PERFORM 200-CENSUS-CURRENT
           PERFORM 300-CENSUS-TERMINATED

           MOVE WS-PLAN-NO TO CN-T-PLAN
           MOVE WS-CENSUS-COUNT TO CN-T-COUNT
           MOVE WS-TOT-HOURS TO CN-T-HOURS
           MOVE WS-TOT-COMP TO CN-T-YTD-COMP
           MOVE WS-TOT-DEFER TO CN-T-YTD-DEFER
           MOVE WS-TOT-MATCH TO CN-T-YTD-MATCH
           MOVE WS-CENSUS-TRAILER TO CENSUS-RECORD
           WRITE CENSUS-RECORD
           PERFORM 800-WRITE-TOTALS
           CLOSE CENSUS-FILE
           CLOSE PRINT-FILE
           PERFORM 900-RECORD-COMPLETION.

       100-EXIT.
           STOP RUN.

      *    110-CHECK-SENT asks PAYCYCLE whether the plan year's
      *    census already went to the recordkeeper.
       110-CHECK-SENT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CYC-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EM401S'
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'census check ' DISP-CODE.

      *    120-ASK-OVERRIDE logs a deliberate resend on PAYCYCLE -
      *    usually a corrected census after the recordkeeper's
      *    testing turns something up.
       120-ASK-OVERRIDE.
           DISPLAY 'plan year ' WS-PLAN-YEAR ' census already sent'
           DISPLAY 'override and resend? y/n'
           ACCEPT WS-OVR-ANS
           INSPECT WS-OVR-ANS CONVERTING 'y' TO 'Y'
           IF WS-OVR-ANS = 'Y'
               DISPLAY 'override reason'
               ACCEPT CYC-OVR-REASON
               MOVE 'O' TO CYC-STATUS
               PERFORM 910-INSERT-CYCLE-ROW
           END-IF.

      *    200-CENSUS-CURRENT sends everyone on EMPLOYEE hired by
      *    the end of the plan year - active, on leave, or
      *    terminated after year end.  Testing needs the whole
      *    eligible population, not just the people deferring.
       200-CENSUS-CURRENT.
           EXEC SQL
               DECLARE CURTBL CURSOR FOR
                   SELECT ENO,SSN,LNAME,FNAME,HIRE-DATE,PAY-TYPE,
                          PAY-GROUP
                     FROM EMPLOYEE
                    WHERE HIRE-DATE <= :WS-YEAR-END
                    ORDER BY ENO
           END-EXEC
           EXEC SQL
               OPEN CURTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE
           EXEC SQL
               FETCH NEXT FROM CURTBL INTO
                 :ENO OF EMPLOYEE-RECORD,:SSN OF EMPLOYEE-RECORD,
                 :LNAME OF EMPLOYEE-RECORD,
                 :FNAME OF EMPLOYEE-RECORD,
                 :HIRE-DATE OF EMPLOYEE-RECORD,
                 :PAY-TYPE OF EMPLOYEE-RECORD,
                 :PAY-GROUP OF EMPLOYEE-RECORD
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE ENO OF EMPLOYEE-RECORD TO WS-CN-ENO
               MOVE SSN OF EMPLOYEE-RECORD TO WS-CN-SSN
               MOVE LNAME OF EMPLOYEE-RECORD TO WS-CN-LNAME
               MOVE FNAME OF EMPLOYEE-RECORD TO WS-CN-FNAME
               MOVE HIRE-DATE OF EMPLOYEE-RECORD TO WS-CN-HIRE
               MOVE 0 TO WS-CN-TERM
               MOVE SPACES TO WS-CN-REASON
               MOVE PAY-TYPE OF EMPLOYEE-RECORD TO WS-CN-PAY-TYPE
               MOVE PAY-GROUP OF EMPLOYEE-RECORD TO WS-CN-GROUP
               PERFORM 500-WRITE-CENSUS
               EXEC SQL
                   FETCH NEXT FROM CURTBL INTO
                     :ENO OF EMPLOYEE-RECORD,:SSN OF EMPLOYEE-RECORD,
                     :LNAME OF EMPLOYEE-RECORD,
                     :FNAME OF EMPLOYEE-RECORD,
                     :HIRE-DATE OF EMPLOYEE-RECORD,
                     :PAY-TYPE OF EMPLOYEE-RECORD,
                     :PAY-GROUP OF EMPLOYEE-RECORD
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CURTBL
           END-EXEC.

      *    300-CENSUS-TERMINATED sends the people gone from
      *    EMPLOYEE who terminated during the plan year, or were
      *    paid in it - a final check can land in January for a
      *    December termination.  Each comes off their latest
      *    EMPLOYEE-HISTORY stint, the row EMTERM wrote with the
      *    termination date and reason.
       300-CENSUS-TERMINATED.
           EXEC SQL
               DECLARE TRMTBL CURSOR FOR
                   SELECT ENO, MAX(TERM-DATE)
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO NOT IN
                          (SELECT ENO FROM EMPLOYEE)
                    GROUP BY ENO
                   HAVING MAX(TERM-DATE) >= :WS-YEAR-START
                       OR ENO IN
                          (SELECT EH-ENO FROM EARNHIST
                            WHERE EH-PAY-DATE >= :WS-YEAR-START
                              AND EH-PAY-DATE <= :WS-YEAR-END)
                    ORDER BY ENO
           END-EXEC
           EXEC SQL
               OPEN TRMTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE
           EXEC SQL
               FETCH NEXT FROM TRMTBL INTO
                 :ENO OF EMPLOYEE-HISTORY-REC,:WS-MAX-TERM
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 350-FETCH-LAST-STINT
               EXEC SQL
                   FETCH NEXT FROM TRMTBL INTO
                     :ENO OF EMPLOYEE-HISTORY-REC,:WS-MAX-TERM
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE TRMTBL
           END-EXEC.

      *    350-FETCH-LAST-STINT reads the latest history row.  A
      *    termination after the plan year ends is not one for this
      *    census - the person was still employed at year end.
       350-FETCH-LAST-STINT.
           EXEC SQL
               SELECT SSN,LNAME,FNAME,HIRE-DATE,PAY-TYPE,PAY-GROUP,
                      TERM-DATE,TERM-REASON
                 INTO :SSN OF EMPLOYEE-HISTORY-REC,
                      :LNAME OF EMPLOYEE-HISTORY-REC,
                      :FNAME OF EMPLOYEE-HISTORY-REC,
                      :HIRE-DATE OF EMPLOYEE-HISTORY-REC,
                      :PAY-TYPE OF EMPLOYEE-HISTORY-REC,
                      :PAY-GROUP OF EMPLOYEE-HISTORY-REC,
                      :TERM-DATE,:TERM-REASON
                 FROM EMPLOYEE-HISTORY
                WHERE ENO = :ENO OF EMPLOYEE-HISTORY-REC
                  AND TERM-DATE = :WS-MAX-TERM
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE NOT = 0
               DISPLAY 'history fetch ' ENO OF EMPLOYEE-HISTORY-REC
                   ' ' DISP-CODE
           ELSE
               MOVE ENO OF EMPLOYEE-HISTORY-REC TO WS-CN-ENO
               MOVE SSN OF EMPLOYEE-HISTORY-REC TO WS-CN-SSN
               MOVE LNAME OF EMPLOYEE-HISTORY-REC TO WS-CN-LNAME
               MOVE FNAME OF EMPLOYEE-HISTORY-REC TO WS-CN-FNAME
               MOVE HIRE-DATE OF EMPLOYEE-HISTORY-REC TO WS-CN-HIRE
               MOVE PAY-TYPE OF EMPLOYEE-HISTORY-REC
                   TO WS-CN-PAY-TYPE
               MOVE PAY-GROUP OF EMPLOYEE-HISTORY-REC TO WS-CN-GROUP
               IF TERM-DATE > WS-YEAR-END
                   MOVE 0 TO WS-CN-TERM
                   MOVE SPACES TO WS-CN-REASON
               ELSE
                   MOVE TERM-DATE TO WS-CN-TERM
                   MOVE TERM-REASON TO WS-CN-REASON
                   ADD 1 TO WS-TERM-COUNT
               END-IF
               PERFORM 500-WRITE-CENSUS
           END-IF.

      *    500-WRITE-CENSUS adds up the person's plan year and
      *    writes the detail.  Hours are the HOURSTOT cycle totals
      *    for hourly people, leaving out codes paying no multiple
      *    of PAYRATE (EC-MULT zero - ONC on-call standby), the
      *    hours EMLOA's 460-GET-PRIOR-HOURS does not count as
      *    worked either; salaried people keep no timecards, so
      *    they are credited standard hours - a year's 2080 spread
      *    over their group's periods - for every cycle on the
      *    CYCCAL calendar they were paid on; an off-cycle
      *    supplemental payment is not a period worked.
      *    Compensation is gross plus commission, as on the
      *    contribution file.
       500-WRITE-CENSUS.
           MOVE 0 TO WS-CN-HOURS
           IF CN-SALARIED
               MOVE 0 TO WS-PAID-CYCLES
               EXEC SQL
                   SELECT COUNT(DISTINCT EH-PAY-DATE)
                     INTO :WS-PAID-CYCLES
                     FROM EARNHIST
                    WHERE EH-ENO = :WS-CN-ENO
                      AND EH-PAY-DATE >= :WS-YEAR-START
                      AND EH-PAY-DATE <= :WS-YEAR-END
                      AND EH-PAY-DATE IN
                          (SELECT CAL-DATE
                             FROM CYCCAL
                            WHERE CAL-GROUP = EH-PAY-GROUP)
               END-EXEC
               MOVE 0 TO PG-PERIODS
               EXEC SQL
                   SELECT PG-PERIODS INTO :PG-PERIODS
                     FROM PAYGROUP
                    WHERE PG-CODE = :WS-CN-GROUP
               END-EXEC
               IF PG-PERIODS > 0
                   COMPUTE WS-CN-HOURS ROUNDED =
                       WS-PAID-CYCLES * WS-STD-HOURS / PG-PERIODS
               END-IF
           ELSE
               EXEC SQL
                   SELECT SUM(HT-HOURS)
                     INTO :WS-CN-HOURS :WS-SUM-IND
                     FROM HOURSTOT,EARNCODE
                    WHERE HT-ENO = :WS-CN-ENO
                      AND HT-CYC-DATE >= :WS-YEAR-START
                      AND HT-CYC-DATE <= :WS-YEAR-END
                      AND EC-CODE = HT-CODE
                      AND EC-MULT > 0
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-SUM-IND < 0
                   MOVE 0 TO WS-CN-HOURS
               END-IF
           END-IF
           EXEC SQL
               SELECT SUM(EH-GROSS + EH-COMM), SUM(EH-RETIRE),
                      SUM(EH-MATCH)
                 INTO :WS-CN-COMP :WS-SUM-IND,
                      :WS-CN-DEFER :WS-SUM-IND,
                      :WS-CN-MATCH :WS-SUM-IND
                 FROM EARNHIST
                WHERE EH-ENO = :WS-CN-ENO
                  AND EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE <= :WS-YEAR-END
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-SUM-IND < 0
               MOVE 0 TO WS-CN-COMP
               MOVE 0 TO WS-CN-DEFER
               MOVE 0 TO WS-CN-MATCH
           END-IF

           MOVE WS-PLAN-NO TO CN-D-PLAN
           MOVE WS-CN-SSN TO CN-D-SSN
           MOVE WS-CN-ENO TO CN-D-ENO
           MOVE WS-CN-LNAME TO CN-D-LNAME
           MOVE WS-CN-FNAME TO CN-D-FNAME
           MOVE WS-CN-HIRE TO CN-D-HIRE-DATE
           MOVE WS-CN-TERM TO CN-D-TERM-DATE
           MOVE WS-CN-REASON TO CN-D-TERM-REASON
           MOVE WS-CN-PAY-TYPE TO CN-D-PAY-TYPE
           MOVE WS-CN-HOURS TO CN-D-HOURS
           MOVE WS-CN-COMP TO CN-D-YTD-COMP
           MOVE WS-CN-DEFER TO CN-D-YTD-DEFER
           MOVE WS-CN-MATCH TO CN-D-YTD-MATCH
           MOVE WS-CENSUS-DETAIL TO CENSUS-RECORD
           WRITE CENSUS-RECORD
           ADD 1 TO WS-CENSUS-COUNT
           ADD WS-CN-HOURS TO WS-TOT-HOURS
           ADD WS-CN-COMP TO WS-TOT-COMP
           ADD WS-CN-DEFER TO WS-TOT-DEFER
           ADD WS-CN-MATCH TO WS-TOT-MATCH

           MOVE WS-CN-HOURS TO DISP-HOURS
           MOVE WS-CN-COMP TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING WS-CN-ENO ' ' WS-CN-LNAME ' ' WS-CN-FNAME ' '
                  WS-CN-HIRE ' ' WS-CN-TERM ' ' WS-CN-REASON ' '
                  DISP-HOURS ' ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       800-WRITE-TOTALS.
           MOVE WS-CENSUS-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PEOPLE ON CENSUS    ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TERM-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'TERMINATED IN YEAR  ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-HOURS TO DISP-TOT-HOURS
           MOVE SPACES TO PRINT-LINE
           STRING 'HOURS               ' DISP-TOT-HOURS
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-COMP TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'COMPENSATION        ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-DEFER TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYEE DEFERRAL   ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-MATCH TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYER MATCH      ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CENSUS-COUNT TO DISP-COUNT
           DISPLAY 'census records written ' DISP-COUNT.

       900-RECORD-COMPLETION.
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           PERFORM 910-INSERT-CYCLE-ROW.

      *    910-INSERT-CYCLE-ROW stamps and writes one PAYCYCLE row
      *    for this job - a completion or a logged override.
       910-INSERT-CYCLE-ROW.
           MOVE 'EM401S' TO CYC-JOB
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
