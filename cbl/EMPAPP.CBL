       01 WS-RETRO-AMT PIC S9(7)V99.
       01 WS-RETRO-COUNT PIC 9(6) VALUE 0.
       01 WS-RETRO-HOURS PIC 9(3)V99.
       01 WS-RETRO-PAID-HRS PIC 9(5)V999.
       01 WS-OT-HOURS PIC 9(3)V99.
       01 WS-OT-MULT PIC 9V999 VALUE 1.500.
       01 RETRO-HOURS-IND PIC S9(4) COMP.
       01 RETRO-PAID-IND PIC S9(4) COMP.
       01 WS-RATE-DIFF PIC S9(7)V99.
       01 DISP-RETRO PIC ----,--9.99.
       01 DISP-OLD-RATE PIC $$$,$$$,$$9.99.
         INCLUDE EMPAUD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRTR
       END-EXEC.
         INCLUDE EMPHRS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWW
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'NIGHTLY' TO AUD-USER
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-APPLY-CHANGE THRU 200-APPLY-EXIT
               EXEC SQL
                   FETCH NEXT FROM PNDTBL INTO
                     :PND-ENO,:PND-NEW-RATE,:PND-EFF-DATE
      *    200-APPLY-CHANGE moves one due pending change onto
      *    EMPLOYEE - old rate fetched for the report and the audit
      *    trail, the pending row marked applied only after the
      *    EMPLOYEE update took.  A new rate under the minimum wage
      *    or exempt salary threshold in force in the employee's
      *    state is held, not applied - a state minimum may have
      *    gone up since the change was approved.
       200-APPLY-CHANGE.
           MOVE PND-ENO TO ENO
           PERFORM 250-FETCH-OLD-RATE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO WS-PENDING-COUNT
               GO TO 200-APPLY-EXIT
           END-IF
           MOVE ST TO MW-CHK-ST
           MOVE PAY-TYPE TO MW-CHK-TYPE
           MOVE PND-NEW-RATE TO MW-CHK-RATE
           MOVE WS-RUN-DATE TO MW-CHK-ASOF
           PERFORM 270-CHECK-MIN-WAGE
           IF NOT MW-COMPLIANT
               MOVE PND-NEW-RATE TO DISP-NEW-RATE
               MOVE SPACES TO PRINT-LINE
               IF MW-CHK-TYPE = 'S'
                   STRING PND-ENO ' ' DISP-NEW-RATE
                          ' UNDER EXEMPT THRESHOLD - CHANGE HELD'
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING PND-ENO ' ' DISP-NEW-RATE ' UNDER ' ST
                          ' MINIMUM WAGE - CHANGE HELD'
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               PERFORM 300-UPDATE-RATE
               IF SQLCODE = 0
               END-IF
           END-IF.

       200-APPLY-EXIT.
           EXIT.

      *    250-FETCH-OLD-RATE reads the rate being replaced, and the
      *    pay type - a retro difference is per cycle for salaried
      *    pay but per posted hour for hourly pay - and the pay
      *    group, whose periods per year turn a salaried employee's
      *    annual difference into a per-cycle one.
       250-FETCH-OLD-RATE.
           EXEC SQL
               SELECT PAYRATE,PAY-TYPE,PAY-GROUP,ST
                 INTO :WS-OLD-RATE,:PAY-TYPE,:PAY-GROUP,:ST
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           MOVE 0 TO PG-PERIODS
           IF SQLCODE = 0
               EXEC SQL
                   SELECT PG-PERIODS INTO :PG-PERIODS
                     FROM PAYGROUP
                    WHERE PG-CODE = :PAY-GROUP
               END-EXEC
           END-IF.

      *    270-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       270-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 275-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 275-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    275-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       275-GET-MIN-WAGE.
           EXEC SQL
               SELECT MW-HOURLY,MW-EXEMPT
                 INTO :MW-HOURLY,:MW-EXEMPT
                 FROM MINWAGE
                WHERE MW-ST = :MW-ST
                  AND MW-EFF-DATE =
                      (SELECT MAX(MW-EFF-DATE)
                         FROM MINWAGE
                        WHERE MW-ST = :MW-ST
                          AND MW-EFF-DATE <= :MW-CHK-ASOF)
           END-EXEC
           IF SQLCODE = 0
               IF MW-HOURLY > MW-FLOOR
                   MOVE MW-HOURLY TO MW-FLOOR
               END-IF
               IF MW-EXEMPT > MW-EXEMPT-MIN
                   MOVE MW-EXEMPT TO MW-EXEMPT-MIN
               END-IF
           END-IF.

      *    300-UPDATE-RATE puts the new rate on the live row.
       300-UPDATE-RATE.
           MOVE SQLCODE TO DISP-CODE.

      *    400-WRITE-AUDIT cuts the EMPAUDIT row for the rate
      *    change.  Every approved rate change, keyed in EMPCHG or
      *    at the EMDSQL terminal, reaches EMPLOYEE through here.
       400-WRITE-AUDIT.
           MOVE ENO TO AUD-ENO
           MOVE 'EMPAPP' TO AUD-PROGRAM
                    WHERE EH-ENO = :ENO
                      AND EH-PAY-DATE >= :PND-EFF-DATE
                      AND EH-PAY-DATE IN
                          (SELECT CAL-DATE FROM CYCCAL
                            WHERE CAL-GROUP = :PAY-GROUP)
                    ORDER BY EH-PAY-DATE
           END-EXEC
           EXEC SQL
           EXIT.

      *    460-BOOK-ONE-RETRO figures one cycle's underpayment -
      *    the annual salary difference over the group's periods
      *    per year for salaried pay, the per-hour
      *    difference against the cycle's posted HOURSTOT hours for
      *    hourly pay - each earnings code's hours at the code's
      *    multiplier (flat premiums don't move with the rate), and
      *    the overtime multiplier's extra past forty of the hours
      *    that count toward overtime, as EMSTUB paid them - and
      *    books it pending on RETROPAY.
       460-BOOK-ONE-RETRO.
           IF PAY-HOURLY
               MOVE 0 TO WS-RETRO-HOURS
               MOVE 0 TO WS-RETRO-PAID-HRS
               EXEC SQL
                   SELECT SUM(HOURSTOT.HT-HOURS * EARNCODE.EC-MULT)
                     INTO :WS-RETRO-PAID-HRS :RETRO-PAID-IND
                     FROM HOURSTOT, EARNCODE
                    WHERE HOURSTOT.HT-CODE = EARNCODE.EC-CODE
                      AND HOURSTOT.HT-ENO = :ENO
                      AND HOURSTOT.HT-CYC-DATE = :WS-RETRO-CYCLE
               END-EXEC
               IF SQLCODE NOT = 0 OR RETRO-PAID-IND < 0
                   MOVE 0 TO WS-RETRO-PAID-HRS
               END-IF
               EXEC SQL
                   SELECT SUM(HOURSTOT.HT-HOURS)
                     INTO :WS-RETRO-HOURS :RETRO-HOURS-IND
                     FROM HOURSTOT, EARNCODE
                    WHERE HOURSTOT.HT-CODE = EARNCODE.EC-CODE
                      AND HOURSTOT.HT-ENO = :ENO
                      AND HOURSTOT.HT-CYC-DATE = :WS-RETRO-CYCLE
                      AND EARNCODE.EC-OT-COUNTS = 'Y'
               END-EXEC
               IF SQLCODE NOT = 0 OR RETRO-HOURS-IND < 0
                   MOVE 0 TO WS-RETRO-HOURS
               END-IF
               EXEC SQL
                   SELECT MIN(EC-MULT) INTO :WS-OT-MULT
                     FROM EARNCODE
                    WHERE EC-CLASS = 'O'
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-OT-MULT = 0
                   MOVE 1.5 TO WS-OT-MULT
               END-IF
               IF WS-RETRO-HOURS > 40
                   COMPUTE WS-OT-HOURS = WS-RETRO-HOURS - 40
                   COMPUTE WS-RETRO-AMT ROUNDED =
                       WS-RATE-DIFF * WS-RETRO-PAID-HRS
                       + WS-RATE-DIFF * (WS-OT-MULT - 1)
                         * WS-OT-HOURS
               ELSE
                   COMPUTE WS-RETRO-AMT ROUNDED =
                       WS-RATE-DIFF * WS-RETRO-PAID-HRS
               END-IF
           ELSE
               IF PG-PERIODS > 0
                   COMPUTE WS-RETRO-AMT ROUNDED =
                       WS-RATE-DIFF / PG-PERIODS
               ELSE
                   MOVE 0 TO WS-RETRO-AMT
               END-IF
           END-IF
           IF WS-RETRO-AMT = 0
               GO TO 460-BOOK-EXIT
