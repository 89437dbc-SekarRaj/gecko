           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
       01 WS-RUN-COUNT PIC S9(4) COMP VALUE 0.
           88 CYCLE-HAS-RUN VALUE 1 THRU 999.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-ON-FILE VALUE 1 THRU 999.
       01 WS-OC-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-OFF-CYCLE VALUE 1 THRU 999.

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPCAL
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - A=add date, D=delete date, L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'adl' TO 'ADL'
           DISPLAY 'pay group'
           ACCEPT CAL-GROUP
           PERFORM 150-CHECK-GROUP
           IF NOT GROUP-ON-FILE
               DISPLAY 'pay group ' CAL-GROUP ' not on file - '
                   'rejected'
               GO TO 100-EXIT
           END-IF
           IF WS-ACTION = 'L'
               PERFORM 500-LIST-CALENDAR
           ELSE
       100-EXIT.
           STOP RUN.

      *    150-CHECK-GROUP edits the group against PAYGROUP - each
      *    group keeps its own calendar, weekly dates never mixed
      *    in with the semi-monthly ones.
       150-CHECK-GROUP.
           MOVE CAL-GROUP TO PG-CODE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PG-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    200-CHECK-DATE sees whether the date is already on the
      *    group's calendar.
       200-CHECK-DATE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CAL-GROUP
                  AND CAL-DATE = :CAL-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-ADD-DATE schedules one cycle date.  Every cycle job
      *    edits its keyed date against this calendar, so the
      *    20250231 phantom cycle can never happen again.  A date
      *    EMBONS already paid the group off-cycle on is refused -
      *    the regular run would post over the bonus.
       300-ADD-DATE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OC-COUNT
                 FROM OFFCYCLE
                WHERE OC-GROUP = :CAL-GROUP
                  AND OC-DATE = :CAL-DATE
           END-EXEC
           IF DATE-ON-CALENDAR
               DISPLAY 'date already on the calendar'
           ELSE
               IF DATE-OFF-CYCLE
                   DISPLAY 'date already paid off-cycle - rejected'
               ELSE
                   EXEC SQL
                       INSERT INTO CYCCAL (CAL-GROUP,CAL-DATE)
                           VALUES (:CAL-GROUP,:CAL-DATE)
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'insert ' DISP-CODE
                   IF SQLCODE = 0
                       DISPLAY 'cycle date ' CAL-DATE
                           ' scheduled for ' CAL-GROUP
                   END-IF
               END-IF
           END-IF.

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-RUN-COUNT
                     FROM PAYCYCLE
                    WHERE CYC-GROUP = :CAL-GROUP
                      AND CYC-DATE = :CAL-DATE
               END-EXEC
               IF CYCLE-HAS-RUN
                   DISPLAY 'jobs have run for this date - '
               ELSE
                   EXEC SQL
                       DELETE FROM CYCCAL
                        WHERE CAL-GROUP = :CAL-GROUP
                          AND CAL-DATE = :CAL-DATE
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'delete ' DISP-CODE
               END-IF
           END-IF.

      *    500-LIST-CALENDAR displays the group's scheduled dates in
      *    order.
       500-LIST-CALENDAR.
           EXEC SQL
               DECLARE CALTBL CURSOR FOR
                   SELECT CAL-DATE
                     FROM CYCCAL
                    WHERE CAL-GROUP = :CAL-GROUP
                    ORDER BY CAL-DATE
           END-EXEC
           EXEC SQL
