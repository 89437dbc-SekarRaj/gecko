       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 ADJ-DATE-ON-CALENDAR VALUE 1 THRU 999.
       01 WS-ORIG-CYCLE PIC 9(8).
       01 WS-PRIOR-YEAR-SW PIC X VALUE 'N'.
           88 ADJ-IN-PRIOR-YEAR VALUE 'Y'.
       01 DISP-NET PIC ----,--9.99.

      *    The posted row being reversed, held apart from the host
           ACCEPT EH-ENO
           DISPLAY 'posted cycle date to void (YYYYMMDD)'
           ACCEPT WS-ORIG-CYCLE
           PERFORM 200-FETCH-POSTED-ROW
           IF SQLCODE NOT = 0
               DISPLAY 'no posted earnings for employee ' EH-ENO
                   ' cycle ' WS-ORIG-CYCLE ' - nothing voided'
               GO TO 100-EXIT
           END-IF

           PERFORM 160-SET-ADJ-DATE
           IF ADJ-DATE-ON-CALENDAR
               DISPLAY 'adjustment date ' WS-ADJ-DATE ' is a cycle '
                   'or off-cycle pay date - an adjustment posted '
                   'under it would be swept into the live cycle'
               IF ADJ-IN-PRIOR-YEAR
                   DISPLAY 'void refused - every December day of '
                       WS-ORIG-CYCLE (1:4) ' is a pay date'
               ELSE
                   DISPLAY 'void refused - rerun on a non-cycle day'
               END-IF
               GO TO 100-EXIT
           END-IF

           MOVE WS-ORIG-NET TO DISP-NET
           DISPLAY 'posted net for that cycle is ' DISP-NET
           DISPLAY 'reverse it? y/n'
           ACCEPT WS-ANSWER
           INSPECT WS-ANSWER CONVERTING 'y' TO 'Y'
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'nothing voided'
           ELSE
               PERFORM 300-POST-REVERSAL
               IF SQLCODE = 0
                   PERFORM 400-AUDIT-VOID
                   PERFORM 450-VOID-CHECK
                   DISPLAY 'reversal posted under ' WS-ADJ-DATE
                   DISPLAY 'post a corrected row? y/n'
                   ACCEPT WS-ANSWER
                   INSPECT WS-ANSWER CONVERTING 'y' TO 'Y'
                   IF WS-ANSWER = 'Y'
                       PERFORM 500-POST-CORRECTED
                   END-IF
               END-IF
           END-IF.
      *    them on a rerun of that cycle, the check and accrual
      *    runs would pick them up as cycle rows, and EMPAPP's
      *    retro pass counts on cycle dates being the only dates
      *    on the calendar.  An OFFCYCLE date EMBONS paid on is
      *    refused for the same reasons.
       150-CHECK-ADJ-DATE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-DATE = :WS-ADJ-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF NOT ADJ-DATE-ON-CALENDAR
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CAL-COUNT
                     FROM OFFCYCLE
                    WHERE OC-DATE = :WS-ADJ-DATE
               END-EXEC
           END-IF.

      *    160-SET-ADJ-DATE dates the adjustment rows.  A cycle of
      *    the current year is adjusted under today's date.  A
      *    cycle of an earlier year is adjusted inside that year -
      *    its W-2s may already be filed, and EMW2C only sees a
      *    correction posted to the year it corrects - on the
      *    last December day 150-CHECK-ADJ-DATE passes.  A
      *    December with no such day leaves the date refused.
       160-SET-ADJ-DATE.
           ACCEPT WS-ADJ-DATE FROM DATE YYYYMMDD
           IF WS-ORIG-CYCLE (1:4) < WS-ADJ-DATE (1:4)
               MOVE 'Y' TO WS-PRIOR-YEAR-SW
               MOVE WS-ORIG-CYCLE (1:4) TO WS-ADJ-DATE (1:4)
               MOVE '1231' TO WS-ADJ-DATE (5:4)
               PERFORM 150-CHECK-ADJ-DATE
               PERFORM UNTIL NOT ADJ-DATE-ON-CALENDAR
                          OR WS-ADJ-DATE (7:2) = '01'
                   SUBTRACT 1 FROM WS-ADJ-DATE
                   PERFORM 150-CHECK-ADJ-DATE
               END-PERFORM
           ELSE
               PERFORM 150-CHECK-ADJ-DATE
           END-IF.

      *    200-FETCH-POSTED-ROW reads the EARNHIST row being voided
      *    as EMSTUB posted it.
       200-FETCH-POSTED-ROW.
           EXEC SQL
               SELECT EH-GROSS,EH-COMM,EH-NET,EH-FED-TAX,
                      EH-ST-TAX,EH-DEDUCT,EH-RETIRE,EH-MATCH,
                      EH-PAY-GROUP
                 INTO :WS-ORIG-GROSS,:WS-ORIG-COMM,:WS-ORIG-NET,
                      :WS-ORIG-FED,:WS-ORIG-ST,:WS-ORIG-DEDUCT,
                      :WS-ORIG-RETIRE,:WS-ORIG-MATCH,:EH-PAY-GROUP
                 FROM EARNHIST
                WHERE EH-ENO = :EH-ENO
                  AND EH-PAY-DATE = :WS-ORIG-CYCLE
           DISPLAY 'fetch ' DISP-CODE.

      *    300-POST-REVERSAL inserts the negative adjustment row
      *    under the date 160-SET-ADJ-DATE chose - today, or the
      *    end of the original cycle's year when that year is
      *    past.  The original row stays where year-end found it,
      *    the reversal cancels it in every sum of its year, and
      *    EMW2's TOTALS-TIE check in 800-WRITE-SUMMARY still
      *    proves because both sides of the correction are posted
      *    cycles.
           PERFORM 350-INSERT-EARNHIST-ROW.

      *    350-INSERT-EARNHIST-ROW inserts whatever adjustment the
      *    caller has loaded into the host record, under the pay
      *    group of the row being corrected.
       350-INSERT-EARNHIST-ROW.
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
           DISPLAY 'insert ' DISP-CODE.
               DELIMITED BY SIZE INTO AUD-NEW
           PERFORM 850-WRITE-AUDIT-ROW.

      *    450-VOID-CHECK voids the cycle's paper check on the
      *    CHECKREG register when one is still outstanding or
      *    stale, so EMCREC stops carrying it and EMESCH never
      *    escheats money that was taken back.  A check the bank
      *    has already paid is left as paid.
       450-VOID-CHECK.
           EXEC SQL
               UPDATE CHECKREG
                  SET CR-STATUS = 'V'
                WHERE CR-ENO = :EH-ENO
                  AND CR-CYC-DATE = :WS-ORIG-CYCLE
                  AND CR-STATUS IN ('O','S')
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE = 100
               DISPLAY 'no open check on the register for that cycle'
           ELSE
               DISPLAY 'check void ' DISP-CODE
           END-IF.

      *    500-POST-CORRECTED takes the corrected figures and posts
      *    them as a fresh adjustment row - net derived from the
      *    components so the row can't disagree with itself.
