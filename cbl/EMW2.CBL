       01 WS-W2-SUB PIC S9(4) COMP.
       01 WS-HIT-SUB PIC S9(4) COMP.
       01 WS-SSN-FOUND PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CORR-COUNT PIC S9(4) COMP VALUE 0.
           88 YEAR-CORRECTED VALUE 1 THRU 9999.

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPW2S
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'tax year (YYYY)'
           ACCEPT WS-TAX-YEAR
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-CHECK-CORRECTIONS
           IF YEAR-CORRECTED
               DISPLAY 'w-2c corrections are on file for '
                   WS-TAX-YEAR ' - rerunning would overwrite the '
                   'filed snapshot; run EMW2C instead'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           EXEC SQL
               DELETE FROM W2SNAP
                WHERE W2S-YEAR = :WS-TAX-YEAR
           END-EXEC

           OPEN OUTPUT W2-FILE
           OPEN OUTPUT PRINT-FILE
       100-EXIT.
           STOP RUN.

      *    105-CHECK-CORRECTIONS looks for W-2c corrections already
      *    filed for the year.  Until there are some, the extract can
      *    be rerun, and the year's snapshot is dropped and rebuilt
      *    from the rerun.
       105-CHECK-CORRECTIONS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CORR-COUNT
                 FROM W2SNAP
                WHERE W2S-YEAR = :WS-TAX-YEAR
                  AND W2S-SOURCE = 'C'
           END-EXEC
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'w2snap select ' DISP-CODE
               MOVE 0 TO WS-CORR-COUNT
           END-IF.

      *    200-ACCUMULATE-STINT rolls one employee number's posted
      *    year into the annual totals for its SSN - identity off
      *    EMPLOYEE, falling through to EMPLOYEE-HISTORY for people
           ADD 1 TO WS-W2-COUNT
           ADD WS-W2-T-GROSS (WS-W2-SUB) TO WS-TOT-GROSS
           ADD WS-W2-T-FED (WS-W2-SUB) TO WS-TOT-FED
           ADD WS-W2-T-STATE (WS-W2-SUB) TO WS-TOT-STATE
           PERFORM 700-SAVE-SNAPSHOT.

      *    700-SAVE-SNAPSHOT keeps the amounts just written for the
      *    SSN as the year's filed W-2, the figures EMW2C measures
      *    later EARNHIST adjustments against.
       700-SAVE-SNAPSHOT.
           MOVE W2-SSN TO W2S-SSN
           MOVE W2-YEAR TO W2S-YEAR
           MOVE W2-LNAME TO W2S-LNAME
           MOVE W2-FNAME TO W2S-FNAME
           MOVE W2-ST TO W2S-ST
           MOVE W2-GROSS TO W2S-GROSS
           MOVE W2-FED TO W2S-FED
           MOVE W2-STATE TO W2S-STATE
           MOVE WS-RUN-DATE TO W2S-FILED-DATE
           MOVE 'W' TO W2S-SOURCE
           EXEC SQL
               INSERT INTO W2SNAP
                   (W2S-SSN, W2S-YEAR, W2S-LNAME, W2S-FNAME, W2S-ST,
                    W2S-GROSS, W2S-FED, W2S-STATE, W2S-FILED-DATE,
                    W2S-SOURCE)
               VALUES (:W2S-SSN, :W2S-YEAR, :W2S-LNAME, :W2S-FNAME,
                       :W2S-ST, :W2S-GROSS, :W2S-FED, :W2S-STATE,
                       :W2S-FILED-DATE, :W2S-SOURCE)
           END-EXEC
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'w2snap insert ' W2S-SSN ' ' DISP-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    800-WRITE-SUMMARY prints the grand totals and proves they
      *    tie back to the sum of every cycle posted for the year -
