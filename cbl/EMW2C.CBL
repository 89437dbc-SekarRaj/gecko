       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMW2C.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2C-FILE ASSIGN TO W2COUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One W-2c per SSN - previously reported and corrected
      *    amounts for each box, with the box flagged Y when it
      *    changed.  A box that did not change goes out flagged N
      *    with both amounts zero, as the form leaves it blank.
       FD  W2C-FILE.
       01  W2C-RECORD.
           05 W2C-SSN PIC 9(9).
           05 W2C-LNAME PIC X(10).
           05 W2C-FNAME PIC X(8).
           05 W2C-EIN PIC X(10).
           05 W2C-YEAR PIC 9(4).
           05 W2C-ST PIC X(2).
           05 W2C-GROSS-CHG PIC X.
           05 W2C-GROSS-PREV PIC 9(9)V99.
           05 W2C-GROSS-CORR PIC 9(9)V99.
           05 W2C-FED-CHG PIC X.
           05 W2C-FED-PREV PIC 9(9)V99.
           05 W2C-FED-CORR PIC 9(9)V99.
           05 W2C-STATE-CHG PIC X.
           05 W2C-STATE-PREV PIC 9(9)V99.
           05 W2C-STATE-CORR PIC 9(9)V99.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EMPLOYER-EIN PIC X(10) VALUE '12-3456789'.
       01 WS-SUM-GROSS PIC 9(9)V99.
       01 WS-SUM-COMM PIC 9(9)V99.
       01 WS-SUM-FED PIC 9(9)V99.
       01 WS-SUM-STATE PIC 9(9)V99.
       01 SUM-COMM-IND PIC S9(4) COMP.
       01 SUM-FED-IND PIC S9(4) COMP.
       01 SUM-STATE-IND PIC S9(4) COMP.
       01 WS-SNAP-COUNT PIC S9(8) COMP VALUE 0.
           88 YEAR-FILED VALUE 1 THRU 99999999.
       01 WS-SNAP-SW PIC X.
           88 SNAPSHOT-ON-FILE VALUE 'Y'.
       01 WS-W2C-COUNT PIC 9(6) VALUE 0.
       01 WS-PREV-GROSS PIC 9(9)V99.
       01 WS-PREV-FED PIC 9(9)V99.
       01 WS-PREV-STATE PIC 9(9)V99.
       01 WS-CORR-GROSS PIC 9(9)V99.
       01 WS-CORR-FED PIC 9(9)V99.
       01 WS-CORR-STATE PIC 9(9)V99.
       01 WS-OUT-SSN PIC 9(9).
       01 WS-OUT-LNAME PIC X(10).
       01 WS-OUT-FNAME PIC X(8).
       01 WS-OUT-ST PIC X(2).
      *    Transmittal totals - previously reported and corrected,
      *    for the changed boxes only.
       01 WS-TOT-GROSS-PREV PIC 9(11)V99 VALUE 0.
       01 WS-TOT-GROSS-CORR PIC 9(11)V99 VALUE 0.
       01 WS-TOT-FED-PREV PIC 9(11)V99 VALUE 0.
       01 WS-TOT-FED-CORR PIC 9(11)V99 VALUE 0.
       01 WS-TOT-STATE-PREV PIC 9(11)V99 VALUE 0.
       01 WS-TOT-STATE-CORR PIC 9(11)V99 VALUE 0.
       01 WS-SNAP-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-CHK-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-CHK-COMM PIC 9(11)V99 VALUE 0.
       01 SNAP-GROSS-IND PIC S9(4) COMP.
       01 CHK-GROSS-IND PIC S9(4) COMP.
       01 CHK-COMM-IND PIC S9(4) COMP.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC $$,$$$,$$$,$$9.99.
       01 DISP-PREV PIC $$$,$$$,$$9.99.
       01 DISP-CORR PIC $$$,$$$,$$9.99.

      *    One stint's resolved identity, and whether it came off
      *    the live table or the history table.
       01 WS-ID-SSN PIC 9(9).
       01 WS-ID-LNAME PIC X(10).
       01 WS-ID-FNAME PIC X(8).
       01 WS-ID-ST PIC X(2).
       01 WS-ID-TERM PIC 9(8).
       01 WS-STINT-SW PIC X.
           88 STINT-LIVE VALUE 'L'.
           88 STINT-HISTORY VALUE 'H'.

      *    Current annual totals accumulated by SSN exactly as EMW2
      *    builds them, so the comparison is like for like.
       01 WS-W2-TABLE.
           05 WS-W2-ENTRY OCCURS 500 TIMES.
               10 WS-W2-T-SSN PIC 9(9).
               10 WS-W2-T-LNAME PIC X(10).
               10 WS-W2-T-FNAME PIC X(8).
               10 WS-W2-T-ST PIC X(2).
               10 WS-W2-T-TERM PIC 9(8).
               10 WS-W2-T-GROSS PIC 9(9)V99.
               10 WS-W2-T-FED PIC 9(9)V99.
               10 WS-W2-T-STATE PIC 9(9)V99.
       01 WS-W2-USED PIC S9(4) COMP VALUE 0.
       01 WS-W2-SUB PIC S9(4) COMP.
       01 WS-HIT-SUB PIC S9(4) COMP.
       01 WS-SSN-FOUND PIC X.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPHIST
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPW2S
       END-EXEC.

      *    EMW2C files W-2c corrections for a tax year already filed
      *    by EMW2.  The year's EARNHIST is rebuilt per SSN the way
      *    EMW2 built it, compared with the filed snapshot on W2SNAP,
      *    and each SSN whose amounts moved - a void or reissue
      *    posted to the year after filing - gets a W-2c.  EMVOID
      *    dates the adjustments for a cycle of an earlier year on
      *    the last day of that year clear of the pay calendars,
      *    so they fall inside the year rebuilt here.  The
      *    snapshot is then brought forward, so the same difference
      *    is never filed twice.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'tax year (YYYY)'
           ACCEPT WS-TAX-YEAR
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           EXEC SQL
               SELECT COUNT(*) INTO :WS-SNAP-COUNT
                 FROM W2SNAP
                WHERE W2S-YEAR = :WS-TAX-YEAR
           END-EXEC
           IF NOT YEAR-FILED
               DISPLAY 'no filed w-2s on W2SNAP for ' WS-TAX-YEAR
                   ' - run EMW2 for the year first'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF

           OPEN OUTPUT W2C-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'W-2C CORRECTIONS FOR ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'SSN       NAME                 BOX     '
                  'PREVIOUS      CORRECTED'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE W2TBL CURSOR FOR
                   SELECT EH-ENO,SUM(EH-GROSS),SUM(EH-COMM),
                          SUM(EH-FED-TAX),SUM(EH-ST-TAX)
                     FROM EARNHIST
                    WHERE EH-PAY-DATE >= :WS-YEAR-START
                      AND EH-PAY-DATE <= :WS-YEAR-END
                    GROUP BY EH-ENO
                    ORDER BY EH-ENO
           END-EXEC

           EXEC SQL
               OPEN W2TBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM W2TBL INTO
                 :EH-ENO,:WS-SUM-GROSS,
                 :WS-SUM-COMM :SUM-COMM-IND,
                 :WS-SUM-FED :SUM-FED-IND,
                 :WS-SUM-STATE :SUM-STATE-IND
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-ACCUMULATE-STINT
               EXEC SQL
                   FETCH NEXT FROM W2TBL INTO
                     :EH-ENO,:WS-SUM-GROSS,
                     :WS-SUM-COMM :SUM-COMM-IND,
                     :WS-SUM-FED :SUM-FED-IND,
                     :WS-SUM-STATE :SUM-STATE-IND
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE W2TBL
           END-EXEC

           PERFORM 500-COMPARE-CURRENT
               VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-USED
           PERFORM 550-COMPARE-DROPPED
           PERFORM 800-WRITE-TRANSMITTAL
           CLOSE W2C-FILE
           CLOSE PRINT-FILE

           MOVE WS-W2C-COUNT TO DISP-COUNT
           DISPLAY 'w-2c records written ' DISP-COUNT.

       100-EXIT.
           STOP RUN.

      *    200-ACCUMULATE-STINT rolls one employee number's posted
      *    year into the annual totals for its SSN - identity off
      *    EMPLOYEE, falling through to EMPLOYEE-HISTORY for people
      *    terminated during the year.  Commission dollars fold
      *    into the W-2 gross - EMSTUB posts them apart from base
      *    pay, but withholding was computed on the two together.
      *    Null sums - cycles posted before a column existed -
      *    count as zero.
       200-ACCUMULATE-STINT.
           IF SUM-COMM-IND < 0
               MOVE 0 TO WS-SUM-COMM
           END-IF
           IF SUM-FED-IND < 0
               MOVE 0 TO WS-SUM-FED
           END-IF
           IF SUM-STATE-IND < 0
               MOVE 0 TO WS-SUM-STATE
           END-IF
           ADD WS-SUM-COMM TO WS-SUM-GROSS
           PERFORM 300-FETCH-IDENTITY
           IF SQLCODE NOT = 0
               DISPLAY 'employee ' EH-ENO
                   ' has earnings but no identity row'
           ELSE
               PERFORM 400-ADD-TO-SSN-TOTALS
           END-IF.

      *    300-FETCH-IDENTITY resolves SSN, name, and state for the
      *    employee number - live row first, then the history row
      *    carrying the latest TERM-DATE, the same latest-
      *    termination subselect EMINQ uses for its detail view.
       300-FETCH-IDENTITY.
           MOVE 0 TO WS-ID-TERM
           MOVE 'L' TO WS-STINT-SW
           EXEC SQL
               SELECT SSN,LNAME,FNAME,ST
                 INTO :WS-ID-SSN,:WS-ID-LNAME,:WS-ID-FNAME,
                      :WS-ID-ST
                 FROM EMPLOYEE
                WHERE ENO = :EH-ENO
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'H' TO WS-STINT-SW
               EXEC SQL
                   SELECT SSN,LNAME,FNAME,ST,TERM-DATE
                     INTO :WS-ID-SSN,:WS-ID-LNAME,:WS-ID-FNAME,
                          :WS-ID-ST,:WS-ID-TERM
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :EH-ENO
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :EH-ENO)
               END-EXEC
           END-IF.

      *    400-ADD-TO-SSN-TOTALS finds or starts the SSN's table
      *    entry and adds this stint in.  A live stint's identity
      *    wins over a terminated one's, and clears the TERM-DATE -
      *    the person ended the year employed.
       400-ADD-TO-SSN-TOTALS.
           MOVE 'N' TO WS-SSN-FOUND
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-USED
                  OR WS-SSN-FOUND = 'Y'
               IF WS-W2-T-SSN (WS-W2-SUB) = WS-ID-SSN
                   MOVE 'Y' TO WS-SSN-FOUND
                   MOVE WS-W2-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-SSN-FOUND = 'N'
               IF WS-W2-USED = 500
                   DISPLAY 'w-2 work table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-W2-USED
                   MOVE WS-W2-USED TO WS-HIT-SUB
                   MOVE WS-ID-SSN TO WS-W2-T-SSN (WS-HIT-SUB)
                   MOVE WS-ID-LNAME TO WS-W2-T-LNAME (WS-HIT-SUB)
                   MOVE WS-ID-FNAME TO WS-W2-T-FNAME (WS-HIT-SUB)
                   MOVE WS-ID-ST TO WS-W2-T-ST (WS-HIT-SUB)
                   MOVE WS-ID-TERM TO WS-W2-T-TERM (WS-HIT-SUB)
                   MOVE 0 TO WS-W2-T-GROSS (WS-HIT-SUB)
                   MOVE 0 TO WS-W2-T-FED (WS-HIT-SUB)
                   MOVE 0 TO WS-W2-T-STATE (WS-HIT-SUB)
               END-IF
           ELSE
               IF STINT-LIVE
                   MOVE WS-ID-LNAME TO WS-W2-T-LNAME (WS-HIT-SUB)
                   MOVE WS-ID-FNAME TO WS-W2-T-FNAME (WS-HIT-SUB)
                   MOVE WS-ID-ST TO WS-W2-T-ST (WS-HIT-SUB)
                   MOVE 0 TO WS-W2-T-TERM (WS-HIT-SUB)
               END-IF
           END-IF
           IF WS-HIT-SUB > 0
               ADD WS-SUM-GROSS TO WS-W2-T-GROSS (WS-HIT-SUB)
               ADD WS-SUM-FED TO WS-W2-T-FED (WS-HIT-SUB)
               ADD WS-SUM-STATE TO WS-W2-T-STATE (WS-HIT-SUB)
           END-IF.

      *    500-COMPARE-CURRENT sets one SSN's current totals against
      *    its filed snapshot.  An SSN with no snapshot was filed
      *    with nothing - all its pay for the year was posted after
      *    filing - and is corrected up from zero.
       500-COMPARE-CURRENT.
           MOVE WS-W2-T-SSN (WS-W2-SUB) TO W2S-SSN
           MOVE WS-TAX-YEAR TO W2S-YEAR
           MOVE 'Y' TO WS-SNAP-SW
           EXEC SQL
               SELECT W2S-GROSS,W2S-FED,W2S-STATE
                 INTO :WS-PREV-GROSS,:WS-PREV-FED,:WS-PREV-STATE
                 FROM W2SNAP
                WHERE W2S-SSN = :W2S-SSN
                  AND W2S-YEAR = :W2S-YEAR
           END-EXEC
           IF SQLCODE = 100
               MOVE 'N' TO WS-SNAP-SW
               MOVE 0 TO WS-PREV-GROSS
               MOVE 0 TO WS-PREV-FED
               MOVE 0 TO WS-PREV-STATE
           END-IF
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'w2snap select ' W2S-SSN ' ' DISP-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-W2-T-SSN (WS-W2-SUB) TO WS-OUT-SSN
               MOVE WS-W2-T-LNAME (WS-W2-SUB) TO WS-OUT-LNAME
               MOVE WS-W2-T-FNAME (WS-W2-SUB) TO WS-OUT-FNAME
               MOVE WS-W2-T-ST (WS-W2-SUB) TO WS-OUT-ST
               MOVE WS-W2-T-GROSS (WS-W2-SUB) TO WS-CORR-GROSS
               MOVE WS-W2-T-FED (WS-W2-SUB) TO WS-CORR-FED
               MOVE WS-W2-T-STATE (WS-W2-SUB) TO WS-CORR-STATE
               PERFORM 600-WRITE-CORRECTION
           END-IF.

      *    550-COMPARE-DROPPED catches the SSNs filed for the year
      *    that no longer have any EARNHIST in it - every cycle
      *    voided since filing - and corrects them down to zero.
       550-COMPARE-DROPPED.
           EXEC SQL
               DECLARE SNAPTBL CURSOR FOR
                   SELECT W2S-SSN,W2S-LNAME,W2S-FNAME,W2S-ST,
                          W2S-GROSS,W2S-FED,W2S-STATE
                     FROM W2SNAP
                    WHERE W2S-YEAR = :WS-TAX-YEAR
                    ORDER BY W2S-SSN
           END-EXEC
           EXEC SQL
               OPEN SNAPTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM SNAPTBL INTO
                 :W2S-SSN,:W2S-LNAME,:W2S-FNAME,:W2S-ST,
                 :WS-PREV-GROSS,:WS-PREV-FED,:WS-PREV-STATE
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 560-CHECK-DROPPED
               EXEC SQL
                   FETCH NEXT FROM SNAPTBL INTO
                     :W2S-SSN,:W2S-LNAME,:W2S-FNAME,:W2S-ST,
                     :WS-PREV-GROSS,:WS-PREV-FED,:WS-PREV-STATE
               END-EXEC
           END-PERFORM
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'w2snap fetch ' DISP-CODE
               MOVE 8 TO RETURN-CODE
           END-IF
           EXEC SQL
               CLOSE SNAPTBL
           END-EXEC.

       560-CHECK-DROPPED.
           MOVE 'N' TO WS-SSN-FOUND
           PERFORM VARYING WS-W2-SUB FROM 1 BY 1
               UNTIL WS-W2-SUB > WS-W2-USED
                  OR WS-SSN-FOUND = 'Y'
               IF WS-W2-T-SSN (WS-W2-SUB) = W2S-SSN
                   MOVE 'Y' TO WS-SSN-FOUND
               END-IF
           END-PERFORM
           IF WS-SSN-FOUND = 'N'
               MOVE 'Y' TO WS-SNAP-SW
               MOVE W2S-SSN TO WS-OUT-SSN
               MOVE W2S-LNAME TO WS-OUT-LNAME
               MOVE W2S-FNAME TO WS-OUT-FNAME
               MOVE W2S-ST TO WS-OUT-ST
               MOVE 0 TO WS-CORR-GROSS
               MOVE 0 TO WS-CORR-FED
               MOVE 0 TO WS-CORR-STATE
               PERFORM 600-WRITE-CORRECTION
           END-IF.

      *    600-WRITE-CORRECTION writes the W-2c when any box moved -
      *    previous and corrected amounts for each changed box -
      *    lists it, rolls the transmittal totals and brings the
      *    snapshot forward to the corrected figures.
       600-WRITE-CORRECTION.
           IF WS-PREV-GROSS = WS-CORR-GROSS
              AND WS-PREV-FED = WS-CORR-FED
              AND WS-PREV-STATE = WS-CORR-STATE
               CONTINUE
           ELSE
               MOVE WS-OUT-SSN TO W2C-SSN
               MOVE WS-OUT-LNAME TO W2C-LNAME
               MOVE WS-OUT-FNAME TO W2C-FNAME
               MOVE WS-EMPLOYER-EIN TO W2C-EIN
               MOVE WS-TAX-YEAR TO W2C-YEAR
               MOVE WS-OUT-ST TO W2C-ST
               MOVE 'N' TO W2C-GROSS-CHG
               MOVE 0 TO W2C-GROSS-PREV
               MOVE 0 TO W2C-GROSS-CORR
               MOVE 'N' TO W2C-FED-CHG
               MOVE 0 TO W2C-FED-PREV
               MOVE 0 TO W2C-FED-CORR
               MOVE 'N' TO W2C-STATE-CHG
               MOVE 0 TO W2C-STATE-PREV
               MOVE 0 TO W2C-STATE-CORR
               IF WS-PREV-GROSS NOT = WS-CORR-GROSS
                   MOVE 'Y' TO W2C-GROSS-CHG
                   MOVE WS-PREV-GROSS TO W2C-GROSS-PREV
                   MOVE WS-CORR-GROSS TO W2C-GROSS-CORR
                   ADD WS-PREV-GROSS TO WS-TOT-GROSS-PREV
                   ADD WS-CORR-GROSS TO WS-TOT-GROSS-CORR
                   MOVE WS-PREV-GROSS TO DISP-PREV
                   MOVE WS-CORR-GROSS TO DISP-CORR
                   MOVE SPACES TO PRINT-LINE
                   STRING WS-OUT-SSN ' ' WS-OUT-LNAME ' '
                          WS-OUT-FNAME '   1 WAGES ' DISP-PREV ' '
                          DISP-CORR
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               IF WS-PREV-FED NOT = WS-CORR-FED
                   MOVE 'Y' TO W2C-FED-CHG
                   MOVE WS-PREV-FED TO W2C-FED-PREV
                   MOVE WS-CORR-FED TO W2C-FED-CORR
                   ADD WS-PREV-FED TO WS-TOT-FED-PREV
                   ADD WS-CORR-FED TO WS-TOT-FED-CORR
                   MOVE WS-PREV-FED TO DISP-PREV
                   MOVE WS-CORR-FED TO DISP-CORR
                   MOVE SPACES TO PRINT-LINE
                   STRING WS-OUT-SSN ' ' WS-OUT-LNAME ' '
                          WS-OUT-FNAME '   2 FED   ' DISP-PREV ' '
                          DISP-CORR
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               IF WS-PREV-STATE NOT = WS-CORR-STATE
                   MOVE 'Y' TO W2C-STATE-CHG
                   MOVE WS-PREV-STATE TO W2C-STATE-PREV
                   MOVE WS-CORR-STATE TO W2C-STATE-CORR
                   ADD WS-PREV-STATE TO WS-TOT-STATE-PREV
                   ADD WS-CORR-STATE TO WS-TOT-STATE-CORR
                   MOVE WS-PREV-STATE TO DISP-PREV
                   MOVE WS-CORR-STATE TO DISP-CORR
                   MOVE SPACES TO PRINT-LINE
                   STRING WS-OUT-SSN ' ' WS-OUT-LNAME ' '
                          WS-OUT-FNAME '  17 STATE ' DISP-PREV ' '
                          DISP-CORR
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               WRITE W2C-RECORD
               ADD 1 TO WS-W2C-COUNT
               PERFORM 700-UPDATE-SNAPSHOT
           END-IF.

      *    700-UPDATE-SNAPSHOT records the corrected amounts as the
      *    SSN's filed figures for the year, marked as corrected.
       700-UPDATE-SNAPSHOT.
           MOVE WS-OUT-SSN TO W2S-SSN
           MOVE WS-TAX-YEAR TO W2S-YEAR
           MOVE WS-OUT-LNAME TO W2S-LNAME
           MOVE WS-OUT-FNAME TO W2S-FNAME
           MOVE WS-OUT-ST TO W2S-ST
           MOVE WS-CORR-GROSS TO W2S-GROSS
           MOVE WS-CORR-FED TO W2S-FED
           MOVE WS-CORR-STATE TO W2S-STATE
           MOVE WS-RUN-DATE TO W2S-FILED-DATE
           MOVE 'C' TO W2S-SOURCE
           IF SNAPSHOT-ON-FILE
               EXEC SQL
                   UPDATE W2SNAP
                      SET W2S-GROSS = :W2S-GROSS,
                          W2S-FED = :W2S-FED,
                          W2S-STATE = :W2S-STATE,
                          W2S-FILED-DATE = :W2S-FILED-DATE,
                          W2S-SOURCE = :W2S-SOURCE
                    WHERE W2S-SSN = :W2S-SSN
                      AND W2S-YEAR = :W2S-YEAR
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO W2SNAP
                       (W2S-SSN, W2S-YEAR, W2S-LNAME, W2S-FNAME,
                        W2S-ST, W2S-GROSS, W2S-FED, W2S-STATE,
                        W2S-FILED-DATE, W2S-SOURCE)
                   VALUES (:W2S-SSN, :W2S-YEAR, :W2S-LNAME,
                           :W2S-FNAME, :W2S-ST, :W2S-GROSS,
                           :W2S-FED, :W2S-STATE, :W2S-FILED-DATE,
                           :W2S-SOURCE)
               END-EXEC
           END-IF
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'w2snap update ' W2S-SSN ' ' DISP-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    800-WRITE-TRANSMITTAL prints the W-3c style transmittal -
      *    forms filed and, for each box, the totals previously
      *    reported and as corrected - then proves the brought-
      *    forward snapshot ties to the year's posted cycles.
       800-WRITE-TRANSMITTAL.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'W-2C TRANSMITTAL FOR ' WS-TAX-YEAR ' EIN '
                  WS-EMPLOYER-EIN
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-W2C-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           IF WS-W2C-COUNT = 0
               STRING 'NO CHANGES SINCE THE LAST FILING'
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'W-2C FORMS            ' DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           STRING 'BOX                   PREVIOUSLY REPORTED'
                  '        CORRECTED'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-GROSS-PREV TO DISP-AMT
           STRING ' 1 WAGES              ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           MOVE WS-TOT-GROSS-CORR TO DISP-AMT
           MOVE DISP-AMT TO PRINT-LINE (45:17)
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-FED-PREV TO DISP-AMT
           STRING ' 2 FED WITHHELD       ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           MOVE WS-TOT-FED-CORR TO DISP-AMT
           MOVE DISP-AMT TO PRINT-LINE (45:17)
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE WS-TOT-STATE-PREV TO DISP-AMT
           STRING '17 STATE WITHHELD     ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           MOVE WS-TOT-STATE-CORR TO DISP-AMT
           MOVE DISP-AMT TO PRINT-LINE (45:17)
           WRITE PRINT-LINE

      *    the snapshot now carries the year as filed and corrected,
      *    so its wages must equal base pay plus commission summed
      *    straight off the year's cycles, as in EMW2.
           EXEC SQL
               SELECT SUM(W2S-GROSS)
                 INTO :WS-SNAP-GROSS :SNAP-GROSS-IND
                 FROM W2SNAP
                WHERE W2S-YEAR = :WS-TAX-YEAR
           END-EXEC
           IF SNAP-GROSS-IND < 0
               MOVE 0 TO WS-SNAP-GROSS
           END-IF
           EXEC SQL
               SELECT SUM(EH-GROSS),SUM(EH-COMM)
                 INTO :WS-CHK-GROSS :CHK-GROSS-IND,
                      :WS-CHK-COMM :CHK-COMM-IND
                 FROM EARNHIST
                WHERE EH-PAY-DATE >= :WS-YEAR-START
                  AND EH-PAY-DATE <= :WS-YEAR-END
           END-EXEC
           IF CHK-GROSS-IND < 0
               MOVE 0 TO WS-CHK-GROSS
           END-IF
           IF CHK-COMM-IND < 0
               MOVE 0 TO WS-CHK-COMM
           END-IF
           ADD WS-CHK-COMM TO WS-CHK-GROSS

           MOVE WS-SNAP-GROSS TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'FILED WAGES TO DATE   ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CHK-GROSS TO DISP-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'CYCLES POSTED GROSS   ' DISP-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           IF WS-CHK-GROSS = WS-SNAP-GROSS
               STRING 'FILED WAGES TIE TO POSTED CYCLES'
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'FILED WAGES DO NOT TIE - INVESTIGATE BEFORE '
                      'FILING'
                   DELIMITED BY SIZE INTO PRINT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PRINT-LINE.
