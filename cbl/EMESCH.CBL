       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMESCH.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-FILE ASSIGN TO ESCHOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-FILE.
       01  ESCHEAT-RECORD.
           05 ES-ST PIC X(2).
           05 ES-SSN PIC 9(9).
           05 ES-LNAME PIC X(10).
           05 ES-FNAME PIC X(8).
           05 ES-STREET PIC X(20).
           05 ES-CITY PIC X(15).
           05 ES-ZIP PIC 9(5).
           05 ES-CHECK-NO PIC 9(10).
           05 ES-ISSUE-DATE PIC 9(8).
           05 ES-AMOUNT PIC 9(8)V99.
           05 ES-EIN PIC X(10).
           05 ES-YEAR PIC 9(4).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-EMPLOYER-EIN PIC X(10) VALUE '12-3456789'.
       01 WS-RPT-YEAR PIC 9(4).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-ANSWER PIC X.
       01 WS-REC-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-REC-TOTAL PIC 9(10)V99 VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC $$$,$$$,$$9.99.
       01 DISP-TOTAL PIC $$,$$$,$$$,$$9.99.

      *    Per-state summary - each state's unclaimed-property
      *    filing is made separately, to the state of the owner's
      *    last known address.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 60 TIMES.
               10 WS-ST-T-ST PIC X(2).
               10 WS-ST-T-COUNT PIC 9(6).
               10 WS-ST-T-AMOUNT PIC 9(10)V99.
       01 WS-ST-USED PIC S9(4) COMP VALUE 0.
       01 WS-ST-SUB PIC S9(4) COMP.
       01 WS-ST-HIT PIC S9(4) COMP.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPCRG
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'unclaimed-property report year (YYYY)'
           ACCEPT WS-RPT-YEAR
           DISPLAY 'dormancy cutoff - report stale checks issued '
               'on or before (YYYYMMDD)'
           ACCEPT WS-CUTOFF-DATE
           OPEN OUTPUT ESCHEAT-FILE
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'UNCLAIMED PROPERTY REPORT ' WS-RPT-YEAR
                  ' - STALE CHECKS ISSUED THROUGH ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

      *        only checks EMCREC has stale-dated are candidates -
      *        an outstanding check inside its ninety days is still
      *        the employee's to cash, and one already escheated was
      *        filed in an earlier year.
           EXEC SQL
               DECLARE ESCTBL CURSOR FOR
                   SELECT CR-CHECK-NO,CR-ENO,CR-ISSUE-DATE,
                          CR-AMOUNT
                     FROM CHECKREG
                    WHERE CR-STATUS = 'S'
                      AND CR-ISSUE-DATE <= :WS-CUTOFF-DATE
                    ORDER BY CR-CHECK-NO
           END-EXEC

           EXEC SQL
               OPEN ESCTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM ESCTBL INTO
                 :CR-CHECK-NO,:CR-ENO,:CR-ISSUE-DATE,:CR-AMOUNT
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-REPORT-ONE-CHECK
               EXEC SQL
                   FETCH NEXT FROM ESCTBL INTO
                     :CR-CHECK-NO,:CR-ENO,:CR-ISSUE-DATE,
                     :CR-AMOUNT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE ESCTBL
           END-EXEC

           PERFORM 700-WRITE-STATE-SUMMARY
           CLOSE ESCHEAT-FILE
           CLOSE PRINT-FILE

           MOVE WS-REC-COUNT TO DISP-COUNT
           DISPLAY 'checks reported ' DISP-COUNT
           IF WS-REC-COUNT > 0
               PERFORM 900-MARK-ESCHEATED
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-REPORT-ONE-CHECK writes one owner record - the
      *    payee's last known name and address, live row first,
      *    then the latest EMPLOYEE-HISTORY row the way EMNEWH's
      *    200-REPORT-ONE-HIRE resolves someone already gone.  A
      *    check whose owner is on neither table is listed and
      *    held back, since the state needs an address to file it
      *    under.
       200-REPORT-ONE-CHECK.
           MOVE CR-ENO TO ENO
           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,SSN
                 INTO :LNAME,:FNAME,:STREET,:CITY,:ST,:ZIP,:SSN
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,SSN
                     INTO :LNAME,:FNAME,:STREET,:CITY,:ST,:ZIP,
                          :SSN
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :ENO
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :ENO)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING CR-CHECK-NO ' ' CR-ENO
                      ' OWNER NOT ON EITHER TABLE - NOT REPORTED'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE ST TO ES-ST
               MOVE SSN TO ES-SSN
               MOVE LNAME TO ES-LNAME
               MOVE FNAME TO ES-FNAME
               MOVE STREET TO ES-STREET
               MOVE CITY TO ES-CITY
               MOVE ZIP TO ES-ZIP
               MOVE CR-CHECK-NO TO ES-CHECK-NO
               MOVE CR-ISSUE-DATE TO ES-ISSUE-DATE
               MOVE CR-AMOUNT TO ES-AMOUNT
               MOVE WS-EMPLOYER-EIN TO ES-EIN
               MOVE WS-RPT-YEAR TO ES-YEAR
               WRITE ESCHEAT-RECORD
               ADD 1 TO WS-REC-COUNT
               ADD CR-AMOUNT TO WS-REC-TOTAL
               PERFORM 300-ROLL-STATE-SUMMARY
               MOVE CR-AMOUNT TO DISP-AMT
               MOVE SPACES TO PRINT-LINE
               STRING CR-CHECK-NO ' ' CR-ENO ' ' LNAME ' ' FNAME
                      ' ' ST ' ' CR-ISSUE-DATE ' ' DISP-AMT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    300-ROLL-STATE-SUMMARY finds or starts the owner's state
      *    entry, the find-or-add EMQTR's 660-ROLL-STATE-SUMMARY
      *    uses.
       300-ROLL-STATE-SUMMARY.
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED
                  OR WS-ST-HIT > 0
               IF WS-ST-T-ST (WS-ST-SUB) = ST
                   MOVE WS-ST-SUB TO WS-ST-HIT
               END-IF
           END-PERFORM
           IF WS-ST-HIT = 0
               IF WS-ST-USED = 60
                   DISPLAY 'state table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ST-USED
                   MOVE WS-ST-USED TO WS-ST-HIT
                   MOVE ST TO WS-ST-T-ST (WS-ST-HIT)
                   MOVE 0 TO WS-ST-T-COUNT (WS-ST-HIT)
                   MOVE 0 TO WS-ST-T-AMOUNT (WS-ST-HIT)
               END-IF
           END-IF
           IF WS-ST-HIT > 0
               ADD 1 TO WS-ST-T-COUNT (WS-ST-HIT)
               ADD CR-AMOUNT TO WS-ST-T-AMOUNT (WS-ST-HIT)
           END-IF.

      *    700-WRITE-STATE-SUMMARY prints one line per state to be
      *    filed with, and the report's grand total.
       700-WRITE-STATE-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'STATE FILING SUMMARY'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 750-WRITE-ONE-STATE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-USED
           MOVE WS-REC-COUNT TO DISP-COUNT
           MOVE WS-REC-TOTAL TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'CHECKS REPORTED ' DISP-COUNT ' ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SKIP-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'CHECKS HELD BACK ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

       750-WRITE-ONE-STATE.
           MOVE WS-ST-T-COUNT (WS-ST-SUB) TO DISP-COUNT
           MOVE WS-ST-T-AMOUNT (WS-ST-SUB) TO DISP-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING 'STATE ' WS-ST-T-ST (WS-ST-SUB)
                  ' CHECKS ' DISP-COUNT ' AMOUNT ' DISP-TOTAL
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    900-MARK-ESCHEATED moves the reported checks to escheated
      *    once the operator confirms the file went to the states,
      *    so next year's report can't file them a second time and
      *    EMCREC refuses a late presentment of one.  Checks held
      *    back for want of an owner row stay stale-dated.
       900-MARK-ESCHEATED.
           DISPLAY 'mark the reported checks escheated? y/n'
           ACCEPT WS-ANSWER
           INSPECT WS-ANSWER CONVERTING 'y' TO 'Y'
           IF WS-ANSWER NOT = 'Y'
               DISPLAY 'checks left stale-dated'
           ELSE
               EXEC SQL
                   UPDATE CHECKREG
                      SET CR-STATUS = 'E'
                    WHERE CR-STATUS = 'S'
                      AND CR-ISSUE-DATE <= :WS-CUTOFF-DATE
                      AND (CR-ENO IN (SELECT ENO FROM EMPLOYEE)
                       OR CR-ENO IN
                          (SELECT ENO FROM EMPLOYEE-HISTORY))
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'update ' DISP-CODE
           END-IF.
