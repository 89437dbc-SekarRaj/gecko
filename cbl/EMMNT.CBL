           88 ST-ZIP-VALID VALUE 1 THRU 999.
       01 WS-DEPT-COUNT PIC S9(4) COMP VALUE 0.
           88 DEPT-VALID VALUE 1 THRU 999.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-VALID VALUE 1 THRU 999.
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POSITION-OPEN VALUE 1 THRU 999.
       01 WS-NEW-LNAME PIC X(10).
       01 WS-NEW-FNAME PIC X(8).
       01 WS-NEW-STREET PIC X(20).
       01 WS-NEW-ST PIC X(2).
       01 WS-NEW-ZIP PIC X(5).
       01 WS-NEW-DEPT PIC X(4).
       01 WS-NEW-GROUP PIC X(2).
       01 WS-NEW-POS-NO PIC X(6).
       01 WS-OLD-VALUES.
           05 WS-OLD-LNAME PIC X(10).
           05 WS-OLD-FNAME PIC X(8).
           05 WS-OLD-ST PIC X(2).
           05 WS-OLD-ZIP PIC 9(5).
           05 WS-OLD-DEPT PIC X(4).
           05 WS-OLD-GROUP PIC X(2).
           05 WS-OLD-POS-NO PIC 9(6).
       01 WS-CHG-VALUES.
           05 WS-CHG-LNAME PIC X(10).
           05 WS-CHG-FNAME PIC X(8).
           05 WS-CHG-STREET PIC X(20).
           05 WS-CHG-CITY PIC X(15).
           05 WS-CHG-ST PIC X(2).
           05 WS-CHG-ZIP PIC 9(5).
           05 WS-CHG-DEPT PIC X(4).
           05 WS-CHG-GROUP PIC X(2).
           05 WS-CHG-POS-NO PIC 9(6).
       01 DISP-MW-RATE PIC $$$,$$$,$$9.99.
       01 DISP-MW-MIN PIC $$$,$$$,$$9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAPR
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWW
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
           ACCEPT APR-KEY-USER
           DISPLAY 'employee number to maintain'
           ACCEPT ENO
           PERFORM 200-FETCH-EMPLOYEE
                           ' is not on the department master'
                       DISPLAY 'no changes made'
                   ELSE
                       PERFORM 460-CHECK-POSITION
                       IF NOT POSITION-OPEN
                           DISPLAY 'position ' POS-NO
                               ' is not open in department ' DEPT
                           DISPLAY 'no changes made'
                       ELSE
                           PERFORM 470-VALIDATE-PAY-GROUP
                           IF NOT GROUP-VALID
                               DISPLAY 'pay group ' PAY-GROUP
                                   ' is not on the pay group table'
                               DISPLAY 'no changes made'
                           ELSE
                               PERFORM 480-CHECK-STATE-WAGE
                               IF NOT MW-COMPLIANT
                                   DISPLAY 'no changes made'
                               ELSE
                                   PERFORM 500-UPDATE-EMPLOYEE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      *    200-FETCH-EMPLOYEE reads the current row so the operator
      *    sees what is on file before keying each change, and the
      *    rate a move to another state is checked against.
       200-FETCH-EMPLOYEE.
           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,PAY-GROUP,
                      PAYRATE,PAY-TYPE,POS-NO
                 INTO :LNAME,:FNAME,:STREET,:CITY,:ST,:ZIP,:DEPT,
                      :PAY-GROUP,:PAYRATE,:PAY-TYPE,:POS-NO
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           MOVE CITY TO WS-OLD-CITY
           MOVE ST TO WS-OLD-ST
           MOVE ZIP TO WS-OLD-ZIP
           MOVE DEPT TO WS-OLD-DEPT
           MOVE PAY-GROUP TO WS-OLD-GROUP
           MOVE POS-NO TO WS-OLD-POS-NO.

      *    300-GET-CHANGES shows each changeable field and takes a
      *    replacement value, blank meaning keep what is on file.
      *    A non-numeric zip is treated as keep rather than loaded.
      *    A new department takes a position number too - the seat
      *    the employee moves into there.
       300-GET-CHANGES.
           DISPLAY 'blank keeps the value on file'
           DISPLAY 'last name ' LNAME
           ACCEPT WS-NEW-DEPT
           IF WS-NEW-DEPT NOT = SPACES
               MOVE WS-NEW-DEPT TO DEPT
           END-IF
           IF DEPT NOT = WS-OLD-DEPT
               DISPLAY 'position number in department ' DEPT
               ACCEPT WS-NEW-POS-NO
               IF WS-NEW-POS-NO NUMERIC
                   MOVE WS-NEW-POS-NO TO POS-NO
               END-IF
           END-IF
           DISPLAY 'pay group ' PAY-GROUP
           ACCEPT WS-NEW-GROUP
           IF WS-NEW-GROUP NOT = SPACES
               MOVE WS-NEW-GROUP TO PAY-GROUP
           END-IF.

      *    400-VALIDATE-ST-ZIP rechecks the resulting ST/ZIP pair
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'dept check ' DISP-CODE.

      *    460-CHECK-POSITION holds a transfer to an open position
      *    budgeted under the new department, the edit EMHIRE
      *    applies at hire - EMAPRV moves the employee out of the
      *    old department's position into it on approval.  No
      *    department change, no check.
       460-CHECK-POSITION.
           MOVE 1 TO WS-POS-COUNT
           IF DEPT NOT = WS-OLD-DEPT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-POS-COUNT
                     FROM POSITIONS
                    WHERE PSN-NO = :POS-NO
                      AND PSN-DEPT = :DEPT
                      AND PSN-STATUS = 'O'
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'position check ' DISP-CODE
           END-IF.

      *    470-VALIDATE-PAY-GROUP rechecks the resulting pay group
      *    against the PAYGROUP table as EMHIRE does at hire.  A
      *    move between groups takes effect on the new group's next
      *    cycle - make it between cycles, not while either group's
      *    cycle is in progress.
       470-VALIDATE-PAY-GROUP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PAY-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'pay group check ' DISP-CODE.

      *    480-CHECK-STATE-WAGE refuses a move to a state whose
      *    minimum wage (or exempt salary threshold) the employee's
      *    current rate is under - the rate has to be raised first.
       480-CHECK-STATE-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           IF ST NOT = WS-OLD-ST
               MOVE ST TO MW-CHK-ST
               MOVE PAY-TYPE TO MW-CHK-TYPE
               MOVE PAYRATE TO MW-CHK-RATE
               ACCEPT MW-CHK-ASOF FROM DATE YYYYMMDD
               PERFORM 490-CHECK-MIN-WAGE
               IF NOT MW-COMPLIANT
                   MOVE MW-CHK-RATE TO DISP-MW-RATE
                   IF MW-CHK-TYPE = 'S'
                       MOVE MW-EXEMPT-MIN TO DISP-MW-MIN
                       DISPLAY 'salary ' DISP-MW-RATE
                           ' is under the exempt salary threshold '
                           DISP-MW-MIN
                   ELSE
                       MOVE MW-FLOOR TO DISP-MW-MIN
                       DISPLAY 'payrate ' DISP-MW-RATE
                           ' is under the ' MW-CHK-ST
                           ' minimum wage ' DISP-MW-MIN
                   END-IF
               END-IF
           END-IF.

      *    490-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       490-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 495-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 495-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    495-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       495-GET-MIN-WAGE.
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

      *    500-UPDATE-EMPLOYEE queues the changes for a second
      *    operator's approval - nothing reaches the live row until
      *    EMAPRV approves it, applies it in place (no termination,
      *    no re-hire, HIRE-DATE and the history table untouched)
      *    and writes the EMPAUDIT field trail.
       500-UPDATE-EMPLOYEE.
           MOVE LNAME TO WS-CHG-LNAME
           MOVE FNAME TO WS-CHG-FNAME
           MOVE STREET TO WS-CHG-STREET
           MOVE CITY TO WS-CHG-CITY
           MOVE ST TO WS-CHG-ST
           MOVE ZIP TO WS-CHG-ZIP
           MOVE DEPT TO WS-CHG-DEPT
           MOVE PAY-GROUP TO WS-CHG-GROUP
           MOVE POS-NO TO WS-CHG-POS-NO
           IF WS-CHG-VALUES = WS-OLD-VALUES
               DISPLAY 'no changes keyed - nothing queued'
           ELSE
               MOVE WS-OLD-VALUES TO APR-OLD-DATA
               MOVE WS-CHG-VALUES TO APR-NEW-DATA
               PERFORM 800-QUEUE-APPROVAL
           END-IF.

      *    800-QUEUE-APPROVAL books the keyed change on the APPRQUE
      *    approval queue - id off the APRCTL control table, the
      *    before and after images, and the keying operator, who
      *    can never be the one to approve it.
       800-QUEUE-APPROVAL.
           EXEC SQL
               UPDATE APRCTL SET LASTAPRID = LASTAPRID + 1
           END-EXEC
           EXEC SQL
               SELECT LASTAPRID INTO :APR-ID FROM APRCTL
           END-EXEC
           MOVE 0 TO APR-BATCH
           MOVE 'E' TO APR-TYPE
           MOVE 'C' TO APR-ACTION
           MOVE ENO TO APR-ENO
           MOVE 'EMMNT' TO APR-PROGRAM
           ACCEPT APR-KEY-DATE FROM DATE YYYYMMDD
           ACCEPT APR-KEY-TIME FROM TIME
           MOVE 'P' TO APR-STATUS
           MOVE SPACES TO APR-APPR-USER
           MOVE 0 TO APR-APPR-DATE
           MOVE SPACES TO APR-REASON
           EXEC SQL
               INSERT INTO APPRQUE
                   (APR-ID,APR-BATCH,APR-TYPE,APR-ACTION,APR-ENO,
                    APR-PROGRAM,APR-KEY-USER,APR-KEY-DATE,
                    APR-KEY-TIME,APR-OLD-DATA,APR-NEW-DATA,
                    APR-STATUS,APR-APPR-USER,APR-APPR-DATE,
                    APR-REASON)
                   VALUES
                   (:APR-ID,:APR-BATCH,:APR-TYPE,:APR-ACTION,
                    :APR-ENO,:APR-PROGRAM,:APR-KEY-USER,
                    :APR-KEY-DATE,:APR-KEY-TIME,:APR-OLD-DATA,
                    :APR-NEW-DATA,:APR-STATUS,:APR-APPR-USER,
                    :APR-APPR-DATE,:APR-REASON)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'queue insert ' DISP-CODE
           IF SQLCODE = 0
               DISPLAY 'employee ' ENO ' changes queued for approval '
                   'as item ' APR-ID
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
