           05 TRAN-TERM-DATE PIC 9(8).
           05 TRAN-TERM-REASON PIC X(2).
           05 TRAN-PAY-TYPE PIC X(1).
           05 TRAN-POS-NO PIC 9(6).
           05 TRAN-PAY-GROUP PIC X(2).

       01 WS-NEW-VALUE PIC X(20).
       01 WS-REJECT-SW PIC X VALUE 'N'.
           88 DEPT-VALID VALUE 1 THRU 999.
       01 WS-RSN-COUNT PIC S9(4) COMP VALUE 0.
           88 REASON-VALID VALUE 1 THRU 999.
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POSITION-OPEN VALUE 1 THRU 999.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-VALID VALUE 1 THRU 999.
      *    Pay fields a released change may not set, as in EMTRAN -
      *    a new payrate goes to APPRQUE, a commission or pay type
      *    change is refused and left as on file.
       01 WS-RATE-QUEUED-SW PIC X VALUE 'N'.
           88 RATE-QUEUED VALUE 'Y'.
       01 WS-OLD-RATE-IMAGE.
           05 WS-OLD-RATE PIC 9(7)V99.
       01 WS-OLD-VALUES.
           05 WS-OLD-LNAME PIC X(10).
           05 WS-OLD-FNAME PIC X(8).
           05 WS-OLD-PAYRATE PIC 9(7)V99.
           05 WS-OLD-COM PIC 9V99.
           05 WS-OLD-PAY-TYPE PIC X(1).
           05 WS-OLD-POS-NO PIC 9(6).

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPSUS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWW
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPND
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAPR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
           ACCEPT AUD-USER
           MOVE AUD-USER TO APR-KEY-USER
           MOVE 0 TO APR-BATCH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'action - L=list open, C=correct and release, '
               'A=aging report'
           IF WS-NEW-VALUE NOT = SPACES
               MOVE WS-NEW-VALUE (1:4) TO TRAN-DEPT
           END-IF
           DISPLAY 'position number ' TRAN-POS-NO
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
              AND WS-NEW-VALUE (1:6) NUMERIC
               MOVE WS-NEW-VALUE (1:6) TO TRAN-POS-NO
           END-IF
           DISPLAY 'pay group ' TRAN-PAY-GROUP
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES
               MOVE WS-NEW-VALUE (1:2) TO TRAN-PAY-GROUP
           END-IF
           DISPLAY 'pay type ' TRAN-PAY-TYPE
           ACCEPT WS-NEW-VALUE
           IF WS-NEW-VALUE NOT = SPACES

      *    500-APPLY-HIRE is the same hire flow EMTRAN's
      *    300-APPLY-HIRE runs - duplicate number, retired number,
      *    ST/ZIP, department, position, pay-type and minimum wage
      *    edits ahead of the insert, number assigned off ENOCTL
      *    when keyed zero.
       500-APPLY-HIRE.
           PERFORM 740-MOVE-TRAN-FIELDS
           MOVE 'A' TO EMP-STATUS OF EMPLOYEE-RECORD
                 TO WS-REJECT-REASON
               GO TO 500-HIRE-EXIT
           END-IF
           PERFORM 717-CHECK-POSITION
           IF NOT POSITION-OPEN
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'position not open in department'
                 TO WS-REJECT-REASON
               GO TO 500-HIRE-EXIT
           END-IF
           PERFORM 718-CHECK-PAY-GROUP
           IF NOT GROUP-VALID
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'pay group not on file'
                 TO WS-REJECT-REASON
               GO TO 500-HIRE-EXIT
           END-IF
           MOVE TRAN-HIRE-DATE TO MW-CHK-ASOF
           PERFORM 722-CHECK-TRAN-WAGE
           IF NOT MW-COMPLIANT
               MOVE 'Y' TO WS-REJECT-SW
               GO TO 500-HIRE-EXIT
           END-IF
           PERFORM 750-INSERT-EMPLOYEE
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'employee insert failed'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM 755-FILL-POSITION
               MOVE 'A' TO AUD-ACTION
               MOVE 'ROW' TO AUD-FIELD
               MOVE SPACES TO AUD-OLD
               MOVE 'employee delete failed'
                 TO WS-REJECT-REASON
           ELSE
               PERFORM 772-VACATE-POSITION
               MOVE 'D' TO AUD-ACTION
               MOVE 'ROW' TO AUD-FIELD
               MOVE SPACES TO AUD-OLD
      *    600-APPLY-CHANGE is the same change flow EMTRAN's
      *    500-APPLY-CHANGE runs - the row must exist, the new
      *    ST/ZIP and department must edit, before/after images
      *    audited per field moved, a new payrate queued for
      *    approval and commission and pay type left as on file,
      *    and a department change moved into an open position
      *    under the new department.
       600-APPLY-CHANGE.
           PERFORM 740-MOVE-TRAN-FIELDS
           IF PAY-TYPE OF EMPLOYEE-RECORD NOT = 'S'
               GO TO 600-CHANGE-EXIT
           END-IF
           PERFORM 775-FETCH-OLD-VALUES
           PERFORM 777-HOLD-PAY-FIELDS
           PERFORM 778-HOLD-POSITION
           IF TRAN-REJECTED
               GO TO 600-CHANGE-EXIT
           END-IF
           ACCEPT MW-CHK-ASOF FROM DATE YYYYMMDD
           PERFORM 722-CHECK-TRAN-WAGE
           IF NOT MW-COMPLIANT
               MOVE 'Y' TO WS-REJECT-SW
               GO TO 600-CHANGE-EXIT
           END-IF
           IF RATE-QUEUED
               PERFORM 800-QUEUE-APPROVAL
               IF TRAN-REJECTED
                   GO TO 600-CHANGE-EXIT
               END-IF
               MOVE WS-OLD-PAYRATE TO PAYRATE OF EMPLOYEE-RECORD
           END-IF
           PERFORM 780-UPDATE-EMPLOYEE
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'employee update failed'
                 TO WS-REJECT-REASON
           ELSE
               IF POS-NO OF EMPLOYEE-RECORD NOT = WS-OLD-POS-NO
                   PERFORM 782-MOVE-POSITION
               END-IF
               PERFORM 785-AUDIT-CHANGES
           END-IF.

           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    717-CHECK-POSITION is EMTRAN's 327-CHECK-POSITION - an
      *    open position budgeted under the hire's department.
       717-CHECK-POSITION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POS-COUNT
                 FROM POSITIONS
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-DEPT = :DEPT OF EMPLOYEE-RECORD
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    718-CHECK-PAY-GROUP is EMTRAN's 328-CHECK-PAY-GROUP.
       718-CHECK-PAY-GROUP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PAY-GROUP OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

       720-CHECK-TERM-REASON.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RSN-COUNT
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    722-CHECK-TRAN-WAGE is EMTRAN's 350-CHECK-TRAN-WAGE - the
      *    record's rate held to the minimum for its state and pay
      *    type, a hire as of its hire date, a change as of the day
      *    it is released.
       722-CHECK-TRAN-WAGE.
           MOVE ST OF EMPLOYEE-RECORD TO MW-CHK-ST
           MOVE PAY-TYPE OF EMPLOYEE-RECORD TO MW-CHK-TYPE
           MOVE PAYRATE OF EMPLOYEE-RECORD TO MW-CHK-RATE
           PERFORM 724-CHECK-MIN-WAGE
           IF NOT MW-COMPLIANT
               IF MW-CHK-TYPE = 'S'
                   MOVE 'salary under exempt threshold'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE 'payrate under state minimum wage'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    724-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       724-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 726-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 726-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    726-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       726-GET-MIN-WAGE.
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

      *    730-ASSIGN-EMPLOYEE-NO draws the next number off ENOCTL
      *    past numbers already on either table, the assignment
      *    EMHIRE and EMTRAN both make.
           MOVE TRAN-COM TO COM OF EMPLOYEE-RECORD
           MOVE TRAN-SSN TO SSN OF EMPLOYEE-RECORD
           MOVE TRAN-HIRE-DATE TO HIRE-DATE OF EMPLOYEE-RECORD
           MOVE TRAN-PAY-TYPE TO PAY-TYPE OF EMPLOYEE-RECORD
           MOVE TRAN-POS-NO TO POS-NO OF EMPLOYEE-RECORD
           MOVE TRAN-PAY-GROUP TO PAY-GROUP OF EMPLOYEE-RECORD.

       750-INSERT-EMPLOYEE.
           EXEC SQL
               INSERT INTO EMPLOYEE
                   (ENO,LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                    PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,PAY-TYPE,
                    POS-NO,PAY-GROUP)
                   VALUES
                   (:ENO OF EMPLOYEE-RECORD,
                    :LNAME OF EMPLOYEE-RECORD,
                    :SSN OF EMPLOYEE-RECORD,
                    :HIRE-DATE OF EMPLOYEE-RECORD,
                    :EMP-STATUS OF EMPLOYEE-RECORD,
                    :PAY-TYPE OF EMPLOYEE-RECORD,
                    :POS-NO OF EMPLOYEE-RECORD,
                    :PAY-GROUP OF EMPLOYEE-RECORD)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

       755-FILL-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'F',
                      PSN-ENO = :ENO OF EMPLOYEE-RECORD
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                      PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,
                      PAY-TYPE,POS-NO,PAY-GROUP
                 INTO :LNAME OF EMPLOYEE-RECORD,
                      :FNAME OF EMPLOYEE-RECORD,
                      :STREET OF EMPLOYEE-RECORD,
                      :SSN OF EMPLOYEE-RECORD,
                      :HIRE-DATE OF EMPLOYEE-RECORD,
                      :EMP-STATUS OF EMPLOYEE-RECORD,
                      :PAY-TYPE OF EMPLOYEE-RECORD,
                      :POS-NO OF EMPLOYEE-RECORD,
                      :PAY-GROUP OF EMPLOYEE-RECORD
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
               INSERT INTO EMPLOYEE-HISTORY
                   (ENO,LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                    PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,
                    PAY-TYPE,POS-NO,PAY-GROUP,TERM-DATE,TERM-REASON)
                   VALUES
                   (:ENO OF EMPLOYEE-HISTORY-REC,
                    :LNAME OF EMPLOYEE-HISTORY-REC,
                    :HIRE-DATE OF EMPLOYEE-HISTORY-REC,
                    :EMP-STATUS OF EMPLOYEE-HISTORY-REC,
                    :PAY-TYPE OF EMPLOYEE-HISTORY-REC,
                    :POS-NO OF EMPLOYEE-HISTORY-REC,
                    :PAY-GROUP OF EMPLOYEE-HISTORY-REC,
                    :TERM-DATE,
                    :TERM-REASON)
           END-EXEC
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    772-VACATE-POSITION reopens the position the
      *    terminated employee held, as EMTRAN's 435 does.
       772-VACATE-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'O',
                      PSN-ENO = 0
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

       775-FETCH-OLD-VALUES.
           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                      PAYRATE,COM,PAY-TYPE,POS-NO
                 INTO :WS-OLD-LNAME,:WS-OLD-FNAME,:WS-OLD-STREET,
                      :WS-OLD-CITY,:WS-OLD-ST,:WS-OLD-ZIP,
                      :WS-OLD-DEPT,:WS-OLD-PAYRATE,:WS-OLD-COM,
                      :WS-OLD-PAY-TYPE,:WS-OLD-POS-NO
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    777-HOLD-PAY-FIELDS is EMTRAN's 540-HOLD-PAY-FIELDS - a
      *    new payrate is marked for the approval queue, a new
      *    commission or pay type is put back and reported.
       777-HOLD-PAY-FIELDS.
           MOVE 'N' TO WS-RATE-QUEUED-SW
           IF PAYRATE OF EMPLOYEE-RECORD NOT = WS-OLD-PAYRATE
               MOVE 'Y' TO WS-RATE-QUEUED-SW
           END-IF
           IF COM OF EMPLOYEE-RECORD NOT = WS-OLD-COM
               DISPLAY 'error - commission not changed, not '
                   'changeable by transaction'
               MOVE WS-OLD-COM TO COM OF EMPLOYEE-RECORD
           END-IF
           IF PAY-TYPE OF EMPLOYEE-RECORD NOT = WS-OLD-PAY-TYPE
               DISPLAY 'error - pay type not changed, not '
                   'changeable by transaction'
               MOVE WS-OLD-PAY-TYPE TO PAY-TYPE OF EMPLOYEE-RECORD
           END-IF.

      *    778-HOLD-POSITION is EMTRAN's 545-HOLD-POSITION - the
      *    position on file stays when the department does, and a
      *    new department needs an open position under it.
       778-HOLD-POSITION.
           IF DEPT OF EMPLOYEE-RECORD = WS-OLD-DEPT
               MOVE WS-OLD-POS-NO TO POS-NO OF EMPLOYEE-RECORD
           ELSE
               PERFORM 717-CHECK-POSITION
               IF NOT POSITION-OPEN
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'no open position in new department'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.

       780-UPDATE-EMPLOYEE.
           EXEC SQL
               UPDATE EMPLOYEE
                      ST = :ST OF EMPLOYEE-RECORD,
                      ZIP = :ZIP OF EMPLOYEE-RECORD,
                      DEPT = :DEPT OF EMPLOYEE-RECORD,
                      POS-NO = :POS-NO OF EMPLOYEE-RECORD
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    782-MOVE-POSITION is EMTRAN's 515-MOVE-POSITION - the
      *    old department's position reopened, the new one filled.
       782-MOVE-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'O',
                      PSN-ENO = 0
                WHERE PSN-NO = :WS-OLD-POS-NO
                  AND PSN-ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           PERFORM 755-FILL-POSITION.

      *    785-AUDIT-CHANGES writes one EMPAUDIT row per field the
      *    released change actually moved, as EMTRAN does.
       785-AUDIT-CHANGES.
               MOVE 'C' TO AUD-ACTION
               PERFORM 850-WRITE-AUDIT-ROW
           END-IF
           IF POS-NO OF EMPLOYEE-RECORD NOT = WS-OLD-POS-NO
               MOVE 'POS-NO' TO AUD-FIELD
               MOVE WS-OLD-POS-NO TO AUD-OLD
               MOVE POS-NO OF EMPLOYEE-RECORD TO AUD-NEW
               MOVE 'C' TO AUD-ACTION
               PERFORM 850-WRITE-AUDIT-ROW
           END-IF.

      *    800-QUEUE-APPROVAL is EMTRAN's - the new payrate on the
      *    APPRQUE approval queue, the rate on file before and a
      *    PENDRATE row effective today after.  A failed insert
      *    keeps the item in suspense.
       800-QUEUE-APPROVAL.
           MOVE ENO OF EMPLOYEE-RECORD TO PND-ENO
           MOVE PAYRATE OF EMPLOYEE-RECORD TO PND-NEW-RATE
           ACCEPT PND-EFF-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO PND-APPLIED
           MOVE WS-OLD-PAYRATE TO WS-OLD-RATE
           MOVE WS-OLD-RATE-IMAGE TO APR-OLD-DATA
           MOVE PEND-RATE-REC TO APR-NEW-DATA
           EXEC SQL
               UPDATE APRCTL SET LASTAPRID = LASTAPRID + 1
           END-EXEC
           EXEC SQL
               SELECT LASTAPRID INTO :APR-ID FROM APRCTL
           END-EXEC
           MOVE 'R' TO APR-TYPE
           MOVE 'C' TO APR-ACTION
           MOVE PND-ENO TO APR-ENO
           MOVE 'EMSUSP' TO APR-PROGRAM
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
           IF SQLCODE = 0
               DISPLAY 'payrate queued for approval - item ' APR-ID
           ELSE
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'payrate approval queue failed'
                 TO WS-REJECT-REASON
           END-IF.

      *    850-WRITE-AUDIT-ROW stamps and inserts one EMPAUDIT row
      *    for the released transaction.
       850-WRITE-AUDIT-ROW.
