           05 TRAN-TERM-DATE PIC 9(8).
           05 TRAN-TERM-REASON PIC X(2).
           05 TRAN-PAY-TYPE PIC X(1).
           05 TRAN-POS-NO PIC 9(6).
           05 TRAN-PAY-GROUP PIC X(2).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  SUSP-FILE.
       01  SUSP-RECORD PIC X(118).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
           88 DEPT-VALID VALUE 1 THRU 999.
       01 WS-RSN-COUNT PIC S9(4) COMP VALUE 0.
           88 REASON-VALID VALUE 1 THRU 999.
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POSITION-OPEN VALUE 1 THRU 999.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-VALID VALUE 1 THRU 999.
       01 WS-ACCEPT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 DISP-TOT-COUNT PIC ZZZ,ZZ9.
      *    Pay fields a change transaction may not set - a new
      *    payrate goes to APPRQUE for a second operator, and a
      *    commission or pay type change is refused and left as on
      *    file.  The switches carry that to the edit report.
       01 WS-RATE-QUEUED-SW PIC X VALUE 'N'.
           88 RATE-QUEUED VALUE 'Y'.
       01 WS-COM-HELD-SW PIC X VALUE 'N'.
           88 COM-HELD VALUE 'Y'.
       01 WS-TYPE-HELD-SW PIC X VALUE 'N'.
           88 PAY-TYPE-HELD VALUE 'Y'.
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
           OPEN INPUT TRAN-FILE
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT SUSP-FILE
       200-APPLY-TRAN.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-RATE-QUEUED-SW
           MOVE 'N' TO WS-COM-HELD-SW
           MOVE 'N' TO WS-TYPE-HELD-SW
           IF TRAN-HIRE
               PERFORM 300-APPLY-HIRE THRU 300-HIRE-EXIT
           ELSE
                       MOVE 'department not on master'
                         TO WS-REJECT-REASON
                   ELSE
                       PERFORM 327-CHECK-POSITION
                       IF NOT POSITION-OPEN
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE 'position not open in department'
                             TO WS-REJECT-REASON
                           GO TO 300-HIRE-EXIT
                       END-IF
                       PERFORM 328-CHECK-PAY-GROUP
                       IF NOT GROUP-VALID
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE 'pay group not on file'
                             TO WS-REJECT-REASON
                           GO TO 300-HIRE-EXIT
                       END-IF
                       MOVE TRAN-HIRE-DATE TO MW-CHK-ASOF
                       PERFORM 350-CHECK-TRAN-WAGE
                       IF NOT MW-COMPLIANT
                           MOVE 'Y' TO WS-REJECT-SW
                           GO TO 300-HIRE-EXIT
                       END-IF
                       PERFORM 330-INSERT-EMPLOYEE
                       IF SQLCODE NOT = 0
                           MOVE 'Y' TO WS-REJECT-SW
                           MOVE 'employee insert failed'
                             TO WS-REJECT-REASON
                       ELSE
                           PERFORM 335-FILL-POSITION
                           MOVE 'A' TO AUD-ACTION
                           MOVE 'ROW' TO AUD-FIELD
                           MOVE SPACES TO AUD-OLD
           MOVE TRAN-COM TO COM OF EMPLOYEE-RECORD
           MOVE TRAN-SSN TO SSN OF EMPLOYEE-RECORD
           MOVE TRAN-HIRE-DATE TO HIRE-DATE OF EMPLOYEE-RECORD
           MOVE TRAN-PAY-TYPE TO PAY-TYPE OF EMPLOYEE-RECORD
           MOVE TRAN-POS-NO TO POS-NO OF EMPLOYEE-RECORD
           MOVE TRAN-PAY-GROUP TO PAY-GROUP OF EMPLOYEE-RECORD.

      *    340-ASSIGN-EMPLOYEE-NO draws the next number off ENOCTL,
      *    skipping numbers already on EMPLOYEE or
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    327-CHECK-POSITION is the same POSITIONS edit EMHIRE's
      *    470-CHECK-POSITION applies - the hire has to land in an
      *    open position budgeted under its department.
       327-CHECK-POSITION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POS-COUNT
                 FROM POSITIONS
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-DEPT = :DEPT OF EMPLOYEE-RECORD
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    328-CHECK-PAY-GROUP is EMHIRE's 480-CHECK-PAY-GROUP - the
      *    hire's pay group has to be on the PAYGROUP table.
       328-CHECK-PAY-GROUP.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :PAY-GROUP OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    330-INSERT-EMPLOYEE adds the new-hire row to EMPLOYEE, the
      *    same insert EMHIRE's 500-INSERT-EMPLOYEE issues.
       330-INSERT-EMPLOYEE.
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

      *    335-FILL-POSITION marks the position filled by the new
      *    hire, the same update EMHIRE's 550-FILL-POSITION makes.
       335-FILL-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'F',
                      PSN-ENO = :ENO OF EMPLOYEE-RECORD
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    350-CHECK-TRAN-WAGE holds the transaction's rate to the
      *    minimum for its state and pay type, the check EMHIRE
      *    makes at the terminal - a hire as of its hire date, a
      *    change as of the day it is applied.
       350-CHECK-TRAN-WAGE.
           MOVE ST OF EMPLOYEE-RECORD TO MW-CHK-ST
           MOVE PAY-TYPE OF EMPLOYEE-RECORD TO MW-CHK-TYPE
           MOVE PAYRATE OF EMPLOYEE-RECORD TO MW-CHK-RATE
           PERFORM 360-CHECK-MIN-WAGE
           IF NOT MW-COMPLIANT
               IF MW-CHK-TYPE = 'S'
                   MOVE 'salary under exempt threshold'
                     TO WS-REJECT-REASON
               ELSE
                   MOVE 'payrate under state minimum wage'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    360-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       360-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 365-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 365-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    365-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       365-GET-MIN-WAGE.
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

      *    400-APPLY-TERM runs a termination through the same history
      *    flow EMTERM uses - fetch the live row, carry it into
      *    EMPLOYEE-HISTORY with the termination date and reason off
                       MOVE 'employee delete failed'
                         TO WS-REJECT-REASON
                   ELSE
                       PERFORM 435-VACATE-POSITION
                       MOVE 'D' TO AUD-ACTION
                       MOVE 'ROW' TO AUD-FIELD
                       MOVE SPACES TO AUD-OLD
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

      *    435-VACATE-POSITION reopens the position the terminated
      *    employee held, so it shows on EMVACR as a vacancy and can
      *    be filled, the way EMTERM's 550-VACATE-POSITION does.
       435-VACATE-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'O',
                      PSN-ENO = 0
                WHERE PSN-NO = :POS-NO OF EMPLOYEE-RECORD
                  AND PSN-ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    500-APPLY-CHANGE updates the changeable EMPREC fields in
      *    place for an existing employee, revalidating the new
      *    ST/ZIP combination against STATEZIP first.  Pay is not
      *    changed here - a new payrate is queued for approval the
      *    way EMPCHG queues one, and commission and pay type stay
      *    as on file.  A department change moves the employee
      *    into the position the transaction names, which has to
      *    be open under the new department.
       500-APPLY-CHANGE.
           PERFORM 250-MOVE-TRAN-FIELDS
           IF PAY-TYPE OF EMPLOYEE-RECORD NOT = 'S'
                     TO WS-REJECT-REASON
               ELSE
                   PERFORM 520-FETCH-OLD-VALUES
                   PERFORM 540-HOLD-PAY-FIELDS
                   PERFORM 545-HOLD-POSITION
                   IF TRAN-REJECTED
                       GO TO 500-CHANGE-EXIT
                   END-IF
                   ACCEPT MW-CHK-ASOF FROM DATE YYYYMMDD
                   PERFORM 350-CHECK-TRAN-WAGE
                   IF NOT MW-COMPLIANT
                       MOVE 'Y' TO WS-REJECT-SW
                       GO TO 500-CHANGE-EXIT
                   END-IF
                   IF RATE-QUEUED
                       PERFORM 800-QUEUE-APPROVAL
                       IF TRAN-REJECTED
                           GO TO 500-CHANGE-EXIT
                       END-IF
                       MOVE WS-OLD-PAYRATE
                         TO PAYRATE OF EMPLOYEE-RECORD
                   END-IF
                   PERFORM 510-UPDATE-EMPLOYEE
                   IF SQLCODE NOT = 0
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'employee update failed'
                         TO WS-REJECT-REASON
                   ELSE
                       IF POS-NO OF EMPLOYEE-RECORD
                          NOT = WS-OLD-POS-NO
                           PERFORM 515-MOVE-POSITION
                       END-IF
                       PERFORM 530-AUDIT-CHANGES
                   END-IF
               END-IF
       520-FETCH-OLD-VALUES.
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

      *    540-HOLD-PAY-FIELDS keeps the change transaction off the
      *    pay fields.  A payrate other than the one on file is
      *    marked for the approval queue; a commission or pay type
      *    other than the one on file is put back and reported.
       540-HOLD-PAY-FIELDS.
           IF PAYRATE OF EMPLOYEE-RECORD NOT = WS-OLD-PAYRATE
               MOVE 'Y' TO WS-RATE-QUEUED-SW
           END-IF
           IF COM OF EMPLOYEE-RECORD NOT = WS-OLD-COM
               MOVE 'Y' TO WS-COM-HELD-SW
               MOVE WS-OLD-COM TO COM OF EMPLOYEE-RECORD
           END-IF
           IF PAY-TYPE OF EMPLOYEE-RECORD NOT = WS-OLD-PAY-TYPE
               MOVE 'Y' TO WS-TYPE-HELD-SW
               MOVE WS-OLD-PAY-TYPE TO PAY-TYPE OF EMPLOYEE-RECORD
           END-IF.

      *    545-HOLD-POSITION keeps the position on file when the
      *    department stays put.  When it changes, the position
      *    the transaction names has to pass 327-CHECK-POSITION -
      *    open, and budgeted under the new department - or the
      *    change is refused.
       545-HOLD-POSITION.
           IF DEPT OF EMPLOYEE-RECORD = WS-OLD-DEPT
               MOVE WS-OLD-POS-NO TO POS-NO OF EMPLOYEE-RECORD
           ELSE
               PERFORM 327-CHECK-POSITION
               IF NOT POSITION-OPEN
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'no open position in new department'
                     TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    510-UPDATE-EMPLOYEE applies the change transaction's
      *    name, address, department and position to the live row.
       510-UPDATE-EMPLOYEE.
           EXEC SQL
               UPDATE EMPLOYEE
                      ST = :ST OF EMPLOYEE-RECORD,
                      ZIP = :ZIP OF EMPLOYEE-RECORD,
                      DEPT = :DEPT OF EMPLOYEE-RECORD,
                      POS-NO = :POS-NO OF EMPLOYEE-RECORD
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    515-MOVE-POSITION reopens the position the employee
      *    leaves in the old department, the way 435-VACATE-POSITION
      *    does at termination, and fills the new one with
      *    335-FILL-POSITION.
       515-MOVE-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'O',
                      PSN-ENO = 0
                WHERE PSN-NO = :WS-OLD-POS-NO
                  AND PSN-ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           PERFORM 335-FILL-POSITION.

      *    600-WRITE-ACCEPT reports one accepted transaction, with
      *    a line under it for each pay field it did not apply.
       600-WRITE-ACCEPT.
           MOVE SPACES TO PRINT-LINE
           STRING TRAN-CODE ' ' TRAN-ENO ' ' TRAN-LNAME ' '
                  TRAN-FNAME ' ACCEPTED'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF RATE-QUEUED
               MOVE SPACES TO PRINT-LINE
               STRING '       PAYRATE QUEUED FOR APPROVAL - ITEM '
                      APR-ID
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF COM-HELD
               MOVE SPACES TO PRINT-LINE
               STRING '       ERROR - COMMISSION NOT CHANGED, '
                      'NOT CHANGEABLE BY TRANSACTION'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           IF PAY-TYPE-HELD
               MOVE SPACES TO PRINT-LINE
               STRING '       ERROR - PAY TYPE NOT CHANGED, '
                      'NOT CHANGEABLE BY TRANSACTION'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    700-WRITE-REJECT reports one rejected transaction with its
      *    reject reason, drops the record on the suspense file, and
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    800-QUEUE-APPROVAL books the new payrate on the APPRQUE
      *    approval queue - id off the APRCTL control table, the
      *    rate on file as the before image, a PENDRATE row
      *    effective today as the after image - for EMAPRV to
      *    release to EMPAPP.  A failed insert rejects the
      *    transaction before anything else on it is applied.
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
           MOVE 'EMTRAN' TO APR-PROGRAM
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
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'payrate approval queue failed'
                 TO WS-REJECT-REASON
           END-IF.

      *    850-WRITE-AUDIT-ROW stamps and inserts one EMPAUDIT row
      *    for the transaction just applied - the caller has set the
      *    action, field, and before/after images.
