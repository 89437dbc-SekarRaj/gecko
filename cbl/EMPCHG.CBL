       01 WS-RAISE-PCT PIC 9(2)V99.
       01 WS-MASS-DEPT PIC X(4).
       01 WS-LOAD-COUNT PIC 9(6) VALUE 0.
       01 WS-UNDER-COUNT PIC 9(6) VALUE 0.
       01 DISP-LOAD-COUNT PIC ZZZ,ZZ9.
       01 DISP-MW-RATE PIC $$$,$$$,$$9.99.
       01 DISP-MW-MIN PIC $$$,$$$,$$9.99.
       01 WS-OLD-RATE-IMAGE.
           05 WS-OLD-RATE PIC 9(7)V99.

       EXEC SQL
         INCLUDE SQLCA
         INCLUDE EMPPND
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
           MOVE 0 TO APR-BATCH
           DISPLAY 'mode - I=individual change, M=mass raise'
           ACCEPT WS-MODE
           INSPECT WS-MODE CONVERTING 'im' TO 'IM'
               END-IF
           END-IF
           MOVE WS-LOAD-COUNT TO DISP-LOAD-COUNT
           DISPLAY 'changes queued for approval ' DISP-LOAD-COUNT
           IF WS-UNDER-COUNT NOT = 0
               MOVE WS-UNDER-COUNT TO DISP-LOAD-COUNT
               DISPLAY 'changes refused under minimum wage '
                   DISP-LOAD-COUNT
           END-IF
           IF APR-BATCH NOT = 0
               DISPLAY 'approve or reject as batch ' APR-BATCH
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-LOAD-INDIVIDUAL queues one rate change for one
      *    employee.  Once a second operator approves it in EMAPRV
      *    it goes onto PENDRATE, to be applied by EMPAPP the night
      *    its effective date arrives.
       200-LOAD-INDIVIDUAL.
           DISPLAY 'employee number'
           ACCEPT PND-ENO
           IF NOT EMP-ON-FILE
               DISPLAY 'employee not on file - rejected'
           ELSE
               DISPLAY 'current payrate ' PAYRATE
               DISPLAY 'new payrate'
               ACCEPT PND-NEW-RATE
               DISPLAY 'effective date (YYYYMMDD)'
               ACCEPT PND-EFF-DATE
               PERFORM 450-CHECK-NEW-RATE
               IF MW-COMPLIANT
                   PERFORM 400-INSERT-PENDING
               END-IF
           END-IF.

      *    250-CHECK-EMPLOYEE makes sure the number is on the
      *    EMPLOYEE table before a change is queued for it, and
      *    picks up the current rate as the approver's before value,
      *    with the state and pay type the new rate is checked for.
       250-CHECK-EMPLOYEE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-COUNT
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF EMP-ON-FILE
               EXEC SQL
                   SELECT PAYRATE,ST,PAY-TYPE
                     INTO :PAYRATE,:ST,:PAY-TYPE
                     FROM EMPLOYEE
                    WHERE ENO = :ENO
               END-EXEC
           END-IF.

      *    300-LOAD-MASS-RAISE queues one change per employee in
      *    the requested department - the whole merit cycle for a
      *    department in one pass instead of a week of hand-keying.
      *    Every item carries the same batch number so the approver
      *    can review and release the raise as one batch.
       300-LOAD-MASS-RAISE.
           DISPLAY 'department'
           ACCEPT WS-MASS-DEPT
           ACCEPT WS-RAISE-PCT
           DISPLAY 'effective date (YYYYMMDD)'
           ACCEPT PND-EFF-DATE
           EXEC SQL
               UPDATE APRCTL SET LASTAPRBAT = LASTAPRBAT + 1
           END-EXEC
           EXEC SQL
               SELECT LASTAPRBAT INTO :APR-BATCH FROM APRCTL
           END-EXEC

           EXEC SQL
               DECLARE MASSTBL CURSOR FOR
                   SELECT ENO,PAYRATE,ST,PAY-TYPE
                     FROM EMPLOYEE
                    WHERE DEPT = :WS-MASS-DEPT
           END-EXEC
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM MASSTBL INTO :ENO,:PAYRATE,:ST,
                 :PAY-TYPE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 350-QUEUE-RAISE
               EXEC SQL
                   FETCH NEXT FROM MASSTBL INTO :ENO,:PAYRATE,:ST,
                     :PAY-TYPE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM
           END-EXEC.

      *    350-QUEUE-RAISE computes one employee's raised rate off
      *    the current PAYRATE and queues it - unless even the
      *    raised rate is under the minimum on its effective date,
      *    which is left for an individual change.
       350-QUEUE-RAISE.
           MOVE ENO TO PND-ENO
           COMPUTE PND-NEW-RATE ROUNDED =
               PAYRATE * (1 + WS-RAISE-PCT / 100)
           PERFORM 450-CHECK-NEW-RATE
           IF MW-COMPLIANT
               PERFORM 400-INSERT-PENDING
           END-IF.

      *    400-INSERT-PENDING builds the approval images - the
      *    current rate before, the not-yet-applied PENDRATE row
      *    after - and queues them.
       400-INSERT-PENDING.
           MOVE 'N' TO PND-APPLIED
           MOVE PAYRATE TO WS-OLD-RATE
           MOVE WS-OLD-RATE-IMAGE TO APR-OLD-DATA
           MOVE PEND-RATE-REC TO APR-NEW-DATA
           PERFORM 800-QUEUE-APPROVAL.

      *    450-CHECK-NEW-RATE holds the new rate to the minimum
      *    wage, or for a salaried employee the exempt salary
      *    threshold, in force in the employee's state on the
      *    change's effective date.
       450-CHECK-NEW-RATE.
           MOVE ST TO MW-CHK-ST
           MOVE PAY-TYPE TO MW-CHK-TYPE
           MOVE PND-NEW-RATE TO MW-CHK-RATE
           MOVE PND-EFF-DATE TO MW-CHK-ASOF
           PERFORM 460-CHECK-MIN-WAGE
           IF NOT MW-COMPLIANT
               ADD 1 TO WS-UNDER-COUNT
               MOVE MW-CHK-RATE TO DISP-MW-RATE
               IF MW-CHK-TYPE = 'S'
                   MOVE MW-EXEMPT-MIN TO DISP-MW-MIN
                   DISPLAY 'employee ' PND-ENO ' salary '
                       DISP-MW-RATE ' under exempt threshold '
                       DISP-MW-MIN ' - rejected'
               ELSE
                   MOVE MW-FLOOR TO DISP-MW-MIN
                   DISPLAY 'employee ' PND-ENO ' payrate '
                       DISP-MW-RATE ' under ' MW-CHK-ST
                       ' minimum wage ' DISP-MW-MIN ' - rejected'
               END-IF
           END-IF.

      *    460-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       460-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 465-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 465-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    465-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       465-GET-MIN-WAGE.
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
           MOVE 'R' TO APR-TYPE
           MOVE 'C' TO APR-ACTION
           MOVE PND-ENO TO APR-ENO
           MOVE 'EMPCHG' TO APR-PROGRAM
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
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               DISPLAY 'queue insert failed ' DISP-CODE
                   ' for employee ' PND-ENO
               MOVE 8 TO RETURN-CODE
           END-IF.
