       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBPLM.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-ACTION PIC X.
       01 WS-PLAN-COUNT PIC S9(4) COMP VALUE 0.
           88 PLAN-ON-FILE VALUE 1 THRU 999.
       01 WS-ENRL-COUNT PIC S9(4) COMP VALUE 0.
           88 PLAN-IN-USE VALUE 1 THRU 999.
       01 DISP-EE-PREM PIC ZZ,ZZ9.99.
       01 DISP-ER-PREM PIC ZZ,ZZ9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBPL
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDED
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - A=add, C=change now, R=renewal '
               'rates, X=close, L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'acrxl' TO 'ACRXL'
           IF WS-ACTION = 'L'
               PERFORM 600-LIST-PLANS
               GO TO 100-EXIT
           END-IF
           DISPLAY 'plan code'
           ACCEPT BP-PLAN
           INSPECT BP-PLAN CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'coverage tier - EE employee only, ES employee '
               '+ spouse, EC employee + children, FA family'
           ACCEPT BP-TIER
           INSPECT BP-TIER CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF NOT BP-EMP-ONLY AND NOT BP-EMP-SPOUSE
              AND NOT BP-EMP-CHILD AND NOT BP-FAMILY
               DISPLAY 'tier ' BP-TIER ' not EE, ES, EC or FA'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 200-CHECK-PLAN
           IF WS-ACTION = 'A'
               PERFORM 300-ADD-PLAN THRU 300-EXIT
           ELSE
               IF WS-ACTION = 'C'
                   PERFORM 400-CHANGE-PLAN
               ELSE
                   IF WS-ACTION = 'R'
                       PERFORM 450-SET-RENEWAL
                   ELSE
                       IF WS-ACTION = 'X'
                           PERFORM 500-CLOSE-PLAN
                       ELSE
                           DISPLAY 'invalid action - rejected'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-PLAN reads the plan and tier back if it is on
      *    file already.
       200-CHECK-PLAN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PLAN-COUNT
                 FROM BENPLAN
                WHERE BP-PLAN = :BP-PLAN
                  AND BP-TIER = :BP-TIER
           END-EXEC
           IF PLAN-ON-FILE
               EXEC SQL
                   SELECT BP-TYPE,BP-DESC,BP-CARRIER,BP-DED-CODE,
                          BP-EE-PREM,BP-ER-PREM,BP-NEW-EE-PREM,
                          BP-NEW-ER-PREM,BP-NEW-EFF-DATE,BP-STATUS
                     INTO :BP-TYPE,:BP-DESC,:BP-CARRIER,
                          :BP-DED-CODE,:BP-EE-PREM,:BP-ER-PREM,
                          :BP-NEW-EE-PREM,:BP-NEW-ER-PREM,
                          :BP-NEW-EFF-DATE,:BP-STATUS
                     FROM BENPLAN
                    WHERE BP-PLAN = :BP-PLAN
                      AND BP-TIER = :BP-TIER
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE.

      *    300-ADD-PLAN puts one plan and tier on the table.  The
      *    benefit type decides which enrollment it replaces - an
      *    employee carries one health, one dental and one vision
      *    plan at most - and the deduction code is the DEDUCT row
      *    EMBENM writes the employee premium to, so EMSTUB takes it
      *    like any other deduction.
       300-ADD-PLAN.
           IF PLAN-ON-FILE
               DISPLAY 'plan and tier already on file - use change'
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           DISPLAY 'benefit type - H health, D dental, V vision'
           ACCEPT BP-TYPE
           INSPECT BP-TYPE CONVERTING 'hdv' TO 'HDV'
           IF NOT BP-HEALTH AND NOT BP-DENTAL AND NOT BP-VISION
               DISPLAY 'type ' BP-TYPE ' not H, D or V'
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           DISPLAY 'description'
           ACCEPT BP-DESC
           DISPLAY 'carrier id'
           ACCEPT BP-CARRIER
           DISPLAY 'deduction code (e.g. MED, DEN, VIS)'
           ACCEPT BP-DED-CODE
           INSPECT BP-DED-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 350-GET-PREMIUMS
           MOVE 0 TO BP-NEW-EE-PREM
           MOVE 0 TO BP-NEW-ER-PREM
           MOVE 0 TO BP-NEW-EFF-DATE
           MOVE 'A' TO BP-STATUS
           EXEC SQL
               INSERT INTO BENPLAN
                   (BP-PLAN,BP-TIER,BP-TYPE,BP-DESC,BP-CARRIER,
                    BP-DED-CODE,BP-EE-PREM,BP-ER-PREM,
                    BP-NEW-EE-PREM,BP-NEW-ER-PREM,BP-NEW-EFF-DATE,
                    BP-STATUS)
                   VALUES
                   (:BP-PLAN,:BP-TIER,:BP-TYPE,:BP-DESC,:BP-CARRIER,
                    :BP-DED-CODE,:BP-EE-PREM,:BP-ER-PREM,
                    :BP-NEW-EE-PREM,:BP-NEW-ER-PREM,:BP-NEW-EFF-DATE,
                    :BP-STATUS)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE = 0
               PERFORM 700-SHOW-PLAN
               DISPLAY 'plan ' BP-PLAN ' ' BP-TIER ' added'
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       300-EXIT.
           EXIT.

      *    350-GET-PREMIUMS takes the plan's monthly premiums -
      *    each pay group's cycle share is worked out from them.
       350-GET-PREMIUMS.
           DISPLAY 'employee premium per month '
               '(e.g. 0009100 for 91.00)'
           ACCEPT BP-EE-PREM
           DISPLAY 'employer premium per month '
               '(e.g. 0036400 for 364.00)'
           ACCEPT BP-ER-PREM.

      *    400-CHANGE-PLAN corrects a plan's premiums effective
      *    now, and carries the new employee premium straight onto
      *    the DEDUCT row of everyone actively enrolled, at their
      *    pay group's cycle share, so nobody re-keys premiums by
      *    hand.  A renewal that starts on a
      *    later cycle goes in with R instead.
       400-CHANGE-PLAN.
           IF NOT PLAN-ON-FILE
               DISPLAY 'plan and tier not on file - use add'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'description ' BP-DESC
               ACCEPT BP-DESC
               DISPLAY 'carrier id ' BP-CARRIER
               ACCEPT BP-CARRIER
               PERFORM 350-GET-PREMIUMS
               EXEC SQL
                   UPDATE BENPLAN
                      SET BP-DESC = :BP-DESC,
                          BP-CARRIER = :BP-CARRIER,
                          BP-EE-PREM = :BP-EE-PREM,
                          BP-ER-PREM = :BP-ER-PREM
                    WHERE BP-PLAN = :BP-PLAN
                      AND BP-TIER = :BP-TIER
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'update ' DISP-CODE
               IF SQLCODE = 0
                   PERFORM 420-REPRICE-DEDUCTIONS
                   PERFORM 700-SHOW-PLAN
                   DISPLAY 'plan ' BP-PLAN ' ' BP-TIER ' changed'
               END-IF
           END-IF.

      *    420-REPRICE-DEDUCTIONS sets the employee premium on the
      *    DEDUCT row of every active enrollee in the plan and tier,
      *    one pay group at a time - the monthly premium times 12
      *    over the group's PG-PERIODS.
       420-REPRICE-DEDUCTIONS.
           EXEC SQL
               DECLARE RPGTBL CURSOR FOR
                   SELECT PG-CODE,PG-PERIODS
                     FROM PAYGROUP
                    WHERE PG-PERIODS > 0
           END-EXEC
           EXEC SQL
               OPEN RPGTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM RPGTBL INTO :PG-CODE,:PG-PERIODS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 425-REPRICE-ONE-GROUP
               EXEC SQL
                   FETCH NEXT FROM RPGTBL INTO :PG-CODE,:PG-PERIODS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RPGTBL
           END-EXEC.

       425-REPRICE-ONE-GROUP.
           COMPUTE DED-AMT ROUNDED = BP-EE-PREM * 12 / PG-PERIODS
           EXEC SQL
               UPDATE DEDUCT
                  SET DED-AMT = :DED-AMT,
                      DED-DESC = :BP-DESC
                WHERE DED-CODE = :BP-DED-CODE
                  AND DED-ENO IN
                      (SELECT BE-ENO
                         FROM BENENRL
                        WHERE BE-PLAN = :BP-PLAN
                          AND BE-TIER = :BP-TIER
                          AND BE-STATUS = 'A')
                  AND DED-ENO IN
                      (SELECT ENO
                         FROM EMPLOYEE
                        WHERE PAY-GROUP = :PG-CODE)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'deduction update group ' PG-CODE ' ' DISP-CODE.

      *    450-SET-RENEWAL records next plan year's premiums and
      *    the cycle they start on - EMBENM's open-enrollment run
      *    for that cycle moves them into place and reprices the
      *    deductions, alongside the elections made at open
      *    enrollment.
       450-SET-RENEWAL.
           IF NOT PLAN-ON-FILE
               DISPLAY 'plan and tier not on file - use add'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'renewal employee premium per month'
               ACCEPT BP-NEW-EE-PREM
               DISPLAY 'renewal employer premium per month'
               ACCEPT BP-NEW-ER-PREM
               DISPLAY 'first cycle at the new rates (YYYYMMDD)'
               ACCEPT BP-NEW-EFF-DATE
               EXEC SQL
                   UPDATE BENPLAN
                      SET BP-NEW-EE-PREM = :BP-NEW-EE-PREM,
                          BP-NEW-ER-PREM = :BP-NEW-ER-PREM,
                          BP-NEW-EFF-DATE = :BP-NEW-EFF-DATE
                    WHERE BP-PLAN = :BP-PLAN
                      AND BP-TIER = :BP-TIER
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'update ' DISP-CODE
               IF SQLCODE = 0
                   DISPLAY 'renewal for ' BP-PLAN ' ' BP-TIER
                       ' effective ' BP-NEW-EFF-DATE
               END-IF
           END-IF.

      *    500-CLOSE-PLAN stops new enrollment in a plan and tier -
      *    refused while anyone is enrolled or has elected it.
       500-CLOSE-PLAN.
           IF NOT PLAN-ON-FILE
               DISPLAY 'plan and tier not on file - rejected'
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ENRL-COUNT
                     FROM BENENRL
                    WHERE BE-PLAN = :BP-PLAN
                      AND BE-TIER = :BP-TIER
                      AND BE-STATUS <> 'E'
               END-EXEC
               IF PLAN-IN-USE
                   DISPLAY 'employees still enrolled - move them '
                       'to another plan first'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EXEC SQL
                       UPDATE BENPLAN
                          SET BP-STATUS = 'X'
                        WHERE BP-PLAN = :BP-PLAN
                          AND BP-TIER = :BP-TIER
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   DISPLAY 'update ' DISP-CODE
                   IF SQLCODE = 0
                       DISPLAY 'plan ' BP-PLAN ' ' BP-TIER ' closed'
                   END-IF
               END-IF
           END-IF.

      *    600-LIST-PLANS shows the whole plan table.
       600-LIST-PLANS.
           EXEC SQL
               DECLARE BPLTBL CURSOR FOR
                   SELECT BP-PLAN,BP-TIER,BP-TYPE,BP-DESC,
                          BP-CARRIER,BP-DED-CODE,BP-EE-PREM,
                          BP-ER-PREM,BP-NEW-EFF-DATE,BP-STATUS
                     FROM BENPLAN
                    ORDER BY BP-TYPE,BP-PLAN,BP-TIER
           END-EXEC
           EXEC SQL
               OPEN BPLTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM BPLTBL INTO
                 :BP-PLAN,:BP-TIER,:BP-TYPE,:BP-DESC,
                 :BP-CARRIER,:BP-DED-CODE,:BP-EE-PREM,
                 :BP-ER-PREM,:BP-NEW-EFF-DATE,:BP-STATUS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 700-SHOW-PLAN
               EXEC SQL
                   FETCH NEXT FROM BPLTBL INTO
                     :BP-PLAN,:BP-TIER,:BP-TYPE,:BP-DESC,
                     :BP-CARRIER,:BP-DED-CODE,:BP-EE-PREM,
                     :BP-ER-PREM,:BP-NEW-EFF-DATE,:BP-STATUS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BPLTBL
           END-EXEC.

       700-SHOW-PLAN.
           MOVE BP-EE-PREM TO DISP-EE-PREM
           MOVE BP-ER-PREM TO DISP-ER-PREM
           DISPLAY BP-PLAN ' ' BP-TIER ' ' BP-TYPE ' ' BP-DESC ' '
               BP-CARRIER ' ' BP-DED-CODE ' MONTHLY EE '
               DISP-EE-PREM ' ER ' DISP-ER-PREM ' ' BP-STATUS
               ' RENEWS ' BP-NEW-EFF-DATE.
