       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBENM.
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
       01 WS-TODAY PIC 9(8).
       01 WS-APPLY-DATE PIC 9(8).
       01 WS-EMP-COUNT PIC S9(4) COMP VALUE 0.
           88 EMP-ON-FILE VALUE 1 THRU 999.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
       01 WS-OLD-PLAN PIC X(4).
       01 WS-OLD-TIER PIC X(2).
       01 WS-OLD-DED-CODE PIC X(3).
       01 WS-RENEW-COUNT PIC 9(6) VALUE 0.
       01 WS-DROP-COUNT PIC 9(6) VALUE 0.
       01 WS-ELECT-COUNT PIC 9(6) VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-PREM PIC ZZ,ZZ9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBPL
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBEN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPDED
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPGR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'action - E=elect plan, D=drop coverage, '
               'O=open enrollment apply, L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'edol' TO 'EDOL'
           IF WS-ACTION = 'O'
               PERFORM 700-APPLY-OPEN-ENROLLMENT THRU 700-EXIT
               GO TO 100-EXIT
           END-IF
           DISPLAY 'employee number'
           ACCEPT BE-ENO
           PERFORM 200-CHECK-EMPLOYEE
           IF NOT EMP-ON-FILE
               DISPLAY 'employee not on file - rejected'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACTION = 'E'
                   PERFORM 300-ELECT-PLAN THRU 300-EXIT
               ELSE
                   IF WS-ACTION = 'D'
                       PERFORM 500-DROP-COVERAGE
                   ELSE
                       IF WS-ACTION = 'L'
                           PERFORM 600-LIST-ENROLLMENT
                       ELSE
                           DISPLAY 'invalid action - rejected'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-EMPLOYEE makes sure the number is a live
      *    employee before coverage is touched.
       200-CHECK-EMPLOYEE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-COUNT
                 FROM EMPLOYEE
                WHERE ENO = :BE-ENO
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-ELECT-PLAN enrolls the employee in a plan and tier
      *    off BENPLAN.  Effective now, the election replaces the
      *    employee's current plan of the same type and the premium
      *    goes straight onto DEDUCT.  Effective on a later cycle -
      *    the open-enrollment case - it waits on BENENRL as a
      *    pending election, replacing any earlier pending one of
      *    the same type, until 700-APPLY-OPEN-ENROLLMENT runs for
      *    that cycle.
       300-ELECT-PLAN.
           DISPLAY 'plan code'
           ACCEPT BP-PLAN
           INSPECT BP-PLAN CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'coverage tier - EE, ES, EC or FA'
           ACCEPT BP-TIER
           INSPECT BP-TIER CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EXEC SQL
               SELECT BP-TYPE,BP-STATUS
                 INTO :BP-TYPE,:BP-STATUS
                 FROM BENPLAN
                WHERE BP-PLAN = :BP-PLAN
                  AND BP-TIER = :BP-TIER
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'plan ' BP-PLAN ' tier ' BP-TIER
                   ' not on file - rejected'
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           IF BP-CLOSED
               DISPLAY 'plan ' BP-PLAN ' tier ' BP-TIER
                   ' is closed - rejected'
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           MOVE BP-TYPE TO BE-TYPE
           MOVE BP-PLAN TO BE-PLAN
           MOVE BP-TIER TO BE-TIER
           DISPLAY 'effective cycle date (YYYYMMDD, zeros for now)'
           ACCEPT BE-EFF-DATE
           PERFORM 380-CLEAR-PENDING
           MOVE 0 TO BE-END-DATE
           IF BE-EFF-DATE = 0
               MOVE WS-TODAY TO BE-EFF-DATE
               PERFORM 400-END-ACTIVE
               MOVE 'A' TO BE-STATUS
           ELSE
               MOVE 'P' TO BE-STATUS
           END-IF
           EXEC SQL
               INSERT INTO BENENRL
                   (BE-ENO,BE-TYPE,BE-PLAN,BE-TIER,BE-EFF-DATE,
                    BE-END-DATE,BE-STATUS)
                   VALUES
                   (:BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,:BE-EFF-DATE,
                    :BE-END-DATE,:BE-STATUS)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE NOT = 0
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           IF BE-ACTIVE
               PERFORM 450-SET-DEDUCTION THRU 450-EXIT
               DISPLAY 'employee ' BE-ENO ' enrolled in ' BE-PLAN
                   ' ' BE-TIER
           ELSE
               DISPLAY 'employee ' BE-ENO ' elected ' BE-PLAN
                   ' ' BE-TIER ' effective ' BE-EFF-DATE
           END-IF.

       300-EXIT.
           EXIT.

      *    380-CLEAR-PENDING removes a pending election of the type,
      *    so only the employee's last word counts.
       380-CLEAR-PENDING.
           EXEC SQL
               DELETE FROM BENENRL
                WHERE BE-ENO = :BE-ENO
                  AND BE-TYPE = :BE-TYPE
                  AND BE-STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    400-END-ACTIVE ends the employee's current enrollment of
      *    the type as of BE-EFF-DATE and takes its premium off
      *    DEDUCT.  The ended row stays on BENENRL as the coverage
      *    history.
       400-END-ACTIVE.
           EXEC SQL
               SELECT BE-PLAN,BE-TIER
                 INTO :WS-OLD-PLAN,:WS-OLD-TIER
                 FROM BENENRL
                WHERE BE-ENO = :BE-ENO
                  AND BE-TYPE = :BE-TYPE
                  AND BE-STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   SELECT BP-DED-CODE INTO :WS-OLD-DED-CODE
                     FROM BENPLAN
                    WHERE BP-PLAN = :WS-OLD-PLAN
                      AND BP-TIER = :WS-OLD-TIER
               END-EXEC
               EXEC SQL
                   DELETE FROM DEDUCT
                    WHERE DED-ENO = :BE-ENO
                      AND DED-CODE = :WS-OLD-DED-CODE
               END-EXEC
               EXEC SQL
                   UPDATE BENENRL
                      SET BE-STATUS = 'E',
                          BE-END-DATE = :BE-EFF-DATE
                    WHERE BE-ENO = :BE-ENO
                      AND BE-TYPE = :BE-TYPE
                      AND BE-STATUS = 'A'
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'ended ' WS-OLD-PLAN ' ' WS-OLD-TIER ' '
                   DISP-CODE
           END-IF.

      *    450-SET-DEDUCTION writes the plan's employee premium to
      *    the employee's DEDUCT row under the plan's deduction
      *    code - update in place, insert when there is none, the
      *    way EMERTM maintains its rates - so EMSTUB takes it as
      *    an ordinary recurring deduction.  The plan's premium is
      *    monthly; the deduction is the cycle's share of it, the
      *    month times 12 over the PG-PERIODS of the employee's pay
      *    group.  A per-period premium is not taken out of
      *    supplemental pay.
       450-SET-DEDUCTION.
           EXEC SQL
               SELECT BP-DESC,BP-DED-CODE,BP-EE-PREM
                 INTO :BP-DESC,:BP-DED-CODE,:BP-EE-PREM
                 FROM BENPLAN
                WHERE BP-PLAN = :BE-PLAN
                  AND BP-TIER = :BE-TIER
           END-EXEC
           MOVE 0 TO PG-PERIODS
           EXEC SQL
               SELECT PAYGROUP.PG-PERIODS INTO :PG-PERIODS
                 FROM PAYGROUP, EMPLOYEE
                WHERE EMPLOYEE.ENO = :BE-ENO
                  AND PAYGROUP.PG-CODE = EMPLOYEE.PAY-GROUP
           END-EXEC
           IF PG-PERIODS = 0
               DISPLAY 'no pay group periods for employee ' BE-ENO
                   ' - deduction ' BP-DED-CODE ' not set'
               MOVE 8 TO RETURN-CODE
               GO TO 450-EXIT
           END-IF
           MOVE BE-ENO TO DED-ENO
           MOVE BP-DED-CODE TO DED-CODE
           MOVE BP-DESC TO DED-DESC
           COMPUTE DED-AMT ROUNDED = BP-EE-PREM * 12 / PG-PERIODS
           EXEC SQL
               UPDATE DEDUCT
                  SET DED-AMT = :DED-AMT,
                      DED-DESC = :DED-DESC
                WHERE DED-ENO = :DED-ENO
                  AND DED-CODE = :DED-CODE
           END-EXEC
           IF SQLCODE = 100
               MOVE SPACE TO DED-CLASS
               MOVE 0 TO DED-PRIORITY
               MOVE 0 TO DED-DI-PCT
               MOVE 0 TO DED-PCT
               MOVE 0 TO DED-MATCH-PCT
               MOVE 0 TO DED-ANN-CAP
               MOVE 'N' TO DED-SUPP
               EXEC SQL
                   INSERT INTO DEDUCT
                       (DED-ENO,DED-CODE,DED-DESC,DED-AMT,
                        DED-CLASS,DED-PRIORITY,DED-DI-PCT,
                        DED-PCT,DED-MATCH-PCT,DED-ANN-CAP,DED-SUPP)
                       VALUES
                       (:DED-ENO,:DED-CODE,:DED-DESC,:DED-AMT,
                        :DED-CLASS,:DED-PRIORITY,:DED-DI-PCT,
                        :DED-PCT,:DED-MATCH-PCT,:DED-ANN-CAP,
                        :DED-SUPP)
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'deduction ' DED-CODE ' ' DISP-CODE
           IF SQLCODE NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       450-EXIT.
           EXIT.

      *    500-DROP-COVERAGE ends the employee's plan of a type.
      *    Effective now it comes off DEDUCT at once; effective on
      *    a later cycle the end date waits on the active row for
      *    the open-enrollment run.  Any pending election of the
      *    type is dropped with it - a waiver at open enrollment.
       500-DROP-COVERAGE.
           DISPLAY 'benefit type - H health, D dental, V vision'
           ACCEPT BE-TYPE
           INSPECT BE-TYPE CONVERTING 'hdv' TO 'HDV'
           DISPLAY 'effective cycle date (YYYYMMDD, zeros for now)'
           ACCEPT BE-EFF-DATE
           PERFORM 380-CLEAR-PENDING
           IF BE-EFF-DATE = 0
               MOVE WS-TODAY TO BE-EFF-DATE
               PERFORM 400-END-ACTIVE
           ELSE
               EXEC SQL
                   UPDATE BENENRL
                      SET BE-END-DATE = :BE-EFF-DATE
                    WHERE BE-ENO = :BE-ENO
                      AND BE-TYPE = :BE-TYPE
                      AND BE-STATUS = 'A'
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'update ' DISP-CODE
               IF SQLCODE = 100
                   DISPLAY 'no coverage of type ' BE-TYPE
                       ' on file'
               END-IF
           END-IF.

      *    600-LIST-ENROLLMENT shows the employee's coverage -
      *    active, pending and ended.
       600-LIST-ENROLLMENT.
           EXEC SQL
               DECLARE BENTBL CURSOR FOR
                   SELECT BE-TYPE,BE-PLAN,BE-TIER,BE-EFF-DATE,
                          BE-END-DATE,BE-STATUS
                     FROM BENENRL
                    WHERE BE-ENO = :BE-ENO
                    ORDER BY BE-TYPE,BE-EFF-DATE
           END-EXEC
           EXEC SQL
               OPEN BENTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM BENTBL INTO
                 :BE-TYPE,:BE-PLAN,:BE-TIER,:BE-EFF-DATE,
                 :BE-END-DATE,:BE-STATUS
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'no coverage on file'
           END-IF
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               DISPLAY BE-TYPE ' ' BE-PLAN ' ' BE-TIER ' FROM '
                   BE-EFF-DATE ' TO ' BE-END-DATE ' ' BE-STATUS
               EXEC SQL
                   FETCH NEXT FROM BENTBL INTO
                     :BE-TYPE,:BE-PLAN,:BE-TIER,:BE-EFF-DATE,
                     :BE-END-DATE,:BE-STATUS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BENTBL
           END-EXEC.

      *    700-APPLY-OPEN-ENROLLMENT is the mass change for a
      *    cycle: renewal premiums EMBPLM set for the cycle move
      *    into place and reprice every enrollee's deduction, drops
      *    dated for the cycle end, and pending elections dated for
      *    the cycle replace the plans they were elected over.  Run
      *    ahead of EMSTUB for the cycle - EMBELG refuses the cycle
      *    while anything dated on or before it is still waiting.
       700-APPLY-OPEN-ENROLLMENT.
           DISPLAY 'pay cycle date the changes take effect '
               '(YYYYMMDD)'
           ACCEPT WS-APPLY-DATE
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-DATE = :WS-APPLY-DATE
           END-EXEC
           IF NOT DATE-ON-CALENDAR
               DISPLAY 'cycle ' WS-APPLY-DATE
                   ' is not on the pay-cycle calendar - refused'
               MOVE 8 TO RETURN-CODE
               GO TO 700-EXIT
           END-IF
           PERFORM 710-APPLY-RENEWALS
           PERFORM 730-APPLY-DROPS
           PERFORM 750-APPLY-ELECTIONS
           MOVE WS-RENEW-COUNT TO DISP-COUNT
           DISPLAY 'renewal rates applied ' DISP-COUNT
           MOVE WS-DROP-COUNT TO DISP-COUNT
           DISPLAY 'coverage dropped      ' DISP-COUNT
           MOVE WS-ELECT-COUNT TO DISP-COUNT
           DISPLAY 'elections applied     ' DISP-COUNT.

       700-EXIT.
           EXIT.

      *    710-APPLY-RENEWALS moves each plan's renewal premiums to
      *    current and reprices the enrollees' deductions, each at
      *    the cycle share for the enrollee's pay group.
       710-APPLY-RENEWALS.
           EXEC SQL
               DECLARE RNWTBL CURSOR FOR
                   SELECT BP-PLAN,BP-TIER,BP-DESC,BP-DED-CODE,
                          BP-NEW-EE-PREM,BP-NEW-ER-PREM
                     FROM BENPLAN
                    WHERE BP-NEW-EFF-DATE > 0
                      AND BP-NEW-EFF-DATE <= :WS-APPLY-DATE
           END-EXEC
           EXEC SQL
               OPEN RNWTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM RNWTBL INTO
                 :BP-PLAN,:BP-TIER,:BP-DESC,:BP-DED-CODE,
                 :BP-EE-PREM,:BP-ER-PREM
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 720-RENEW-ONE-PLAN
               EXEC SQL
                   FETCH NEXT FROM RNWTBL INTO
                     :BP-PLAN,:BP-TIER,:BP-DESC,:BP-DED-CODE,
                     :BP-EE-PREM,:BP-ER-PREM
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RNWTBL
           END-EXEC.

       720-RENEW-ONE-PLAN.
           EXEC SQL
               UPDATE BENPLAN
                  SET BP-EE-PREM = :BP-EE-PREM,
                      BP-ER-PREM = :BP-ER-PREM,
                      BP-NEW-EE-PREM = 0,
                      BP-NEW-ER-PREM = 0,
                      BP-NEW-EFF-DATE = 0
                WHERE BP-PLAN = :BP-PLAN
                  AND BP-TIER = :BP-TIER
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           ADD 1 TO WS-RENEW-COUNT
           MOVE BP-EE-PREM TO DISP-PREM
           DISPLAY 'renewed ' BP-PLAN ' ' BP-TIER ' monthly '
               'employee premium ' DISP-PREM ' ' DISP-CODE
           PERFORM 725-REPRICE-DEDUCTIONS.

      *    725-REPRICE-DEDUCTIONS sets the renewed premium on the
      *    DEDUCT row of every active enrollee in the plan and tier,
      *    one pay group at a time, as EMBPLM's 420 does for a
      *    premium changed now.
       725-REPRICE-DEDUCTIONS.
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
               PERFORM 727-REPRICE-ONE-GROUP
               EXEC SQL
                   FETCH NEXT FROM RPGTBL INTO :PG-CODE,:PG-PERIODS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE RPGTBL
           END-EXEC.

       727-REPRICE-ONE-GROUP.
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

      *    730-APPLY-DROPS ends coverage whose drop date has come.
       730-APPLY-DROPS.
           EXEC SQL
               DECLARE DRPTBL CURSOR FOR
                   SELECT BE-ENO,BE-TYPE,BE-END-DATE
                     FROM BENENRL
                    WHERE BE-STATUS = 'A'
                      AND BE-END-DATE > 0
                      AND BE-END-DATE <= :WS-APPLY-DATE
           END-EXEC
           EXEC SQL
               OPEN DRPTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM DRPTBL INTO
                 :BE-ENO,:BE-TYPE,:BE-EFF-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 400-END-ACTIVE
               ADD 1 TO WS-DROP-COUNT
               EXEC SQL
                   FETCH NEXT FROM DRPTBL INTO
                     :BE-ENO,:BE-TYPE,:BE-EFF-DATE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE DRPTBL
           END-EXEC.

      *    750-APPLY-ELECTIONS activates each pending election
      *    whose cycle has come, ending the plan it replaces.  An
      *    election for someone terminated since is discarded.
       750-APPLY-ELECTIONS.
           EXEC SQL
               DECLARE ELCTBL CURSOR FOR
                   SELECT BE-ENO,BE-TYPE,BE-PLAN,BE-TIER,
                          BE-EFF-DATE
                     FROM BENENRL
                    WHERE BE-STATUS = 'P'
                      AND BE-EFF-DATE <= :WS-APPLY-DATE
                    ORDER BY BE-ENO,BE-TYPE
           END-EXEC
           EXEC SQL
               OPEN ELCTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM ELCTBL INTO
                 :BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,:BE-EFF-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 760-APPLY-ONE-ELECTION
               EXEC SQL
                   FETCH NEXT FROM ELCTBL INTO
                     :BE-ENO,:BE-TYPE,:BE-PLAN,:BE-TIER,
                     :BE-EFF-DATE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ELCTBL
           END-EXEC.

       760-APPLY-ONE-ELECTION.
           PERFORM 200-CHECK-EMPLOYEE
           IF NOT EMP-ON-FILE
               DISPLAY 'employee ' BE-ENO ' no longer on file - '
                   'election discarded'
               PERFORM 380-CLEAR-PENDING
           ELSE
               PERFORM 400-END-ACTIVE
               EXEC SQL
                   UPDATE BENENRL
                      SET BE-STATUS = 'A'
                    WHERE BE-ENO = :BE-ENO
                      AND BE-TYPE = :BE-TYPE
                      AND BE-STATUS = 'P'
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               IF SQLCODE = 0
                   PERFORM 450-SET-DEDUCTION THRU 450-EXIT
                   ADD 1 TO WS-ELECT-COUNT
               ELSE
                   DISPLAY 'election for ' BE-ENO ' ' DISP-CODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
