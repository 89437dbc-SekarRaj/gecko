               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  JRNL-RECORD PIC X(50).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
           88 JOURNAL-BALANCED VALUE 'Y'.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
      *    A date off the calendar may be an OFFCYCLE date EMBONS
      *    paid supplemental pay on - EMBONS, not EMSTUB, posted it.
       01 WS-OFF-CYCLE-SW PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN VALUE 'Y'.
       01 WS-PRE-COUNT PIC S9(4) COMP VALUE 0.
           88 ER-TAX-DONE VALUE 1 THRU 999.
       01 WS-OVR-ANS PIC X.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC --,---,--9.99.

      *    The liability and clearing accounts the cycle posts to.
      *    Wage expense is debited by department - account 5000
      *    suffixed with the DEPT code - the way accounting has
      *    always keyed the manual entry.  The employer match is
      *    charged the same way under 5900, so a shared-service
      *    employee's match follows the wages across departments.
      *    Premium pay - overtime, shift differential, holiday and
      *    on-call earnings off EARNDTL - is taken out of the 5000
      *    debit and charged under 5010.
       01 WS-ACCT-WAGE-PFX PIC X(4) VALUE '5000'.
       01 WS-ACCT-PREM-PFX PIC X(4) VALUE '5010'.
       01 WS-ACCT-MATCH-PFX PIC X(4) VALUE '5900'.
       01 WS-ACCT-FED-LIAB PIC X(8) VALUE '2100    '.
       01 WS-ACCT-ST-LIAB PIC X(8) VALUE '2110    '.
       01 WS-ACCT-DED-LIAB PIC X(8) VALUE '2120    '.
       01 WS-ACCT-MATCH-LIAB PIC X(8) VALUE '2130    '.
       01 WS-ACCT-ACH-CLEAR PIC X(8) VALUE '1010    '.

      *    The employer's own payroll taxes EMERTX books on
      *    ERTAXLIA - expensed and owed apart from anything
      *    withheld from the employees.
       01 WS-ACCT-FICA-EXP PIC X(8) VALUE '5910    '.
       01 WS-ACCT-FUTA-EXP PIC X(8) VALUE '5920    '.
       01 WS-ACCT-SUTA-EXP PIC X(8) VALUE '5930    '.
       01 WS-ACCT-FICA-LIAB PIC X(8) VALUE '2140    '.
       01 WS-ACCT-FUTA-LIAB PIC X(8) VALUE '2150    '.
       01 WS-ACCT-SUTA-LIAB PIC X(8) VALUE '2160    '.

      *    Wage expense accumulated per department, the same
      *    in-storage table pattern EMW2 uses for its per-SSN
      *    totals.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-DEPT PIC X(4).
               10 WS-DT-AMT PIC S9(11)V99.
               10 WS-DT-MATCH PIC S9(11)V99.
               10 WS-DT-PREM PIC S9(11)V99.
       01 WS-DEPT-USED PIC S9(4) COMP VALUE 0.
       01 WS-DEPT-SUB PIC S9(4) COMP.
       01 WS-DEPT-HIT PIC S9(4) COMP.
       01 WS-RPT-DEPT PIC X(4).
       01 WS-WAGE-AMT PIC S9(11)V99.
       01 WS-MATCH-AMT PIC S9(11)V99.
       01 WS-PREM-AMT PIC S9(11)V99.
       01 WS-ROW-PREM PIC S9(9)V99.
       01 ROW-PREM-IND PIC S9(4) COMP.

      *    One employee's labor distribution off LABORDST - the
      *    home DEPT at 100 percent when EMLDSM has set no split.
      *    The last share takes whatever rounding left over, so the
      *    pieces always add back to the posted figures.
       01 WS-DIST-TABLE.
           05 WS-DS-ENTRY OCCURS 10 TIMES.
               10 WS-DS-DEPT PIC X(4).
               10 WS-DS-PCT PIC 9(3)V99.
       01 WS-DIST-USED PIC S9(4) COMP VALUE 0.
       01 WS-DIST-SUB PIC S9(4) COMP.
       01 WS-LEFT-WAGE PIC S9(11)V99.
       01 WS-LEFT-MATCH PIC S9(11)V99.
       01 WS-LEFT-PREM PIC S9(11)V99.

       01 WS-TOT-FED PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ST PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DEDUCT PIC S9(11)V99 VALUE 0.
       01 WS-TOT-NET PIC S9(11)V99 VALUE 0.
       01 WS-TOT-MATCH PIC S9(11)V99 VALUE 0.
       01 WS-TOT-FICA PIC S9(11)V99 VALUE 0.
       01 WS-TOT-FUTA PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SUTA PIC S9(11)V99 VALUE 0.
       01 ER-TAX-IND PIC S9(4) COMP.
       01 WS-TOT-DEBIT PIC S9(13)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC S9(13)V99 VALUE 0.

         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPRCW
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.
         INCLUDE EMPCYC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPLDS
       END-EXEC.

       EXEC SQL
         INCLUDE EMPEDT
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           PERFORM 105-CHECK-CALENDAR
           IF NOT DATE-ON-CALENDAR
               DISPLAY 'cycle ' CYC-DATE
                   ' is not on the pay-cycle calendar - refused'
               GO TO 100-EXIT
           END-IF
           PERFORM 112-CHECK-ER-TAX-PREREQ
           IF NOT ER-TAX-DONE
               PERFORM 118-ASK-SEQ-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'journal refused - run EMERTX for '
                       'the cycle first'
                   GO TO 100-EXIT
               END-IF
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO PRINT-LINE
           STRING 'PAYROLL JOURNAL FOR CYCLE ' CYC-DATE
                  ' PAY GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 200-ACCUMULATE-CYCLE
           PERFORM 300-ACCUMULATE-ER-TAX
           PERFORM 400-WRITE-JOURNAL
           PERFORM 700-PROVE-BALANCE
           CLOSE JOURNAL-FILE
           END-IF.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains, the same edit every
      *    cycle job makes before touching anything.  A date not on
      *    the calendar passes when EMBONS put it on OFFCYCLE for
      *    the group - an off-cycle supplemental payment.
       105-CHECK-CALENDAR.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CAL-COUNT
                 FROM CYCCAL
                WHERE CAL-GROUP = :CYC-GROUP
                  AND CAL-DATE = :CYC-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF NOT DATE-ON-CALENDAR
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CAL-COUNT
                     FROM OFFCYCLE
                    WHERE OC-GROUP = :CYC-GROUP
                      AND OC-DATE = :CYC-DATE
               END-EXEC
               IF DATE-ON-CALENDAR
                   MOVE 'Y' TO WS-OFF-CYCLE-SW
                   DISPLAY 'off-cycle date ' CYC-DATE
                       ' - supplemental pay'
               END-IF
           END-IF.

      *    112-CHECK-ER-TAX-PREREQ makes sure EMERTX shows complete
      *    on PAYCYCLE for the cycle - without it the employer tax
      *    lines below come out zero and the entry balances
      *    without them, understating what the company owes.
      *    EMERTX runs on an off-cycle date too, so it is the
      *    prerequisite either way.
       112-CHECK-ER-TAX-PREREQ.
           MOVE 0 TO WS-PRE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PRE-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EMERTX'
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    118-ASK-SEQ-OVERRIDE lets an operator journal ahead of
      *    the employer tax run deliberately, logged on PAYCYCLE.
       118-ASK-SEQ-OVERRIDE.
           DISPLAY 'EMERTX not complete for ' CYC-DATE
           DISPLAY 'run out of sequence anyway? y/n'
           IF RC-UNATTENDED
               MOVE 'SEQOVR' TO RC-WANT-KEY
               PERFORM 970-GET-OVERRIDE
           ELSE
               ACCEPT WS-OVR-ANS
           END-IF
           INSPECT WS-OVR-ANS CONVERTING 'y' TO 'Y'
           IF WS-OVR-ANS = 'Y'
               IF NOT RC-UNATTENDED
                   DISPLAY 'override reason'
                   ACCEPT CYC-OVR-REASON
               END-IF
               MOVE 'O' TO CYC-STATUS
               PERFORM 910-INSERT-CYCLE-ROW
           END-IF.

      *    200-ACCUMULATE-CYCLE reads the cycle's EARNHIST rows and
      *    rolls them into the entry's accounts - wage and match
      *    expense spread by the employee's labor distribution, or
      *    the employee's DEPT (history fallback for final-pay
      *    rows) when there is none, the withholding and deduction
      *    liabilities, the employer match, and net pay to the ACH
      *    clearing account.
       200-ACCUMULATE-CYCLE.
           EXEC SQL
               DECLARE GLJTBL CURSOR FOR
                          EH-ST-TAX,EH-DEDUCT,EH-NET,EH-MATCH
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :CYC-DATE
                      AND EH-PAY-GROUP = :CYC-GROUP
                    ORDER BY EH-ENO
           END-EXEC

       250-ROLL-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           PERFORM 260-RESOLVE-DEPT
           PERFORM 265-GET-PREMIUM
           PERFORM 280-LOAD-DISTRIBUTION
           COMPUTE WS-LEFT-WAGE = EH-GROSS + EH-COMM
           MOVE EH-MATCH TO WS-LEFT-MATCH
           MOVE WS-ROW-PREM TO WS-LEFT-PREM
           PERFORM 290-SPREAD-ONE-SHARE
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-USED
           ADD EH-FED-TAX TO WS-TOT-FED
           ADD EH-ST-TAX TO WS-TOT-ST
           ADD EH-DEDUCT TO WS-TOT-DEDUCT
               END-IF
           END-IF.

      *    265-GET-PREMIUM totals the row's overtime and premium
      *    code lines off EARNDTL.  A row with none - a final check
      *    or a bonus, say - has no premium and stays all on 5000.
       265-GET-PREMIUM.
           MOVE 0 TO WS-ROW-PREM
           EXEC SQL
               SELECT SUM(ED-AMOUNT)
                 INTO :WS-ROW-PREM :ROW-PREM-IND
                 FROM EARNDTL
                WHERE ED-ENO = :EH-ENO
                  AND ED-PAY-DATE = :CYC-DATE
                  AND ED-PAY-GROUP = :CYC-GROUP
                  AND ED-CLASS IN ('O','P')
           END-EXEC
           IF SQLCODE NOT = 0 OR ROW-PREM-IND < 0
               MOVE 0 TO WS-ROW-PREM
           END-IF.

      *    270-ADD-DEPT-WAGE finds or starts the department's wage
      *    expense entry and adds this share's wages, match and
      *    premium pay in.
       270-ADD-DEPT-WAGE.
           MOVE 0 TO WS-DEPT-HIT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   MOVE WS-DEPT-USED TO WS-DEPT-HIT
                   MOVE WS-RPT-DEPT TO WS-DT-DEPT (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-AMT (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-MATCH (WS-DEPT-HIT)
                   MOVE 0 TO WS-DT-PREM (WS-DEPT-HIT)
               END-IF
           END-IF
           IF WS-DEPT-HIT > 0
               ADD WS-WAGE-AMT TO WS-DT-AMT (WS-DEPT-HIT)
               ADD WS-MATCH-AMT TO WS-DT-MATCH (WS-DEPT-HIT)
               ADD WS-PREM-AMT TO WS-DT-PREM (WS-DEPT-HIT)
           END-IF.

      *    280-LOAD-DISTRIBUTION reads the employee's LABORDST split
      *    EMLDSM maintains - no rows means the home DEPT just
      *    resolved carries the whole row.
       280-LOAD-DISTRIBUTION.
           MOVE 0 TO WS-DIST-USED
           MOVE EH-ENO TO LD-ENO
           EXEC SQL
               DECLARE LDSTBL CURSOR FOR
                   SELECT LD-DEPT,LD-PCT
                     FROM LABORDST
                    WHERE LD-ENO = :LD-ENO
                    ORDER BY LD-DEPT
           END-EXEC
           EXEC SQL
               OPEN LDSTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM LDSTBL INTO :LD-DEPT,:LD-PCT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
                      OR WS-DIST-USED = 10
               ADD 1 TO WS-DIST-USED
               MOVE LD-DEPT TO WS-DS-DEPT (WS-DIST-USED)
               MOVE LD-PCT TO WS-DS-PCT (WS-DIST-USED)
               EXEC SQL
                   FETCH NEXT FROM LDSTBL INTO :LD-DEPT,:LD-PCT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE LDSTBL
           END-EXEC
           IF WS-DIST-USED = 0
               MOVE 1 TO WS-DIST-USED
               MOVE WS-RPT-DEPT TO WS-DS-DEPT (1)
               MOVE 100 TO WS-DS-PCT (1)
           END-IF.

      *    290-SPREAD-ONE-SHARE charges one department its percent
      *    of the row's wages, match and premium pay - the last
      *    share gets the remainder rather than its own rounded
      *    figure.
       290-SPREAD-ONE-SHARE.
           MOVE WS-DS-DEPT (WS-DIST-SUB) TO WS-RPT-DEPT
           IF WS-DIST-SUB = WS-DIST-USED
               MOVE WS-LEFT-WAGE TO WS-WAGE-AMT
               MOVE WS-LEFT-MATCH TO WS-MATCH-AMT
               MOVE WS-LEFT-PREM TO WS-PREM-AMT
           ELSE
               COMPUTE WS-WAGE-AMT ROUNDED =
                   (EH-GROSS + EH-COMM) * WS-DS-PCT (WS-DIST-SUB)
                       / 100
               COMPUTE WS-MATCH-AMT ROUNDED =
                   EH-MATCH * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-PREM-AMT ROUNDED =
                   WS-ROW-PREM * WS-DS-PCT (WS-DIST-SUB) / 100
               SUBTRACT WS-WAGE-AMT FROM WS-LEFT-WAGE
               SUBTRACT WS-MATCH-AMT FROM WS-LEFT-MATCH
               SUBTRACT WS-PREM-AMT FROM WS-LEFT-PREM
           END-IF
           PERFORM 270-ADD-DEPT-WAGE.

      *    300-ACCUMULATE-ER-TAX totals the cycle's ERTAXLIA rows
      *    by tax - Social Security and Medicare together as the
      *    employer's FICA, FUTA, and SUTA across every state - for
      *    the employees the group's EARNHIST rows were paid to.
       300-ACCUMULATE-ER-TAX.
           EXEC SQL
               SELECT SUM(ETL-AMOUNT)
                 INTO :WS-TOT-FICA :ER-TAX-IND
                 FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :CYC-DATE
                  AND ETL-ENO IN
                      (SELECT EH-ENO FROM EARNHIST
                        WHERE EH-PAY-DATE = :CYC-DATE
                          AND EH-PAY-GROUP = :CYC-GROUP)
                  AND ETL-TAX IN ('SS  ','MED ')
           END-EXEC
           IF SQLCODE NOT = 0 OR ER-TAX-IND < 0
               MOVE 0 TO WS-TOT-FICA
           END-IF
           EXEC SQL
               SELECT SUM(ETL-AMOUNT)
                 INTO :WS-TOT-FUTA :ER-TAX-IND
                 FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :CYC-DATE
                  AND ETL-ENO IN
                      (SELECT EH-ENO FROM EARNHIST
                        WHERE EH-PAY-DATE = :CYC-DATE
                          AND EH-PAY-GROUP = :CYC-GROUP)
                  AND ETL-TAX = 'FUTA'
           END-EXEC
           IF SQLCODE NOT = 0 OR ER-TAX-IND < 0
               MOVE 0 TO WS-TOT-FUTA
           END-IF
           EXEC SQL
               SELECT SUM(ETL-AMOUNT)
                 INTO :WS-TOT-SUTA :ER-TAX-IND
                 FROM ERTAXLIA
                WHERE ETL-CYC-DATE = :CYC-DATE
                  AND ETL-ENO IN
                      (SELECT EH-ENO FROM EARNHIST
                        WHERE EH-PAY-DATE = :CYC-DATE
                          AND EH-PAY-GROUP = :CYC-GROUP)
                  AND ETL-TAX = 'SUTA'
           END-EXEC
           IF SQLCODE NOT = 0 OR ER-TAX-IND < 0
               MOVE 0 TO WS-TOT-SUTA
           END-IF.

      *    400-WRITE-JOURNAL writes the journal file and report -
      *    wage, premium pay and employer match expense debits by
      *    department, the employer tax debits, then the liability
      *    and clearing credits.
       400-WRITE-JOURNAL.
           PERFORM 450-WRITE-DEPT-DEBIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED
           PERFORM 455-WRITE-PREM-DEBIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED
           PERFORM 460-WRITE-MATCH-DEBIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED

           MOVE 'D' TO JR-TYPE
           MOVE WS-ACCT-FICA-EXP TO JR-ACCOUNT
           MOVE WS-TOT-FICA TO JR-AMOUNT
           ADD WS-TOT-FICA TO WS-TOT-DEBIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-FUTA-EXP TO JR-ACCOUNT
           MOVE WS-TOT-FUTA TO JR-AMOUNT
           ADD WS-TOT-FUTA TO WS-TOT-DEBIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-SUTA-EXP TO JR-ACCOUNT
           MOVE WS-TOT-SUTA TO JR-AMOUNT
           ADD WS-TOT-SUTA TO WS-TOT-DEBIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE 'C' TO JR-TYPE
           ADD WS-TOT-MATCH TO WS-TOT-CREDIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-FICA-LIAB TO JR-ACCOUNT
           MOVE WS-TOT-FICA TO JR-AMOUNT
           ADD WS-TOT-FICA TO WS-TOT-CREDIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-FUTA-LIAB TO JR-ACCOUNT
           MOVE WS-TOT-FUTA TO JR-AMOUNT
           ADD WS-TOT-FUTA TO WS-TOT-CREDIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-SUTA-LIAB TO JR-ACCOUNT
           MOVE WS-TOT-SUTA TO JR-AMOUNT
           ADD WS-TOT-SUTA TO WS-TOT-CREDIT
           PERFORM 500-WRITE-JOURNAL-RECORD

           MOVE WS-ACCT-ACH-CLEAR TO JR-ACCOUNT
           MOVE WS-TOT-NET TO JR-AMOUNT
           ADD WS-TOT-NET TO WS-TOT-CREDIT
           PERFORM 500-WRITE-JOURNAL-RECORD.

      *    450-WRITE-DEPT-DEBIT writes one department's wage
      *    expense debit - its wages less the premium pay 455
      *    charges apart.
       450-WRITE-DEPT-DEBIT.
           MOVE 'D' TO JR-TYPE
           MOVE SPACES TO JR-ACCOUNT
           STRING WS-ACCT-WAGE-PFX WS-DT-DEPT (WS-DEPT-SUB)
               DELIMITED BY SIZE INTO JR-ACCOUNT
           COMPUTE JR-AMOUNT =
               WS-DT-AMT (WS-DEPT-SUB) - WS-DT-PREM (WS-DEPT-SUB)
           ADD JR-AMOUNT TO WS-TOT-DEBIT
           PERFORM 500-WRITE-JOURNAL-RECORD.

      *    455-WRITE-PREM-DEBIT writes one department's premium pay
      *    debit - departments with no premium pay this cycle get
      *    no line.
       455-WRITE-PREM-DEBIT.
           IF WS-DT-PREM (WS-DEPT-SUB) NOT = 0
               MOVE 'D' TO JR-TYPE
               MOVE SPACES TO JR-ACCOUNT
               STRING WS-ACCT-PREM-PFX WS-DT-DEPT (WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO JR-ACCOUNT
               MOVE WS-DT-PREM (WS-DEPT-SUB) TO JR-AMOUNT
               ADD WS-DT-PREM (WS-DEPT-SUB) TO WS-TOT-DEBIT
               PERFORM 500-WRITE-JOURNAL-RECORD
           END-IF.

      *    460-WRITE-MATCH-DEBIT writes one department's share of
      *    the employer match - departments with no match owed
      *    this cycle get no line.
       460-WRITE-MATCH-DEBIT.
           IF WS-DT-MATCH (WS-DEPT-SUB) NOT = 0
               MOVE 'D' TO JR-TYPE
               MOVE SPACES TO JR-ACCOUNT
               STRING WS-ACCT-MATCH-PFX WS-DT-DEPT (WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO JR-ACCOUNT
               MOVE WS-DT-MATCH (WS-DEPT-SUB) TO JR-AMOUNT
               ADD WS-DT-MATCH (WS-DEPT-SUB) TO WS-TOT-DEBIT
               PERFORM 500-WRITE-JOURNAL-RECORD
           END-IF.

      *    500-WRITE-JOURNAL-RECORD writes one journal line to the
      *    file and mirrors it on the report.
       500-WRITE-JOURNAL-RECORD.
      *    PAYCYCLE - only a balanced journal gets a completion
      *    row.
       900-RECORD-COMPLETION.
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           PERFORM 910-INSERT-CYCLE-ROW.

       910-INSERT-CYCLE-ROW.
           MOVE 'EMGLJ' TO CYC-JOB
           ACCEPT CYC-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CYC-RUN-TIME FROM TIME
           EXEC SQL
               INSERT INTO PAYCYCLE
                   (CYC-GROUP,CYC-DATE,CYC-JOB,CYC-STATUS,
                    CYC-RUN-DATE,CYC-RUN-TIME,CYC-OVR-REASON)
                   VALUES
                   (:CYC-GROUP,:CYC-DATE,:CYC-JOB,:CYC-STATUS,
                    :CYC-RUN-DATE,:CYC-RUN-TIME,:CYC-OVR-REASON)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle row ' DISP-CODE.

      *    950-GET-CYCLE-PARMS takes the cycle date and pay group
      *    from the RUNCTL run-control file when one is allocated,
      *    so the overnight stream runs with nobody at the
      *    terminal - otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMGLJ' TO RC-THIS-JOB
           OPEN INPUT RUN-CONTROL-FILE
           IF RC-FILE-STATUS = '00'
               MOVE 'B' TO RC-RUN-MODE
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RC-UNATTENDED
               MOVE 'CYCDATE' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               IF RC-ANS-DATE NUMERIC
                   MOVE RC-ANS-DATE TO CYC-DATE
               ELSE
                   MOVE 0 TO CYC-DATE
               END-IF
               MOVE 'GROUP' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO CYC-GROUP
               DISPLAY 'run control - cycle ' CYC-DATE
                   ' group ' CYC-GROUP
           ELSE
               DISPLAY 'pay cycle date (YYYYMMDD)'
               ACCEPT CYC-DATE
               DISPLAY 'pay group'
               ACCEPT CYC-GROUP
           END-IF.

      *    960-GET-RUN-VALUE finds the answer to one question on
      *    the run-control file - a line for this job wins over an
      *    ALL line.  No line leaves the answer blank, which every
      *    caller takes as no.
       960-GET-RUN-VALUE.
           MOVE SPACES TO RC-ANSWER
           MOVE 'N' TO RC-HIT-SW
           MOVE 'N' TO RC-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 965-READ-RUN-CONTROL
           PERFORM UNTIL RC-EOF
               IF RC-KEY = RC-WANT-KEY
                   IF RC-JOB = RC-THIS-JOB
                       MOVE RC-VALUE TO RC-ANS-VALUE
                       MOVE RC-REASON TO RC-ANS-REASON
                       MOVE 'Y' TO RC-HIT-SW
                   ELSE
                       IF RC-JOB = 'ALL' AND NOT RC-JOB-HIT
                           MOVE RC-VALUE TO RC-ANS-VALUE
                           MOVE RC-REASON TO RC-ANS-REASON
                       END-IF
                   END-IF
               END-IF
               PERFORM 965-READ-RUN-CONTROL
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       965-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-REC
               AT END MOVE 'Y' TO RC-EOF-SW
           END-READ.

      *    970-GET-OVERRIDE answers an override question off the
      *    run-control file.  An override without a reason is taken
      *    as no - the reason is what PAYCYCLE logs for it.
       970-GET-OVERRIDE.
           PERFORM 960-GET-RUN-VALUE
           MOVE RC-ANS-VALUE TO WS-OVR-ANS
           MOVE RC-ANS-REASON TO CYC-OVR-REASON
           IF RC-ANS-REASON = SPACES
               MOVE 'N' TO WS-OVR-ANS
           END-IF
           DISPLAY 'run control override answer ' WS-OVR-ANS.
