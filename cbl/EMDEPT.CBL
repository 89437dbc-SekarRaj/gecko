       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-CONF-ANS PIC X VALUE 'N'.
           88 CONFIDENTIAL-ROSTER VALUE 'Y'.

      *    The cycle's labor cost by department off EARNHIST -
      *    gross, commission and match spread by each employee's
      *    LABORDST split, home DEPT when there is none - kept in
      *    DEPT order as entries are added.
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 100 TIMES.
               10 WS-CT-DEPT PIC X(4).
               10 WS-CT-GROSS PIC S9(11)V99.
               10 WS-CT-COMM PIC S9(11)V99.
               10 WS-CT-MATCH PIC S9(11)V99.
       01 WS-COST-USED PIC S9(4) COMP VALUE 0.
       01 WS-COST-SUB PIC S9(4) COMP.
       01 WS-COST-HIT PIC S9(4) COMP.
       01 WS-COST-DEPT PIC X(4).
       01 WS-SLOT-SW PIC X VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
       01 WS-HOME-DEPT PIC X(4).
       01 WS-GROSS-AMT PIC S9(11)V99.
       01 WS-COMM-AMT PIC S9(11)V99.
       01 WS-MATCH-AMT PIC S9(11)V99.
       01 WS-COST-GROSS PIC S9(11)V99 VALUE 0.
       01 WS-COST-COMM PIC S9(11)V99 VALUE 0.
       01 WS-COST-MATCH PIC S9(11)V99 VALUE 0.
       01 DISP-COST-GROSS PIC --,---,---,--9.99.
       01 DISP-COST-COMM PIC --,---,---,--9.99.
       01 DISP-COST-MATCH PIC --,---,---,--9.99.

       01 WS-DIST-TABLE.
           05 WS-DS-ENTRY OCCURS 10 TIMES.
               10 WS-DS-DEPT PIC X(4).
               10 WS-DS-PCT PIC 9(3)V99.
       01 WS-DIST-USED PIC S9(4) COMP VALUE 0.
       01 WS-DIST-SUB PIC S9(4) COMP.
       01 WS-LEFT-GROSS PIC S9(11)V99.
       01 WS-LEFT-COMM PIC S9(11)V99.
       01 WS-LEFT-MATCH PIC S9(11)V99.

       EXEC SQL
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
         INCLUDE EMPDPT
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
       END-EXEC.

       EXEC SQL
         INCLUDE EMPLDS
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 950-GET-CYCLE-PARMS
           IF RC-UNATTENDED
               MOVE 'SUPPRESS' TO RC-WANT-KEY
               PERFORM 960-GET-RUN-VALUE
               MOVE RC-ANS-VALUE TO WS-CONF-ANS
           ELSE
               DISPLAY 'confidential roster - suppress rates? y/n'
               ACCEPT WS-CONF-ANS
           END-IF
           INSPECT WS-CONF-ANS CONVERTING 'y' TO 'Y'
           OPEN OUTPUT PRINT-FILE

           EXEC SQL
               CLOSE DEPTTBL
           END-EXEC
           PERFORM 500-WRITE-LABOR-COST
           CLOSE PRINT-FILE

           PERFORM 900-RECORD-COMPLETION.

       100-EXIT.
           GOBACK.

      *    900-RECORD-COMPLETION marks this cycle's roster run
      *    complete on the PAYCYCLE control table, so the cycle
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
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           DISPLAY 'employees listed ' DISP-DEPT-COUNT.

      *    500-WRITE-LABOR-COST follows the roster with what the
      *    cycle actually cost each department - every EARNHIST row
      *    posted for the cycle, final-pay stubs included, spread by
      *    labor distribution the way EMGLJ charges 5000 and 5900.
       500-WRITE-LABOR-COST.
           MOVE SPACES TO PRINT-LINE
           STRING 'LABOR COST BY DEPARTMENT FOR CYCLE ' CYC-DATE
                  ' GROUP ' CYC-GROUP
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'DEPT NAME                          GROSS'
                  '        COMMISSION             MATCH'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE COSTTBL CURSOR FOR
                   SELECT EH-ENO,EH-GROSS,EH-COMM,EH-MATCH
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :CYC-DATE
                      AND EH-PAY-GROUP = :CYC-GROUP
                    ORDER BY EH-ENO
           END-EXEC
           EXEC SQL
               OPEN COSTTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM COSTTBL INTO
                 :EH-ENO,:EH-GROSS,:EH-COMM,:EH-MATCH
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 550-COST-ONE-ROW
               EXEC SQL
                   FETCH NEXT FROM COSTTBL INTO
                     :EH-ENO,:EH-GROSS,:EH-COMM,:EH-MATCH
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE COSTTBL
           END-EXEC

           PERFORM 600-WRITE-DEPT-COST
               VARYING WS-COST-SUB FROM 1 BY 1
               UNTIL WS-COST-SUB > WS-COST-USED
           MOVE WS-COST-GROSS TO DISP-COST-GROSS
           MOVE WS-COST-COMM TO DISP-COST-COMM
           MOVE WS-COST-MATCH TO DISP-COST-MATCH
           MOVE SPACES TO PRINT-LINE
           STRING 'TOTAL                    ' DISP-COST-GROSS ' '
                  DISP-COST-COMM ' ' DISP-COST-MATCH
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    550-COST-ONE-ROW spreads one posted row across the
      *    departments it is charged to.
       550-COST-ONE-ROW.
           PERFORM 560-RESOLVE-DEPT
           PERFORM 570-LOAD-DISTRIBUTION
           MOVE EH-GROSS TO WS-LEFT-GROSS
           MOVE EH-COMM TO WS-LEFT-COMM
           MOVE EH-MATCH TO WS-LEFT-MATCH
           PERFORM 580-SPREAD-ONE-SHARE
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-USED
           ADD EH-GROSS TO WS-COST-GROSS
           ADD EH-COMM TO WS-COST-COMM
           ADD EH-MATCH TO WS-COST-MATCH.

      *    560-RESOLVE-DEPT finds the home department - live row
      *    first, latest history row for the terminated, the same
      *    resolution EMGLJ's 260-RESOLVE-DEPT makes.
       560-RESOLVE-DEPT.
           MOVE SPACES TO WS-HOME-DEPT
           EXEC SQL
               SELECT DEPT INTO :WS-HOME-DEPT
                 FROM EMPLOYEE
                WHERE ENO = :EH-ENO
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT DEPT INTO :WS-HOME-DEPT
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :EH-ENO
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :EH-ENO)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'XXXX' TO WS-HOME-DEPT
               END-IF
           END-IF.

      *    570-LOAD-DISTRIBUTION reads the employee's LABORDST
      *    split EMLDSM maintains - no rows means the home DEPT
      *    carries the whole row.
       570-LOAD-DISTRIBUTION.
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
               MOVE WS-HOME-DEPT TO WS-DS-DEPT (1)
               MOVE 100 TO WS-DS-PCT (1)
           END-IF.

      *    580-SPREAD-ONE-SHARE charges one department its percent
      *    of the row - the last share takes the rounding remainder.
       580-SPREAD-ONE-SHARE.
           MOVE WS-DS-DEPT (WS-DIST-SUB) TO WS-COST-DEPT
           IF WS-DIST-SUB = WS-DIST-USED
               MOVE WS-LEFT-GROSS TO WS-GROSS-AMT
               MOVE WS-LEFT-COMM TO WS-COMM-AMT
               MOVE WS-LEFT-MATCH TO WS-MATCH-AMT
           ELSE
               COMPUTE WS-GROSS-AMT ROUNDED =
                   EH-GROSS * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-COMM-AMT ROUNDED =
                   EH-COMM * WS-DS-PCT (WS-DIST-SUB) / 100
               COMPUTE WS-MATCH-AMT ROUNDED =
                   EH-MATCH * WS-DS-PCT (WS-DIST-SUB) / 100
               SUBTRACT WS-GROSS-AMT FROM WS-LEFT-GROSS
               SUBTRACT WS-COMM-AMT FROM WS-LEFT-COMM
               SUBTRACT WS-MATCH-AMT FROM WS-LEFT-MATCH
           END-IF
           PERFORM 590-ADD-DEPT-COST.

      *    590-ADD-DEPT-COST finds the department's cost entry, or
      *    slots a new one in DEPT order, and adds the share in.
       590-ADD-DEPT-COST.
           MOVE 0 TO WS-COST-HIT
           PERFORM VARYING WS-COST-SUB FROM 1 BY 1
               UNTIL WS-COST-SUB > WS-COST-USED
                  OR WS-COST-HIT > 0
               IF WS-CT-DEPT (WS-COST-SUB) = WS-COST-DEPT
                   MOVE WS-COST-SUB TO WS-COST-HIT
               END-IF
           END-PERFORM
           IF WS-COST-HIT = 0
               IF WS-COST-USED = 100
                   DISPLAY 'dept table full - raise the limit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-COST-USED
                   MOVE WS-COST-USED TO WS-COST-HIT
                   MOVE 'N' TO WS-SLOT-SW
                   PERFORM VARYING WS-COST-SUB FROM WS-COST-USED
                       BY -1 UNTIL SLOT-FOUND
                       IF WS-COST-SUB > 1
                           IF WS-CT-DEPT (WS-COST-SUB - 1)
                              < WS-COST-DEPT
                               MOVE 'Y' TO WS-SLOT-SW
                           ELSE
                               MOVE WS-COST-ENTRY (WS-COST-SUB - 1)
                                 TO WS-COST-ENTRY (WS-COST-SUB)
                               SUBTRACT 1 FROM WS-COST-HIT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-SLOT-SW
                       END-IF
                   END-PERFORM
                   MOVE WS-COST-DEPT TO WS-CT-DEPT (WS-COST-HIT)
                   MOVE 0 TO WS-CT-GROSS (WS-COST-HIT)
                   MOVE 0 TO WS-CT-COMM (WS-COST-HIT)
                   MOVE 0 TO WS-CT-MATCH (WS-COST-HIT)
               END-IF
           END-IF
           IF WS-COST-HIT > 0
               ADD WS-GROSS-AMT TO WS-CT-GROSS (WS-COST-HIT)
               ADD WS-COMM-AMT TO WS-CT-COMM (WS-COST-HIT)
               ADD WS-MATCH-AMT TO WS-CT-MATCH (WS-COST-HIT)
           END-IF.

      *    600-WRITE-DEPT-COST prints one department's cost line
      *    with its name off DEPTMST.
       600-WRITE-DEPT-COST.
           MOVE WS-CT-DEPT (WS-COST-SUB) TO WS-CUR-DEPT
           PERFORM 450-GET-DEPT-NAME
           MOVE WS-CT-GROSS (WS-COST-SUB) TO DISP-COST-GROSS
           MOVE WS-CT-COMM (WS-COST-SUB) TO DISP-COST-COMM
           MOVE WS-CT-MATCH (WS-COST-SUB) TO DISP-COST-MATCH
           MOVE SPACES TO PRINT-LINE
           STRING WS-CUR-DEPT ' ' DPT-NAME DISP-COST-GROSS ' '
                  DISP-COST-COMM ' ' DISP-COST-MATCH
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    950-GET-CYCLE-PARMS takes the cycle date and pay group
      *    from the RUNCTL run-control file when one is allocated,
      *    so the overnight stream runs with nobody at the
      *    terminal - otherwise from the operator as always.
       950-GET-CYCLE-PARMS.
           MOVE 'EMDEPT' TO RC-THIS-JOB
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
