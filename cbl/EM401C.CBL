       IDENTIFICATION DIVISION.
       PROGRAM-ID. EM401C.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRIB-FILE ASSIGN TO KCONOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRIB-FILE.
       01  CONTRIB-RECORD PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-PLAN-NO PIC X(6) VALUE 'GK0401'.
       01 WS-CAL-COUNT PIC S9(4) COMP VALUE 0.
           88 DATE-ON-CALENDAR VALUE 1 THRU 999.
      *    A date off the calendar may be an OFFCYCLE date EMBONS
      *    paid supplemental pay on - EMBONS, not EMSTUB, posted it.
       01 WS-OFF-CYCLE-SW PIC X VALUE 'N'.
           88 OFF-CYCLE-RUN VALUE 'Y'.
       01 WS-POST-JOB PIC X(6) VALUE 'EMSTUB'.
       01 WS-PRE-COUNT PIC S9(4) COMP VALUE 0.
           88 STUB-RUN-DONE VALUE 1 THRU 999.
       01 WS-CYC-COUNT PIC S9(4) COMP VALUE 0.
           88 CYCLE-SENT VALUE 1 THRU 999.
       01 WS-OVR-ANS PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SEND-COUNT PIC 9(6) VALUE 0.
       01 WS-DEFER-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-MATCH-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-COMP-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-EH-DEFER PIC S9(9)V99 VALUE 0.
       01 WS-EH-MATCH PIC S9(9)V99 VALUE 0.
       01 WS-EH-COMP PIC S9(9)V99 VALUE 0.
       01 WS-SUM-IND PIC S9(4) COMP.
       01 WS-BALANCE-SW PIC X VALUE 'Y'.
           88 FILE-IN-BALANCE VALUE 'Y'.
       01 DISP-COUNT PIC ZZZ,ZZ9.
       01 DISP-AMT PIC $$$,$$$,$$9.99-.
       01 DISP-EH-AMT PIC $$$,$$$,$$9.99-.

       01 WS-CONTRIB-HEADER.
           05 KC-H-TYPE PIC X VALUE 'H'.
           05 KC-H-PLAN PIC X(6).
           05 KC-H-PAY-DATE PIC 9(8).
           05 KC-H-RUN-DATE PIC 9(8).
           05 KC-H-GROUP PIC X(2).
           05 KC-H-COMPANY PIC X(16) VALUE 'GECKO INDUSTRIES'.
           05 FILLER PIC X(39) VALUE SPACES.

       01 WS-CONTRIB-DETAIL.
           05 KC-D-TYPE PIC X VALUE 'D'.
           05 KC-D-PLAN PIC X(6).
           05 KC-D-SSN PIC 9(9).
           05 KC-D-ENO PIC 9(4).
           05 KC-D-LNAME PIC X(10).
           05 KC-D-FNAME PIC X(8).
           05 KC-D-PAY-DATE PIC 9(8).
           05 KC-D-DEFERRAL PIC S9(7)V99.
           05 KC-D-MATCH PIC S9(7)V99.
           05 KC-D-ELIG-COMP PIC S9(7)V99.
           05 FILLER PIC X(7) VALUE SPACES.

       01 WS-CONTRIB-TRAILER.
           05 KC-T-TYPE PIC X VALUE 'T'.
           05 KC-T-PLAN PIC X(6).
           05 KC-T-COUNT PIC 9(6).
           05 KC-T-DEFERRAL PIC S9(9)V99.
           05 KC-T-MATCH PIC S9(9)V99.
           05 KC-T-ELIG-COMP PIC S9(9)V99.
           05 FILLER PIC X(34) VALUE SPACES.

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
         INCLUDE EMPCYC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERN
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
           PERFORM 112-CHECK-STUB-PREREQ
           IF NOT STUB-RUN-DONE
               PERFORM 118-ASK-SEQ-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'contribution file refused - run '
                       WS-POST-JOB ' for the cycle first'
                   GO TO 100-EXIT
               END-IF
           END-IF
           PERFORM 110-CHECK-CYCLE
           IF CYCLE-SENT
               PERFORM 120-ASK-OVERRIDE
               IF WS-OVR-ANS NOT = 'Y'
                   DISPLAY 'contribution file refused - cycle '
                       CYC-DATE ' already sent'
                   GO TO 100-EXIT
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CONTRIB-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING '401(K) CONTRIBUTIONS FOR CYCLE ' CYC-DATE
                  ' GROUP ' CYC-GROUP ' PLAN ' WS-PLAN-NO
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PLAN-NO TO KC-H-PLAN
           MOVE CYC-DATE TO KC-H-PAY-DATE
           MOVE WS-RUN-DATE TO KC-H-RUN-DATE
           MOVE CYC-GROUP TO KC-H-GROUP
           MOVE WS-CONTRIB-HEADER TO CONTRIB-RECORD
           WRITE CONTRIB-RECORD

      *        one row per employee with a deferral or a match
      *        posted for the cycle - voids and reissues post more
      *        than one EARNHIST row, so the rows are netted by
      *        employee before they go out.
           EXEC SQL
               DECLARE CONTBL CURSOR FOR
                   SELECT EH-ENO, SUM(EH-GROSS), SUM(EH-COMM),
                          SUM(EH-RETIRE), SUM(EH-MATCH)
                     FROM EARNHIST
                    WHERE EH-PAY-DATE = :CYC-DATE
                      AND EH-PAY-GROUP = :CYC-GROUP
                    GROUP BY EH-ENO
                   HAVING SUM(EH-RETIRE) <> 0
                       OR SUM(EH-MATCH) <> 0
                    ORDER BY EH-ENO
           END-EXEC
           EXEC SQL
               OPEN CONTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE
           EXEC SQL
               FETCH NEXT FROM CONTBL INTO
                 :EH-ENO,:EH-GROSS,:EH-COMM,:EH-RETIRE,:EH-MATCH
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 200-WRITE-CONTRIBUTION
               EXEC SQL
                   FETCH NEXT FROM CONTBL INTO
                     :EH-ENO,:EH-GROSS,:EH-COMM,:EH-RETIRE,
                     :EH-MATCH
               END-EXEC
           END-PERFORM
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'fetch ' DISP-CODE
               MOVE 'N' TO WS-BALANCE-SW
           END-IF
           EXEC SQL
               CLOSE CONTBL
           END-EXEC

           MOVE WS-PLAN-NO TO KC-T-PLAN
           MOVE WS-SEND-COUNT TO KC-T-COUNT
           MOVE WS-DEFER-TOTAL TO KC-T-DEFERRAL
           MOVE WS-MATCH-TOTAL TO KC-T-MATCH
           MOVE WS-COMP-TOTAL TO KC-T-ELIG-COMP
           MOVE WS-CONTRIB-TRAILER TO CONTRIB-RECORD
           WRITE CONTRIB-RECORD
           CLOSE CONTRIB-FILE

           PERFORM 700-TIE-TO-EARNHIST
           PERFORM 800-WRITE-TOTALS
           CLOSE PRINT-FILE
           IF FILE-IN-BALANCE
               PERFORM 900-RECORD-COMPLETION
           ELSE
               DISPLAY 'contribution file out of balance - '
                   'cycle not marked sent'
               MOVE 8 TO RETURN-CODE
           END-IF.

       100-EXIT.
           GOBACK.

      *    105-CHECK-CALENDAR edits the keyed date against the
      *    CYCCAL calendar EMCALM maintains.  A date not on the
      *    calendar passes when EMBONS put it on OFFCYCLE for the
      *    group - an off-cycle supplemental payment, whose
      *    deferrals go to the recordkeeper like any other.
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
                   MOVE 'EMBONS' TO WS-POST-JOB
                   DISPLAY 'off-cycle date ' CYC-DATE
                       ' - supplemental pay'
               END-IF
           END-IF.

      *    112-CHECK-STUB-PREREQ makes sure EMSTUB shows complete
      *    on PAYCYCLE for the cycle - the file reports what the
      *    stub run posted to EARNHIST, so ahead of it there is
      *    nothing to send.
      *    On an off-cycle date the posting run is EMBONS.
       112-CHECK-STUB-PREREQ.
           MOVE 0 TO WS-PRE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PRE-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = :WS-POST-JOB
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    118-ASK-SEQ-OVERRIDE lets an operator run ahead of the
      *    stub run deliberately, the override and its reason
      *    logged on PAYCYCLE like every other exception.
       118-ASK-SEQ-OVERRIDE.
           DISPLAY WS-POST-JOB ' not complete for ' CYC-DATE
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

      *    110-CHECK-CYCLE asks PAYCYCLE whether the cycle's
      *    contributions already went to the recordkeeper, so the
      *    same money isn't remitted twice.
       110-CHECK-CYCLE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CYC-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = 'EM401C'
                  AND CYC-STATUS = 'C'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'cycle check ' DISP-CODE.

      *    120-ASK-OVERRIDE logs a deliberate resend on PAYCYCLE.
       120-ASK-OVERRIDE.
           DISPLAY 'cycle ' CYC-DATE ' contributions already sent'
           DISPLAY 'override and resend? y/n'
           IF RC-UNATTENDED
               MOVE 'RERUN' TO RC-WANT-KEY
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

      *    200-WRITE-CONTRIBUTION writes one employee's detail.
      *    Plan-eligible compensation is gross plus commission, the
      *    same base 278-TAKE-RETIREMENT in EMSTUB figures a percent
      *    deferral on.  Someone terminated since the cycle is gone
      *    from EMPLOYEE, so the SSN and name come off their latest
      *    EMPLOYEE-HISTORY row instead.
       200-WRITE-CONTRIBUTION.
           MOVE EH-ENO TO ENO OF EMPLOYEE-RECORD
           EXEC SQL
               SELECT SSN,LNAME,FNAME
                 INTO :SSN,:LNAME,:FNAME
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   SELECT SSN,LNAME,FNAME
                     INTO :SSN,:LNAME,:FNAME
                     FROM EMPLOYEE-HISTORY
                    WHERE ENO = :ENO OF EMPLOYEE-RECORD
                      AND TERM-DATE =
                          (SELECT MAX(TERM-DATE)
                             FROM EMPLOYEE-HISTORY
                            WHERE ENO = :ENO OF EMPLOYEE-RECORD)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'no identity for employee ' EH-ENO ' '
                   DISP-CODE
               MOVE 0 TO SSN
               MOVE SPACES TO LNAME OF EMPLOYEE-RECORD
               MOVE SPACES TO FNAME OF EMPLOYEE-RECORD
               MOVE 'N' TO WS-BALANCE-SW
           END-IF
           MOVE WS-PLAN-NO TO KC-D-PLAN
           MOVE SSN TO KC-D-SSN
           MOVE EH-ENO TO KC-D-ENO
           MOVE LNAME OF EMPLOYEE-RECORD TO KC-D-LNAME
           MOVE FNAME OF EMPLOYEE-RECORD TO KC-D-FNAME
           MOVE CYC-DATE TO KC-D-PAY-DATE
           MOVE EH-RETIRE TO KC-D-DEFERRAL
           MOVE EH-MATCH TO KC-D-MATCH
           COMPUTE KC-D-ELIG-COMP = EH-GROSS + EH-COMM
           MOVE WS-CONTRIB-DETAIL TO CONTRIB-RECORD
           WRITE CONTRIB-RECORD
           ADD 1 TO WS-SEND-COUNT
           ADD KC-D-DEFERRAL TO WS-DEFER-TOTAL
           ADD KC-D-MATCH TO WS-MATCH-TOTAL
           ADD KC-D-ELIG-COMP TO WS-COMP-TOTAL
           MOVE SPACES TO PRINT-LINE
           MOVE KC-D-DEFERRAL TO DISP-AMT
           MOVE KC-D-MATCH TO DISP-EH-AMT
           STRING KC-D-ENO ' ' KC-D-LNAME ' ' KC-D-FNAME ' '
                  DISP-AMT ' ' DISP-EH-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    700-TIE-TO-EARNHIST adds the cycle's deferrals, match and
      *    participants' compensation straight off EARNHIST and
      *    compares them with what went into the file.  A file that
      *    doesn't tie is not marked sent.
       700-TIE-TO-EARNHIST.
           MOVE 0 TO WS-EH-DEFER
           MOVE 0 TO WS-EH-MATCH
           EXEC SQL
               SELECT SUM(EH-RETIRE), SUM(EH-MATCH)
                 INTO :WS-EH-DEFER :WS-SUM-IND,
                      :WS-EH-MATCH :WS-SUM-IND
                 FROM EARNHIST
                WHERE EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-SUM-IND < 0
               MOVE 0 TO WS-EH-DEFER
               MOVE 0 TO WS-EH-MATCH
           END-IF
           MOVE 0 TO WS-EH-COMP
           EXEC SQL
               SELECT SUM(EH-GROSS + EH-COMM)
                 INTO :WS-EH-COMP :WS-SUM-IND
                 FROM EARNHIST
                WHERE EH-PAY-DATE = :CYC-DATE
                  AND EH-PAY-GROUP = :CYC-GROUP
                  AND EH-ENO IN
                      (SELECT EH-ENO FROM EARNHIST
                        WHERE EH-PAY-DATE = :CYC-DATE
                          AND EH-PAY-GROUP = :CYC-GROUP
                        GROUP BY EH-ENO
                       HAVING SUM(EH-RETIRE) <> 0
                           OR SUM(EH-MATCH) <> 0)
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-SUM-IND < 0
               MOVE 0 TO WS-EH-COMP
           END-IF
           IF WS-EH-DEFER NOT = WS-DEFER-TOTAL
               OR WS-EH-MATCH NOT = WS-MATCH-TOTAL
               OR WS-EH-COMP NOT = WS-COMP-TOTAL
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.

       800-WRITE-TOTALS.
           MOVE WS-SEND-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'PARTICIPANTS SENT    ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '                     FILE            '
                  '  EARNHIST'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DEFER-TOTAL TO DISP-AMT
           MOVE WS-EH-DEFER TO DISP-EH-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYEE DEFERRAL  ' DISP-AMT ' ' DISP-EH-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MATCH-TOTAL TO DISP-AMT
           MOVE WS-EH-MATCH TO DISP-EH-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'EMPLOYER MATCH     ' DISP-AMT ' ' DISP-EH-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-COMP-TOTAL TO DISP-AMT
           MOVE WS-EH-COMP TO DISP-EH-AMT
           MOVE SPACES TO PRINT-LINE
           STRING 'ELIGIBLE COMP      ' DISP-AMT ' ' DISP-EH-AMT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF FILE-IN-BALANCE
               STRING 'FILE TIES TO EARNHIST'
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING '*** FILE DOES NOT TIE TO EARNHIST ***'
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           MOVE WS-SEND-COUNT TO DISP-COUNT
           DISPLAY 'participants sent ' DISP-COUNT.

       900-RECORD-COMPLETION.
           MOVE 'C' TO CYC-STATUS
           MOVE SPACES TO CYC-OVR-REASON
           PERFORM 910-INSERT-CYCLE-ROW.

      *    910-INSERT-CYCLE-ROW stamps and writes one PAYCYCLE row
      *    for this job - a completion or a logged override.
       910-INSERT-CYCLE-ROW.
           MOVE 'EM401C' TO CYC-JOB
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
           MOVE 'EM401C' TO RC-THIS-JOB
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
