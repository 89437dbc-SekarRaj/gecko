       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSTRM.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 DISP-STEP-RC PIC ----9.
       01 WS-STEP-SUB PIC S9(4) COMP.
       01 WS-STEP-RC PIC S9(4) COMP VALUE 0.
       01 WS-STREAM-RC PIC S9(4) COMP VALUE 0.
       01 WS-JOB-COUNT PIC S9(4) COMP VALUE 0.
           88 STEP-COMPLETE VALUE 1 THRU 999.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-STOP-SW PIC X VALUE 'N'.
           88 STREAM-STOPPED VALUE 'Y'.
      *    The cycle stream in PAYCYCLE order.  A step flagged P
      *    records its own completion on PAYCYCLE; the minimum wage
      *    compliance check, the register and the ACH balance (R)
      *    write no PAYCYCLE row themselves, so the stream records
      *    theirs when they end clean.
       01 WS-STREAM-STEPS.
           05 FILLER PIC X(9) VALUE 'EMUNLD  P'.
           05 FILLER PIC X(9) VALUE 'EMCOMM  P'.
           05 FILLER PIC X(9) VALUE 'EMTIME  P'.
           05 FILLER PIC X(9) VALUE 'EMMWGR  R'.
           05 FILLER PIC X(9) VALUE 'EMSTUB  P'.
           05 FILLER PIC X(9) VALUE 'EMREG   R'.
           05 FILLER PIC X(9) VALUE 'EMBELG  P'.
           05 FILLER PIC X(9) VALUE 'EM401C  P'.
           05 FILLER PIC X(9) VALUE 'EMERTX  P'.
           05 FILLER PIC X(9) VALUE 'EMEXTR  P'.
           05 FILLER PIC X(9) VALUE 'EMBAL   R'.
           05 FILLER PIC X(9) VALUE 'EMCHK   P'.
           05 FILLER PIC X(9) VALUE 'EMGLJ   P'.
           05 FILLER PIC X(9) VALUE 'EMACCR  P'.
           05 FILLER PIC X(9) VALUE 'EMDEPT  P'.
       01 WS-STREAM-TBL REDEFINES WS-STREAM-STEPS.
           05 WS-STREAM-STEP OCCURS 15 TIMES.
               10 WS-STREAM-JOB PIC X(8).
               10 WS-STREAM-KIND PIC X(1).
                   88 STEP-LOGS-OWN-RUN VALUE 'P'.

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

      *    EMSTRM runs the pay-cycle stream unattended off the RUNCTL
      *    run-control file.  Each step already complete for the
      *    cycle is passed over, so rerunning the stream after a
      *    failure resumes at the step that failed.  The stream stops
      *    at the first step that fails - return code 16 when there
      *    is no usable run-control file or a step cannot be loaded,
      *    the step's own code when it ends 8 or over, and 12 when
      *    a step ends without recording its completion (a refused
      *    run, or an EMSTUB trial).
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE 'EMSTRM' TO RC-THIS-JOB
           OPEN INPUT RUN-CONTROL-FILE
           IF RC-FILE-STATUS NOT = '00'
               DISPLAY 'stream refused - no RUNCTL run-control file'
               MOVE 16 TO WS-STREAM-RC
               GO TO 100-EXIT
           END-IF
           CLOSE RUN-CONTROL-FILE
           MOVE 'CYCDATE' TO RC-WANT-KEY
           PERFORM 960-GET-RUN-VALUE
           IF RC-ANS-DATE NOT NUMERIC
               DISPLAY 'stream refused - no CYCDATE on run control'
               MOVE 16 TO WS-STREAM-RC
               GO TO 100-EXIT
           END-IF
           MOVE RC-ANS-DATE TO CYC-DATE
           MOVE 'GROUP' TO RC-WANT-KEY
           PERFORM 960-GET-RUN-VALUE
           MOVE RC-ANS-VALUE TO CYC-GROUP
           DISPLAY 'cycle stream for ' CYC-DATE ' group ' CYC-GROUP

           PERFORM 200-RUN-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 15 OR STREAM-STOPPED
           IF NOT STREAM-STOPPED
               DISPLAY 'cycle stream complete for ' CYC-DATE
                   ' group ' CYC-GROUP
           END-IF.

       100-EXIT.
           MOVE WS-STREAM-RC TO RETURN-CODE
           STOP RUN.

      *    200-RUN-STEP runs one step of the stream unless PAYCYCLE
      *    already shows it complete for the cycle, then checks that
      *    it ended clean and recorded its completion.
       200-RUN-STEP.
           PERFORM 300-CHECK-STEP
           IF STEP-COMPLETE
               DISPLAY WS-STREAM-JOB (WS-STEP-SUB)
                   ' already complete - passed over'
           ELSE
               DISPLAY 'starting ' WS-STREAM-JOB (WS-STEP-SUB)
               MOVE 0 TO RETURN-CODE
               CALL WS-STREAM-JOB (WS-STEP-SUB)
                   ON EXCEPTION
                       MOVE 16 TO RETURN-CODE
                       DISPLAY WS-STREAM-JOB (WS-STEP-SUB)
                           ' could not be loaded'
               END-CALL
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE WS-STEP-RC TO DISP-STEP-RC
               DISPLAY WS-STREAM-JOB (WS-STEP-SUB) ' ended '
                   DISP-STEP-RC
               IF WS-STEP-RC >= 8
                   MOVE WS-STEP-RC TO WS-STREAM-RC
                   PERFORM 400-STOP-STREAM
               ELSE
                   IF STEP-LOGS-OWN-RUN (WS-STEP-SUB)
                       PERFORM 300-CHECK-STEP
                       IF NOT STEP-COMPLETE
                           MOVE 12 TO WS-STREAM-RC
                           PERFORM 400-STOP-STREAM
                       END-IF
                   ELSE
                       PERFORM 910-INSERT-CYCLE-ROW
                   END-IF
               END-IF
           END-IF.

      *    300-CHECK-STEP looks for the step's completion row on
      *    PAYCYCLE for the cycle.
       300-CHECK-STEP.
           MOVE WS-STREAM-JOB (WS-STEP-SUB) TO CYC-JOB
           EXEC SQL
               SELECT COUNT(*) INTO :WS-JOB-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = :CYC-JOB
                  AND CYC-STATUS = 'C'
           END-EXEC
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'paycycle select ' DISP-CODE
               MOVE 0 TO WS-JOB-COUNT
           END-IF.

      *    400-STOP-STREAM names the failed step and the code the
      *    stream ends with.  Rerunning the stream starts again here.
       400-STOP-STREAM.
           MOVE 'Y' TO WS-STOP-SW
           MOVE WS-STREAM-RC TO DISP-STEP-RC
           DISPLAY 'cycle stream stopped at '
               WS-STREAM-JOB (WS-STEP-SUB) ' - return code '
               DISP-STEP-RC
           DISPLAY 'correct and rerun the stream to resume at '
               WS-STREAM-JOB (WS-STEP-SUB).

      *    910-INSERT-CYCLE-ROW records a clean compliance, register
      *    or ACH balance step on PAYCYCLE so a restart passes it
      *    over.
       910-INSERT-CYCLE-ROW.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'C' TO CYC-STATUS
           MOVE WS-RUN-DATE TO CYC-RUN-DATE
           MOVE WS-RUN-TIME TO CYC-RUN-TIME
           MOVE SPACES TO CYC-OVR-REASON
           EXEC SQL
               INSERT INTO PAYCYCLE
                   (CYC-GROUP, CYC-DATE, CYC-JOB, CYC-STATUS,
                    CYC-RUN-DATE, CYC-RUN-TIME, CYC-OVR-REASON)
               VALUES (:CYC-GROUP, :CYC-DATE, :CYC-JOB,
                       :CYC-STATUS, :CYC-RUN-DATE, :CYC-RUN-TIME,
                       :CYC-OVR-REASON)
           END-EXEC
           IF SQLCODE < 0
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'paycycle insert ' DISP-CODE
           END-IF.

      *    960-GET-RUN-VALUE finds the answer to one question on
      *    the run-control file - a line for this job wins over an
      *    ALL line.  No line leaves the answer blank.
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
