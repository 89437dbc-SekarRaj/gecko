       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMROST.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO ROSTOUT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD PIC X(50).
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 WS-MODE PIC X VALUE 'D'.
           88 DELTA-RUN VALUE 'D'.
           88 FULL-REFRESH VALUE 'F'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-LAST-TIME PIC 9(8) VALUE 0.
       01 WS-TERM-DATE PIC 9(8).
       01 WS-LOA-DATE PIC 9(8).
       01 LOA-DATE-IND PIC S9(4) COMP.
       01 WS-CUR-ENO PIC 9(4) VALUE 0.
       01 WS-EMP-SW PIC X VALUE 'N'.
           88 ON-EMPLOYEE VALUE 'Y'.

      *    What the audit trail showed for one employee since the
      *    last run - they are boiled down to one record, so a hire
      *    changed the same day goes out as a single add and a
      *    termination wins over anything keyed before it.
       01 WS-SEEN-FLAGS.
           05 WS-SEEN-ADD PIC X.
               88 SEEN-ADD VALUE 'Y'.
           05 WS-SEEN-CHANGE PIC X.
               88 SEEN-CHANGE VALUE 'Y'.
           05 WS-SEEN-STATUS PIC X.
               88 SEEN-STATUS VALUE 'Y'.
           05 WS-SEEN-DELETE PIC X.
               88 SEEN-DELETE VALUE 'Y'.
       01 WS-CHANGE-DATE PIC 9(8).
       01 WS-STATUS-DATE PIC 9(8).

       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-ADD-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-STATUS-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 DISP-COUNT PIC ZZZ,ZZ9.

      *    The vendor's roster record - an action code (A add,
      *    C change, S status change, D delete, R a full-refresh
      *    row), the date it takes effect, and the employee as the
      *    timekeeping system knows them.
       01 WS-ROST-DETAIL.
           05 RS-ACTION PIC X(1).
           05 RS-EFF-DATE PIC 9(8).
           05 RS-ENO PIC 9(4).
           05 RS-LNAME PIC X(10).
           05 RS-FNAME PIC X(8).
           05 RS-DEPT PIC X(4).
           05 RS-PAY-TYPE PIC X(1).
           05 RS-STATUS PIC X(1).
           05 RS-PAY-GROUP PIC X(2).
           05 FILLER PIC X(11) VALUE SPACES.

      *    Header and trailer rows - the mode, the audit window the
      *    file covers, and the counts the vendor proves against.
       01 WS-ROST-HEADER.
           05 RH-TYPE PIC X(1) VALUE 'H'.
           05 RH-MODE PIC X(1).
           05 RH-FROM-DATE PIC 9(8).
           05 RH-FROM-TIME PIC 9(8).
           05 RH-RUN-DATE PIC 9(8).
           05 RH-RUN-TIME PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01 WS-ROST-TRAILER.
           05 RT-TYPE PIC X(1) VALUE 'T'.
           05 RT-COUNT PIC 9(6).
           05 RT-ADDS PIC 9(6).
           05 RT-CHANGES PIC 9(6).
           05 RT-STATUS PIC 9(6).
           05 RT-DELETES PIC 9(6).
           05 FILLER PIC X(19) VALUE SPACES.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAUD
       END-EXEC.

      *    EMROST sends the timekeeping vendor the roster changes
      *    EMTIME's punches depend on - nightly, off the EMPAUDIT
      *    rows written since the last run on the ROSTCTL control
      *    table: adds from EMHIRE, EMRHIR and EMTRAN hires, name,
      *    department and pay type changes, EMLOA status changes,
      *    and deletes from EMTERM and EMTRAN terminations.  F runs
      *    a full refresh instead - every employee on file - for the
      *    vendor to reconcile its roster against; a refresh leaves
      *    the control row alone so the nightly deltas carry on
      *    from where they were.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY 'mode - D=changes since last run, F=full refresh'
           ACCEPT WS-MODE
           INSPECT WS-MODE CONVERTING 'df' TO 'DF'
           IF WS-MODE = SPACE
               MOVE 'D' TO WS-MODE
           END-IF
           IF NOT DELTA-RUN AND NOT FULL-REFRESH
               DISPLAY 'invalid mode - rejected'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           IF DELTA-RUN
               PERFORM 150-GET-LAST-RUN
           END-IF

           OPEN OUTPUT ROSTER-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE WS-MODE TO RH-MODE
           MOVE WS-LAST-DATE TO RH-FROM-DATE
           MOVE WS-LAST-TIME TO RH-FROM-TIME
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           MOVE WS-ROST-HEADER TO ROSTER-RECORD
           WRITE ROSTER-RECORD

           MOVE SPACES TO PRINT-LINE
           IF FULL-REFRESH
               STRING 'TIMEKEEPING ROSTER FULL REFRESH AS OF '
                      WS-RUN-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'TIMEKEEPING ROSTER CHANGES FROM ' WS-LAST-DATE
                      ' ' WS-LAST-TIME ' THROUGH ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE PRINT-LINE

           IF FULL-REFRESH
               PERFORM 500-FULL-REFRESH
           ELSE
               PERFORM 200-SCAN-AUDIT
           END-IF

           MOVE WS-ROW-COUNT TO RT-COUNT
           MOVE WS-ADD-COUNT TO RT-ADDS
           MOVE WS-CHANGE-COUNT TO RT-CHANGES
           MOVE WS-STATUS-COUNT TO RT-STATUS
           MOVE WS-DELETE-COUNT TO RT-DELETES
           MOVE WS-ROST-TRAILER TO ROSTER-RECORD
           WRITE ROSTER-RECORD
           PERFORM 800-WRITE-TOTALS
           CLOSE ROSTER-FILE
           CLOSE PRINT-FILE
           IF DELTA-RUN
               PERFORM 900-MARK-RUN
           END-IF

           MOVE WS-ROW-COUNT TO DISP-COUNT
           DISPLAY 'roster records written ' DISP-COUNT.

       100-EXIT.
           STOP RUN.

      *    150-GET-LAST-RUN reads when the last delta ran off the
      *    ROSTCTL control table - no row means every audit row on
      *    file, the first-run case.
       150-GET-LAST-RUN.
           EXEC SQL
               SELECT LASTRSTDT,LASTRSTTM
                 INTO :WS-LAST-DATE,:WS-LAST-TIME
                 FROM ROSTCTL
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-LAST-DATE
               MOVE 0 TO WS-LAST-TIME
           END-IF.

      *    200-SCAN-AUDIT reads the audit rows the roster cares
      *    about, written after the last run and no later than
      *    this run's start - the stamp the next run starts from,
      *    so a row keyed while the feed is built is not skipped -
      *    an employee at a time in the order they were keyed.
       200-SCAN-AUDIT.
           EXEC SQL
               DECLARE RSTTBL CURSOR FOR
                   SELECT AUD-ENO,AUD-DATE,AUD-TIME,AUD-ACTION,
                          AUD-FIELD
                     FROM EMPAUDIT
                    WHERE (AUD-DATE > :WS-LAST-DATE
                       OR (AUD-DATE = :WS-LAST-DATE
                      AND AUD-TIME > :WS-LAST-TIME))
                      AND (AUD-DATE < :WS-RUN-DATE
                       OR (AUD-DATE = :WS-RUN-DATE
                      AND AUD-TIME <= :WS-RUN-TIME))
                      AND ((AUD-ACTION IN ('A','D')
                      AND AUD-FIELD = 'ROW')
                       OR (AUD-ACTION = 'C'
                      AND AUD-FIELD IN ('LNAME','FNAME','DEPT',
                                        'PAY-TYPE','EMP-STATUS')))
                    ORDER BY AUD-ENO, AUD-DATE, AUD-TIME
           END-EXEC

           EXEC SQL
               OPEN RSTTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM RSTTBL INTO
                 :AUD-ENO,:AUD-DATE,:AUD-TIME,:AUD-ACTION,:AUD-FIELD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               IF AUD-ENO NOT = WS-CUR-ENO
                   IF WS-CUR-ENO NOT = 0
                       PERFORM 300-WRITE-DELTA THRU 300-WRITE-EXIT
                   END-IF
                   MOVE AUD-ENO TO WS-CUR-ENO
                   MOVE 'NNNN' TO WS-SEEN-FLAGS
               END-IF
               PERFORM 250-NOTE-AUDIT-ROW
               EXEC SQL
                   FETCH NEXT FROM RSTTBL INTO
                     :AUD-ENO,:AUD-DATE,:AUD-TIME,:AUD-ACTION,
                     :AUD-FIELD
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM
           IF WS-CUR-ENO NOT = 0
               PERFORM 300-WRITE-DELTA THRU 300-WRITE-EXIT
           END-IF

           EXEC SQL
               CLOSE RSTTBL
           END-EXEC.

      *    250-NOTE-AUDIT-ROW marks what kind of roster change one
      *    audit row is.
       250-NOTE-AUDIT-ROW.
           IF AUD-ADD
               MOVE 'Y' TO WS-SEEN-ADD
           ELSE
               IF AUD-DELETE
                   MOVE 'Y' TO WS-SEEN-DELETE
               ELSE
                   IF AUD-FIELD = 'EMP-STATUS'
                       MOVE 'Y' TO WS-SEEN-STATUS
                       MOVE AUD-DATE TO WS-STATUS-DATE
                   ELSE
                       MOVE 'Y' TO WS-SEEN-CHANGE
                       MOVE AUD-DATE TO WS-CHANGE-DATE
                   END-IF
               END-IF
           END-IF.

      *    300-WRITE-DELTA writes the one record that brings the
      *    vendor up to date on the employee.  Someone no longer on
      *    EMPLOYEE is a delete as of their termination date;
      *    someone added (or rehired) since the last run goes out
      *    as an add with their hire date, carrying whatever else
      *    changed; otherwise a field change, a status change, or
      *    both.
       300-WRITE-DELTA.
           MOVE WS-CUR-ENO TO ENO
           PERFORM 350-GET-EMPLOYEE
           IF NOT ON-EMPLOYEE
               IF NOT SEEN-DELETE
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE SPACES TO PRINT-LINE
                   STRING WS-CUR-ENO ' NOT ON EMPLOYEE AND NOT '
                          'TERMINATED - NOT SENT'
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
                   GO TO 300-WRITE-EXIT
               END-IF
               PERFORM 360-GET-FORMER
               MOVE 'D' TO RS-ACTION
               MOVE WS-TERM-DATE TO RS-EFF-DATE
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 400-WRITE-ROSTER
               GO TO 300-WRITE-EXIT
           END-IF
           IF SEEN-ADD OR SEEN-DELETE
               MOVE 'A' TO RS-ACTION
               MOVE HIRE-DATE TO RS-EFF-DATE
               ADD 1 TO WS-ADD-COUNT
               PERFORM 400-WRITE-ROSTER
               GO TO 300-WRITE-EXIT
           END-IF
           IF SEEN-CHANGE
               MOVE 'C' TO RS-ACTION
               MOVE WS-CHANGE-DATE TO RS-EFF-DATE
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 400-WRITE-ROSTER
           END-IF
           IF SEEN-STATUS
               PERFORM 370-GET-LEAVE-DATE
               MOVE 'S' TO RS-ACTION
               MOVE WS-STATUS-DATE TO RS-EFF-DATE
               ADD 1 TO WS-STATUS-COUNT
               PERFORM 400-WRITE-ROSTER
           END-IF.

       300-WRITE-EXIT.
           EXIT.

      *    350-GET-EMPLOYEE reads the employee as they stand now.
       350-GET-EMPLOYEE.
           MOVE 'N' TO WS-EMP-SW
           EXEC SQL
               SELECT LNAME,FNAME,DEPT,PAY-TYPE,EMP-STATUS,
                      HIRE-DATE,PAY-GROUP
                 INTO :LNAME,:FNAME,:DEPT,:PAY-TYPE,:EMP-STATUS,
                      :HIRE-DATE,:PAY-GROUP
                 FROM EMPLOYEE
                WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO WS-EMP-SW
           END-IF.

      *    360-GET-FORMER reads the identity and termination date
      *    off the latest EMPLOYEE-HISTORY row, the way EMNEWH
      *    resolves a terminated stint.  A termination not yet on
      *    history is sent as of today.
       360-GET-FORMER.
           MOVE WS-RUN-DATE TO WS-TERM-DATE
           MOVE SPACES TO LNAME FNAME DEPT PAY-TYPE PAY-GROUP
           EXEC SQL
               SELECT LNAME,FNAME,DEPT,PAY-TYPE,PAY-GROUP,
                      TERM-DATE
                 INTO :LNAME,:FNAME,:DEPT,:PAY-TYPE,:PAY-GROUP,
                      :WS-TERM-DATE
                 FROM EMPLOYEE-HISTORY
                WHERE ENO = :ENO
                  AND TERM-DATE =
                      (SELECT MAX(TERM-DATE)
                         FROM EMPLOYEE-HISTORY
                        WHERE ENO = :ENO)
           END-EXEC
           MOVE 'T' TO EMP-STATUS.

      *    370-GET-LEAVE-DATE takes the status change's effective
      *    date off the latest EMPLOYEE-LEAVE row for the status
      *    the employee is now in - the date EMLOA was given, not
      *    the day it was keyed.
       370-GET-LEAVE-DATE.
           EXEC SQL
               SELECT MAX(LOA-DATE)
                 INTO :WS-LOA-DATE :LOA-DATE-IND
                 FROM EMPLOYEE-LEAVE
                WHERE ENO = :ENO
                  AND LOA-ACTION = :EMP-STATUS
           END-EXEC
           IF SQLCODE = 0 AND LOA-DATE-IND >= 0
               MOVE WS-LOA-DATE TO WS-STATUS-DATE
           END-IF.

      *    400-WRITE-ROSTER writes one roster record and its line
      *    on the control report.
       400-WRITE-ROSTER.
           MOVE ENO TO RS-ENO
           MOVE LNAME TO RS-LNAME
           MOVE FNAME TO RS-FNAME
           MOVE DEPT TO RS-DEPT
           MOVE PAY-TYPE TO RS-PAY-TYPE
           MOVE EMP-STATUS TO RS-STATUS
           MOVE PAY-GROUP TO RS-PAY-GROUP
           MOVE WS-ROST-DETAIL TO ROSTER-RECORD
           WRITE ROSTER-RECORD
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING RS-ACTION ' ' RS-ENO ' ' RS-LNAME ' ' RS-FNAME
                  ' ' RS-DEPT ' ' RS-PAY-TYPE ' ' RS-STATUS
                  ' EFFECTIVE ' RS-EFF-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    500-FULL-REFRESH sends every employee on file as a
      *    refresh row effective today.
       500-FULL-REFRESH.
           EXEC SQL
               DECLARE REFTBL CURSOR FOR
                   SELECT ENO,LNAME,FNAME,DEPT,PAY-TYPE,EMP-STATUS,
                          PAY-GROUP
                     FROM EMPLOYEE
                    ORDER BY ENO
           END-EXEC

           EXEC SQL
               OPEN REFTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE

           EXEC SQL
               FETCH NEXT FROM REFTBL INTO
                 :ENO,:LNAME,:FNAME,:DEPT,:PAY-TYPE,:EMP-STATUS,
                 :PAY-GROUP
           END-EXEC
           MOVE SQLCODE TO DISP-CODE

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE 'R' TO RS-ACTION
               MOVE WS-RUN-DATE TO RS-EFF-DATE
               PERFORM 400-WRITE-ROSTER
               EXEC SQL
                   FETCH NEXT FROM REFTBL INTO
                     :ENO,:LNAME,:FNAME,:DEPT,:PAY-TYPE,:EMP-STATUS,
                     :PAY-GROUP
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
           END-PERFORM

           EXEC SQL
               CLOSE REFTBL
           END-EXEC.

      *    800-WRITE-TOTALS closes the control report.
       800-WRITE-TOTALS.
           MOVE WS-ADD-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'ADDS            ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CHANGE-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'CHANGES         ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-STATUS-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'STATUS CHANGES  ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DELETE-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'DELETES         ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SKIP-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'NOT SENT        ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ROW-COUNT TO DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'RECORDS WRITTEN ' DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.

      *    900-MARK-RUN moves the control row up to the moment this
      *    run started, so the next delta picks up every audit row
      *    written after it.
       900-MARK-RUN.
           EXEC SQL
               UPDATE ROSTCTL SET LASTRSTDT = :WS-RUN-DATE,
                                  LASTRSTTM = :WS-RUN-TIME
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ROSTCTL (LASTRSTDT,LASTRSTTM)
                       VALUES (:WS-RUN-DATE,:WS-RUN-TIME)
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'control date ' DISP-CODE.
