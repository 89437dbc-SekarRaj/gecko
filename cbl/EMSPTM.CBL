       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMSPTM.
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
       01 WS-SP-COUNT PIC S9(4) COMP VALUE 0.
           88 PART-ON-FILE VALUE 1 THRU 999.
       01 WS-PG-COUNT PIC S9(4) COMP VALUE 0.
           88 GROUP-ON-FILE VALUE 1 THRU 999.
       01 WS-OVERLAP-COUNT PIC S9(4) COMP VALUE 0.
           88 RANGE-OVERLAPS VALUE 1 THRU 999.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPSPT
       END-EXEC.

      *    EMSPTM keeps the STUBPART table - the employee-number
      *    ranges a pay group's stub run is split into, so the
      *    partitions run as concurrent EMSTUB jobs.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - A=add, C=change, D=delete, L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'acdl' TO 'ACDL'
           DISPLAY 'pay group'
           ACCEPT SP-GROUP
           IF WS-ACTION = 'L'
               PERFORM 500-LIST-PARTS
               GO TO 100-EXIT
           END-IF
           DISPLAY 'partition number (01-99)'
           ACCEPT SP-PART
           IF SP-PART = 0
               DISPLAY 'partition number is required - rejected'
               GO TO 100-EXIT
           END-IF
           PERFORM 200-CHECK-PART
           IF WS-ACTION = 'A' OR WS-ACTION = 'C'
               PERFORM 300-SAVE-PART THRU 300-SAVE-EXIT
           ELSE
               IF WS-ACTION = 'D'
                   PERFORM 400-DELETE-PART
               ELSE
                   DISPLAY 'invalid action - rejected'
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-PART sees whether the partition is already on
      *    file for the group.
       200-CHECK-PART.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SP-COUNT
                 FROM STUBPART
                WHERE SP-GROUP = :SP-GROUP
                  AND SP-PART = :SP-PART
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-SAVE-PART adds a partition or changes its range.  The
      *    range may not overlap another partition of the group -
      *    an employee in two partitions would be paid twice.
       300-SAVE-PART.
           IF WS-ACTION = 'A' AND PART-ON-FILE
               DISPLAY 'partition already on file - use change'
               GO TO 300-SAVE-EXIT
           END-IF
           IF WS-ACTION = 'C' AND NOT PART-ON-FILE
               DISPLAY 'partition not on file - use add'
               GO TO 300-SAVE-EXIT
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PG-COUNT
                 FROM PAYGROUP
                WHERE PG-CODE = :SP-GROUP
           END-EXEC
           IF NOT GROUP-ON-FILE
               DISPLAY 'pay group ' SP-GROUP ' not on file - rejected'
               GO TO 300-SAVE-EXIT
           END-IF
           DISPLAY 'lowest employee number in the partition'
           ACCEPT SP-LOW-ENO
           DISPLAY 'highest employee number in the partition'
           ACCEPT SP-HIGH-ENO
           IF SP-HIGH-ENO < SP-LOW-ENO
               DISPLAY 'high number below low number - rejected'
               GO TO 300-SAVE-EXIT
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OVERLAP-COUNT
                 FROM STUBPART
                WHERE SP-GROUP = :SP-GROUP
                  AND SP-PART <> :SP-PART
                  AND SP-LOW-ENO <= :SP-HIGH-ENO
                  AND SP-HIGH-ENO >= :SP-LOW-ENO
           END-EXEC
           IF RANGE-OVERLAPS
               DISPLAY 'range overlaps another partition of group '
                   SP-GROUP ' - rejected'
               GO TO 300-SAVE-EXIT
           END-IF
           IF WS-ACTION = 'A'
               EXEC SQL
                   INSERT INTO STUBPART
                       (SP-GROUP,SP-PART,SP-LOW-ENO,SP-HIGH-ENO)
                       VALUES
                       (:SP-GROUP,:SP-PART,:SP-LOW-ENO,:SP-HIGH-ENO)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE STUBPART
                      SET SP-LOW-ENO = :SP-LOW-ENO,
                          SP-HIGH-ENO = :SP-HIGH-ENO
                    WHERE SP-GROUP = :SP-GROUP
                      AND SP-PART = :SP-PART
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'save ' DISP-CODE
           IF SQLCODE = 0
               DISPLAY 'partition ' SP-PART ' of group ' SP-GROUP
                   ' pays ' SP-LOW-ENO ' through ' SP-HIGH-ENO
           END-IF.

       300-SAVE-EXIT.
           EXIT.

      *    400-DELETE-PART drops a partition from the group.
       400-DELETE-PART.
           IF NOT PART-ON-FILE
               DISPLAY 'partition not on file'
           ELSE
               EXEC SQL
                   DELETE FROM STUBPART
                    WHERE SP-GROUP = :SP-GROUP
                      AND SP-PART = :SP-PART
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'delete ' DISP-CODE
           END-IF.

      *    500-LIST-PARTS displays the group's partitions in order.
       500-LIST-PARTS.
           EXEC SQL
               DECLARE SPTTBL CURSOR FOR
                   SELECT SP-PART,SP-LOW-ENO,SP-HIGH-ENO
                     FROM STUBPART
                    WHERE SP-GROUP = :SP-GROUP
                    ORDER BY SP-PART
           END-EXEC
           EXEC SQL
               OPEN SPTTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM SPTTBL INTO
                 :SP-PART,:SP-LOW-ENO,:SP-HIGH-ENO
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'group ' SP-GROUP ' is not partitioned'
           END-IF
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               DISPLAY SP-GROUP ' ' SP-PART ' ' SP-LOW-ENO ' '
                   SP-HIGH-ENO
               EXEC SQL
                   FETCH NEXT FROM SPTTBL INTO
                     :SP-PART,:SP-LOW-ENO,:SP-HIGH-ENO
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE SPTTBL
           END-EXEC.
