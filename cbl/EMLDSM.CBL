       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMLDSM.
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
       01 DISP-PCT PIC ZZ9.99.
       01 WS-ACTION PIC X.
       01 WS-EMP-COUNT PIC S9(4) COMP VALUE 0.
           88 EMP-ON-FILE VALUE 1 THRU 999.
       01 WS-DEPT-COUNT PIC S9(4) COMP VALUE 0.
           88 DEPT-VALID VALUE 1 THRU 999.
       01 WS-ENTRY-SW PIC X VALUE 'N'.
           88 ENTRY-DONE VALUE 'Y'.
       01 WS-SPLIT-SW PIC X VALUE 'Y'.
           88 SPLIT-VALID VALUE 'Y'.
       01 WS-PCT-TOTAL PIC 9(5)V99 VALUE 0.

      *    The split being keyed, held until it proves out at 100
      *    percent so a half-entered distribution never reaches
      *    the table the cycle jobs read.
       01 WS-SPLIT-TABLE.
           05 WS-SP-ENTRY OCCURS 10 TIMES.
               10 WS-SP-DEPT PIC X(4).
               10 WS-SP-PCT PIC 9(3)V99.
       01 WS-SPLIT-USED PIC S9(4) COMP VALUE 0.
       01 WS-SPLIT-SUB PIC S9(4) COMP.
       01 WS-DUP-SUB PIC S9(4) COMP.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPLDS
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - S=set distribution, D=delete '
               '(back to home dept), L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'sdl' TO 'SDL'
           DISPLAY 'employee number'
           ACCEPT LD-ENO
           PERFORM 200-CHECK-EMPLOYEE
           IF NOT EMP-ON-FILE
               DISPLAY 'employee not on file - rejected'
           ELSE
               IF WS-ACTION = 'S'
                   PERFORM 300-SET-DISTRIBUTION THRU 300-EXIT
               ELSE
                   IF WS-ACTION = 'D'
                       PERFORM 500-DELETE-DISTRIBUTION
                   ELSE
                       IF WS-ACTION = 'L'
                           PERFORM 600-LIST-DISTRIBUTION
                       ELSE
                           DISPLAY 'invalid action - rejected'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-EMPLOYEE makes sure the number is a live
      *    employee before a distribution is touched.
       200-CHECK-EMPLOYEE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EMP-COUNT
                 FROM EMPLOYEE
                WHERE ENO = :LD-ENO
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-SET-DISTRIBUTION takes the employee's whole split in
      *    one pass - department and percent until a blank
      *    department - and replaces whatever is on file only when
      *    every code is an active DEPTMST department and the
      *    percents total exactly 100.  EMGLJ, EMREG and EMDEPT
      *    spread gross, commission and match on these rows.
       300-SET-DISTRIBUTION.
           MOVE 0 TO WS-SPLIT-USED
           MOVE 0 TO WS-PCT-TOTAL
           MOVE 'N' TO WS-ENTRY-SW
           MOVE 'Y' TO WS-SPLIT-SW
           PERFORM 350-ACCEPT-ONE-SPLIT
               UNTIL ENTRY-DONE
           IF NOT SPLIT-VALID
               DISPLAY 'distribution rejected - nothing changed'
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           IF WS-SPLIT-USED = 0
               DISPLAY 'no departments keyed - nothing changed'
               GO TO 300-EXIT
           END-IF
           IF WS-PCT-TOTAL NOT = 100
               MOVE WS-PCT-TOTAL TO DISP-PCT
               DISPLAY 'percents total ' DISP-PCT
                   ' not 100 - nothing changed'
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF

           PERFORM 500-DELETE-DISTRIBUTION
           PERFORM 400-INSERT-ONE-SPLIT
               VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > WS-SPLIT-USED
           IF RETURN-CODE = 0
               DISPLAY 'distribution set for ' LD-ENO
           END-IF.

       300-EXIT.
           EXIT.

      *    350-ACCEPT-ONE-SPLIT takes one department and percent,
      *    editing the code against DEPTMST the way EMHIRE's
      *    450-VALIDATE-DEPT does and refusing a department keyed
      *    twice.
       350-ACCEPT-ONE-SPLIT.
           DISPLAY 'department (blank to finish)'
           MOVE SPACES TO LD-DEPT
           ACCEPT LD-DEPT
           IF LD-DEPT = SPACES
               MOVE 'Y' TO WS-ENTRY-SW
           ELSE
               IF WS-SPLIT-USED = 10
                   DISPLAY 'ten departments is the limit'
                   MOVE 'N' TO WS-SPLIT-SW
                   MOVE 'Y' TO WS-ENTRY-SW
               ELSE
                   DISPLAY 'percent (e.g. 06000 for 60.00)'
                   ACCEPT LD-PCT
                   PERFORM 360-EDIT-ONE-SPLIT
               END-IF
           END-IF.

       360-EDIT-ONE-SPLIT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DEPT-COUNT
                 FROM DEPTMST
                WHERE DPT-CODE = :LD-DEPT
                  AND DPT-STATUS = 'A'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF NOT DEPT-VALID
               DISPLAY 'dept ' LD-DEPT ' not an active department'
               MOVE 'N' TO WS-SPLIT-SW
           ELSE
               IF LD-PCT = 0
                   DISPLAY 'zero percent for ' LD-DEPT ' - skipped'
               ELSE
                   PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                       UNTIL WS-DUP-SUB > WS-SPLIT-USED
                       IF WS-SP-DEPT (WS-DUP-SUB) = LD-DEPT
                           DISPLAY 'dept ' LD-DEPT ' keyed twice'
                           MOVE 'N' TO WS-SPLIT-SW
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-SPLIT-USED
                   MOVE LD-DEPT TO WS-SP-DEPT (WS-SPLIT-USED)
                   MOVE LD-PCT TO WS-SP-PCT (WS-SPLIT-USED)
                   ADD LD-PCT TO WS-PCT-TOTAL
               END-IF
           END-IF.

      *    400-INSERT-ONE-SPLIT writes one department's share.
       400-INSERT-ONE-SPLIT.
           MOVE WS-SP-DEPT (WS-SPLIT-SUB) TO LD-DEPT
           MOVE WS-SP-PCT (WS-SPLIT-SUB) TO LD-PCT
           EXEC SQL
               INSERT INTO LABORDST
                   (LD-ENO,LD-DEPT,LD-PCT)
                   VALUES
                   (:LD-ENO,:LD-DEPT,:LD-PCT)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    500-DELETE-DISTRIBUTION removes the employee's split, so
      *    the cycle jobs charge everything to the home DEPT again.
       500-DELETE-DISTRIBUTION.
           EXEC SQL
               DELETE FROM LABORDST
                WHERE LD-ENO = :LD-ENO
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'delete ' DISP-CODE
           IF SQLCODE = 100 AND WS-ACTION = 'D'
               DISPLAY 'no distribution on file - home dept applies'
           END-IF.

      *    600-LIST-DISTRIBUTION shows the split on file.
       600-LIST-DISTRIBUTION.
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
           IF SQLCODE = 100
               DISPLAY 'no distribution on file - home dept applies'
           END-IF
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE LD-PCT TO DISP-PCT
               DISPLAY LD-DEPT ' ' DISP-PCT
               EXEC SQL
                   FETCH NEXT FROM LDSTBL INTO :LD-DEPT,:LD-PCT
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE LDSTBL
           END-EXEC.
