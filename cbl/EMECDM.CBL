       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMECDM.
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
       01 WS-EC-COUNT PIC S9(4) COMP VALUE 0.
           88 CODE-ON-FILE VALUE 1 THRU 999.
       01 WS-HRS-COUNT PIC S9(4) COMP VALUE 0.
           88 CODE-IN-USE VALUE 1 THRU 999.
       01 DISP-MULT PIC 9.999.
       01 DISP-FLAT PIC ZZ9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPECD
       END-EXEC.

      *    EMECDM keeps the EARNCODE table - the earnings codes a
      *    timecard may carry, what each pays an hour, and whether
      *    its hours count toward overtime.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'action - A=add, C=change, D=delete, L=list'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'acdl' TO 'ACDL'
           IF WS-ACTION = 'L'
               PERFORM 500-LIST-CODES
               GO TO 100-EXIT
           END-IF
           DISPLAY 'earnings code'
           ACCEPT EC-CODE
           INSPECT EC-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF EC-CODE = SPACES
               DISPLAY 'earnings code is required - rejected'
               GO TO 100-EXIT
           END-IF
           PERFORM 200-CHECK-CODE
           IF WS-ACTION = 'A' OR WS-ACTION = 'C'
               PERFORM 300-SAVE-CODE THRU 300-SAVE-EXIT
           ELSE
               IF WS-ACTION = 'D'
                   PERFORM 400-DELETE-CODE THRU 400-DELETE-EXIT
               ELSE
                   DISPLAY 'invalid action - rejected'
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-CHECK-CODE sees whether the code is already on file.
       200-CHECK-CODE.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-EC-COUNT
                 FROM EARNCODE
                WHERE EC-CODE = :EC-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-SAVE-CODE adds a code or changes what it pays.  A
      *    multiplier of zero with a flat premium pays the premium
      *    alone - an on-call hour, say - and a multiplier of one
      *    with a premium pays straight time plus the differential.
      *    A supplemental code pays the amount on the bonus file, so
      *    it carries no multiplier or premium and no overtime hours.
       300-SAVE-CODE.
           IF WS-ACTION = 'A' AND CODE-ON-FILE
               DISPLAY 'code already on file - use change'
               GO TO 300-SAVE-EXIT
           END-IF
           IF WS-ACTION = 'C' AND NOT CODE-ON-FILE
               DISPLAY 'code not on file - use add'
               GO TO 300-SAVE-EXIT
           END-IF
           DISPLAY 'description'
           ACCEPT EC-DESC
           DISPLAY 'class - R=regular, O=overtime, P=premium, '
               'S=supplemental'
           ACCEPT EC-CLASS
           INSPECT EC-CLASS CONVERTING 'rops' TO 'ROPS'
           IF NOT EC-REGULAR AND NOT EC-OVERTIME AND NOT EC-PREMIUM
              AND NOT EC-SUPPLEMENTAL
               DISPLAY 'class must be R, O, P or S - rejected'
               GO TO 300-SAVE-EXIT
           END-IF
           IF EC-SUPPLEMENTAL
               MOVE 0 TO EC-MULT
               MOVE 0 TO EC-FLAT
               MOVE 'N' TO EC-OT-COUNTS
           ELSE
               PERFORM 310-GET-PAY-RULE
               IF EC-MULT = 0 AND EC-FLAT = 0
                   DISPLAY 'a multiplier or a premium is required '
                       '- rejected'
                   GO TO 300-SAVE-EXIT
               END-IF
           END-IF
           IF WS-ACTION = 'A'
               EXEC SQL
                   INSERT INTO EARNCODE
                       (EC-CODE,EC-DESC,EC-CLASS,EC-MULT,EC-FLAT,
                        EC-OT-COUNTS)
                       VALUES
                       (:EC-CODE,:EC-DESC,:EC-CLASS,:EC-MULT,
                        :EC-FLAT,:EC-OT-COUNTS)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE EARNCODE
                      SET EC-DESC = :EC-DESC,
                          EC-CLASS = :EC-CLASS,
                          EC-MULT = :EC-MULT,
                          EC-FLAT = :EC-FLAT,
                          EC-OT-COUNTS = :EC-OT-COUNTS
                    WHERE EC-CODE = :EC-CODE
               END-EXEC
           END-IF
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'save ' DISP-CODE.

       300-SAVE-EXIT.
           EXIT.

      *    310-GET-PAY-RULE takes what an hour under the code pays
      *    and whether its hours count toward overtime - never the
      *    overtime code's own hours.
       310-GET-PAY-RULE.
           DISPLAY 'rate multiplier (e.g. 1500 for 1.5 times)'
           ACCEPT EC-MULT
           DISPLAY 'flat premium an hour (e.g. 00150 for 1.50)'
           ACCEPT EC-FLAT
           DISPLAY 'hours count toward overtime? y/n'
           ACCEPT EC-OT-COUNTS
           INSPECT EC-OT-COUNTS CONVERTING 'yn' TO 'YN'
           IF EC-OT-COUNTS NOT = 'Y'
               MOVE 'N' TO EC-OT-COUNTS
           END-IF
           IF EC-OVERTIME
               MOVE 'N' TO EC-OT-COUNTS
           END-IF.

      *    400-DELETE-CODE drops a code nobody's hours are still
      *    under - hours on HOURSTOT under a code that has gone
      *    would not be paid.  A supplemental code has no hours
      *    behind it and goes when asked.
       400-DELETE-CODE.
           IF NOT CODE-ON-FILE
               DISPLAY 'code not on file'
               GO TO 400-DELETE-EXIT
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HRS-COUNT
                 FROM HOURSTOT
                WHERE HT-CODE = :EC-CODE
           END-EXEC
           IF CODE-IN-USE
               DISPLAY 'hours on file under ' EC-CODE ' - rejected'
               GO TO 400-DELETE-EXIT
           END-IF
           EXEC SQL
               DELETE FROM EARNCODE
                WHERE EC-CODE = :EC-CODE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'delete ' DISP-CODE.

       400-DELETE-EXIT.
           EXIT.

      *    500-LIST-CODES displays the codes in code order.
       500-LIST-CODES.
           EXEC SQL
               DECLARE ECDTBL CURSOR FOR
                   SELECT EC-CODE,EC-DESC,EC-CLASS,EC-MULT,EC-FLAT,
                          EC-OT-COUNTS
                     FROM EARNCODE
                    ORDER BY EC-CODE
           END-EXEC
           EXEC SQL
               OPEN ECDTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM ECDTBL INTO
                 :EC-CODE,:EC-DESC,:EC-CLASS,:EC-MULT,:EC-FLAT,
                 :EC-OT-COUNTS
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'no earnings codes on file'
           END-IF
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               MOVE EC-MULT TO DISP-MULT
               MOVE EC-FLAT TO DISP-FLAT
               DISPLAY EC-CODE ' ' EC-DESC ' ' EC-CLASS ' '
                   DISP-MULT ' ' DISP-FLAT ' OT ' EC-OT-COUNTS
               EXEC SQL
                   FETCH NEXT FROM ECDTBL INTO
                     :EC-CODE,:EC-DESC,:EC-CLASS,:EC-MULT,:EC-FLAT,
                     :EC-OT-COUNTS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE ECDTBL
           END-EXEC.
