       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAPRV.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO PRNOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 DISP-RATE PIC $$$,$$$,$$9.99.
       01 DISP-OLD-RATE PIC $$$,$$$,$$9.99.
       01 DISP-TOTAL PIC $$,$$$,$$$,$$9.99.
       01 DISP-ROW-COUNT PIC ZZZ,ZZ9.
       01 WS-ACTION PIC X.
       01 WS-OPERATOR PIC X(8).
       01 WS-DECISION PIC X.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-BATCH-NO PIC 9(6).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-GROUP PIC X(2).
       01 WS-TYPE-DESC PIC X(8).
       01 WS-FLAG PIC X(20).
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-APPR-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-COUNT PIC 9(6) VALUE 0.
       01 WS-OLD-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-NEW-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-BNK-COUNT PIC S9(4) COMP VALUE 0.
           88 BNK-ON-FILE VALUE 1 THRU 999.
       01 WS-OWN-COUNT PIC S9(4) COMP VALUE 0.
           88 OWN-ITEMS-IN-BATCH VALUE 1 THRU 999.
       01 WS-POS-COUNT PIC S9(4) COMP VALUE 0.
           88 POSITION-OPEN VALUE 1 THRU 999.
       01 WS-RESULT-SW PIC X VALUE 'A'.
           88 ITEM-APPLIED VALUE 'A'.
           88 ITEM-STALE VALUE 'S'.
           88 APPLY-FAILED VALUE 'F'.
           88 ITEM-UNDER-MINIMUM VALUE 'M'.
           88 ITEM-NO-POSITION VALUE 'P'.
       01 WS-OLD-BANK.
           05 WS-OLD-ENO PIC 9(4).
           05 WS-OLD-SEQ PIC 9(2).
           05 WS-OLD-ROUTING PIC 9(9).
           05 WS-OLD-ACCOUNT PIC X(17).
           05 WS-OLD-ACCT-TYPE PIC X(1).
           05 WS-OLD-PRENOTE PIC X(1).
           05 WS-OLD-PRENOTE-DATE PIC 9(8).
           05 WS-OLD-SPLIT-TYPE PIC X(1).
           05 WS-OLD-SPLIT-AMT PIC 9(7)V99.
           05 WS-OLD-SPLIT-PCENT PIC 9(3)V99.
       01 WS-OLD-RATE-IMAGE.
           05 WS-OLD-RATE PIC 9(7)V99.
       01 WS-OLD-VALUES.
           05 WS-OLD-LNAME PIC X(10).
           05 WS-OLD-FNAME PIC X(8).
           05 WS-OLD-STREET PIC X(20).
           05 WS-OLD-CITY PIC X(15).
           05 WS-OLD-ST PIC X(2).
           05 WS-OLD-ZIP PIC 9(5).
           05 WS-OLD-DEPT PIC X(4).
           05 WS-OLD-GROUP PIC X(2).
           05 WS-OLD-POS-NO PIC 9(6).
       01 WS-CHG-VALUES.
           05 WS-CHG-LNAME PIC X(10).
           05 WS-CHG-FNAME PIC X(8).
           05 WS-CHG-STREET PIC X(20).
           05 WS-CHG-CITY PIC X(15).
           05 WS-CHG-ST PIC X(2).
           05 WS-CHG-ZIP PIC 9(5).
           05 WS-CHG-DEPT PIC X(4).
           05 WS-CHG-GROUP PIC X(2).
           05 WS-CHG-POS-NO PIC 9(6).
       01 WS-CUR-VALUES.
           05 WS-CUR-LNAME PIC X(10).
           05 WS-CUR-FNAME PIC X(8).
           05 WS-CUR-STREET PIC X(20).
           05 WS-CUR-CITY PIC X(15).
           05 WS-CUR-ST PIC X(2).
           05 WS-CUR-ZIP PIC 9(5).
           05 WS-CUR-DEPT PIC X(4).
           05 WS-CUR-GROUP PIC X(2).
           05 WS-CUR-POS-NO PIC 9(6).

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
         INCLUDE EMPBNK
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPND
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAUD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAPR
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWW
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
           ACCEPT WS-OPERATOR
           DISPLAY 'action - L=list pending, W=work one item, '
               'B=work a mass raise batch, R=cutoff report'
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'lwbr' TO 'LWBR'
           IF WS-ACTION = 'L'
               PERFORM 200-LIST-PENDING
           ELSE
               IF WS-ACTION = 'W'
                   PERFORM 300-WORK-ITEM THRU 300-WORK-EXIT
               ELSE
                   IF WS-ACTION = 'B'
                       PERFORM 350-WORK-BATCH THRU 350-WORK-EXIT
                   ELSE
                       IF WS-ACTION = 'R'
                           PERFORM 800-CUTOFF-REPORT
                       ELSE
                           DISPLAY 'invalid action - rejected'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-LIST-PENDING displays every item still waiting for a
      *    second operator, oldest first.
       200-LIST-PENDING.
           EXEC SQL
               DECLARE PNDTBL CURSOR FOR
                   SELECT APR-ID,APR-BATCH,APR-TYPE,APR-ACTION,
                          APR-ENO,APR-PROGRAM,APR-KEY-USER,
                          APR-KEY-DATE
                     FROM APPRQUE
                    WHERE APR-STATUS = 'P'
                    ORDER BY APR-ID
           END-EXEC
           EXEC SQL
               OPEN PNDTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM PNDTBL INTO
                 :APR-ID,:APR-BATCH,:APR-TYPE,:APR-ACTION,
                 :APR-ENO,:APR-PROGRAM,:APR-KEY-USER,
                 :APR-KEY-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               ADD 1 TO WS-ROW-COUNT
               PERFORM 250-SET-TYPE-DESC
               DISPLAY APR-ID ' ' APR-BATCH ' ' WS-TYPE-DESC ' '
                   APR-ACTION ' ' APR-ENO ' ' APR-PROGRAM ' '
                   APR-KEY-USER ' ' APR-KEY-DATE
               EXEC SQL
                   FETCH NEXT FROM PNDTBL INTO
                     :APR-ID,:APR-BATCH,:APR-TYPE,:APR-ACTION,
                     :APR-ENO,:APR-PROGRAM,:APR-KEY-USER,
                     :APR-KEY-DATE
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE PNDTBL
           END-EXEC
           MOVE WS-ROW-COUNT TO DISP-ROW-COUNT
           DISPLAY 'items pending ' DISP-ROW-COUNT.

       250-SET-TYPE-DESC.
           MOVE SPACES TO WS-TYPE-DESC
           IF APR-BANK
               MOVE 'BANK' TO WS-TYPE-DESC
           END-IF
           IF APR-RATE
               MOVE 'RATE' TO WS-TYPE-DESC
           END-IF
           IF APR-EMPLOYEE
               MOVE 'EMPLOYEE' TO WS-TYPE-DESC
           END-IF.

      *    300-WORK-ITEM shows one queued item's before and after
      *    values and takes the decision.  The operator who keyed
      *    an item can never decide it - that is the whole point of
      *    the queue.  Blank leaves the item pending for later.
       300-WORK-ITEM.
           DISPLAY 'approval item number'
           ACCEPT APR-ID
           EXEC SQL
               SELECT APR-BATCH,APR-TYPE,APR-ACTION,APR-ENO,
                      APR-PROGRAM,APR-KEY-USER,APR-KEY-DATE,
                      APR-KEY-TIME,APR-OLD-DATA,APR-NEW-DATA,
                      APR-STATUS
                 INTO :APR-BATCH,:APR-TYPE,:APR-ACTION,:APR-ENO,
                      :APR-PROGRAM,:APR-KEY-USER,:APR-KEY-DATE,
                      :APR-KEY-TIME,:APR-OLD-DATA,:APR-NEW-DATA,
                      :APR-STATUS
                 FROM APPRQUE
                WHERE APR-ID = :APR-ID
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE NOT = 0
               DISPLAY 'item not on the approval queue ' DISP-CODE
               GO TO 300-WORK-EXIT
           END-IF
           IF NOT APR-PENDING
               DISPLAY 'item already decided - status ' APR-STATUS
               GO TO 300-WORK-EXIT
           END-IF
           IF APR-KEY-USER = WS-OPERATOR
               DISPLAY 'you keyed this item - another operator '
                   'must approve or reject it'
               GO TO 300-WORK-EXIT
           END-IF
           PERFORM 400-SHOW-ITEM
           DISPLAY 'decision - A=approve, R=reject, '
               'blank=leave pending'
           ACCEPT WS-DECISION
           INSPECT WS-DECISION CONVERTING 'ar' TO 'AR'
           IF WS-DECISION = 'A'
               PERFORM 500-APPLY-ITEM THRU 500-APPLY-EXIT
               PERFORM 600-RECORD-APPROVAL
           ELSE
               IF WS-DECISION = 'R'
                   DISPLAY 'reason for rejecting'
                   ACCEPT WS-REJECT-REASON
                   MOVE WS-REJECT-REASON TO APR-REASON
                   MOVE 'R' TO APR-STATUS
                   PERFORM 700-CLOSE-ITEM
               ELSE
                   DISPLAY 'item ' APR-ID ' left pending'
               END-IF
           END-IF.

       300-WORK-EXIT.
           EXIT.

      *    350-WORK-BATCH releases or rejects a mass raise as one
      *    batch.  The approver sees the count, every employee's
      *    old and new rate and the old and new totals first.  A
      *    batch holding any item the operator keyed is refused
      *    outright.
       350-WORK-BATCH.
           DISPLAY 'batch number'
           ACCEPT WS-BATCH-NO
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OWN-COUNT
                 FROM APPRQUE
                WHERE APR-BATCH = :WS-BATCH-NO
                  AND APR-STATUS = 'P'
                  AND APR-KEY-USER = :WS-OPERATOR
           END-EXEC
           IF OWN-ITEMS-IN-BATCH
               DISPLAY 'you keyed this batch - another operator '
                   'must approve or reject it'
               GO TO 350-WORK-EXIT
           END-IF

           EXEC SQL
               DECLARE BATTBL CURSOR FOR
                   SELECT APR-ID,APR-TYPE,APR-ACTION,APR-ENO,
                          APR-PROGRAM,APR-KEY-USER,APR-KEY-DATE,
                          APR-KEY-TIME,APR-OLD-DATA,APR-NEW-DATA,
                          APR-STATUS
                     FROM APPRQUE
                    WHERE APR-BATCH = :WS-BATCH-NO
                      AND APR-STATUS = 'P'
                    ORDER BY APR-ENO
           END-EXEC
           EXEC SQL
               OPEN BATTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM BATTBL INTO
                 :APR-ID,:APR-TYPE,:APR-ACTION,:APR-ENO,
                 :APR-PROGRAM,:APR-KEY-USER,:APR-KEY-DATE,
                 :APR-KEY-TIME,:APR-OLD-DATA,:APR-NEW-DATA,
                 :APR-STATUS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 380-SHOW-BATCH-ITEM
               EXEC SQL
                   FETCH NEXT FROM BATTBL INTO
                     :APR-ID,:APR-TYPE,:APR-ACTION,:APR-ENO,
                     :APR-PROGRAM,:APR-KEY-USER,:APR-KEY-DATE,
                     :APR-KEY-TIME,:APR-OLD-DATA,:APR-NEW-DATA,
                     :APR-STATUS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BATTBL
           END-EXEC

           IF WS-ROW-COUNT = 0
               DISPLAY 'nothing pending in batch ' WS-BATCH-NO
               GO TO 350-WORK-EXIT
           END-IF
           MOVE WS-ROW-COUNT TO DISP-ROW-COUNT
           DISPLAY 'items in batch ' DISP-ROW-COUNT
           MOVE WS-OLD-TOTAL TO DISP-TOTAL
           DISPLAY 'total current rates ' DISP-TOTAL
           MOVE WS-NEW-TOTAL TO DISP-TOTAL
           DISPLAY 'total new rates     ' DISP-TOTAL
           DISPLAY 'decision for the whole batch - A=approve, '
               'R=reject, blank=leave pending'
           ACCEPT WS-DECISION
           INSPECT WS-DECISION CONVERTING 'ar' TO 'AR'
           IF WS-DECISION NOT = 'A' AND WS-DECISION NOT = 'R'
               DISPLAY 'batch ' WS-BATCH-NO ' left pending'
               GO TO 350-WORK-EXIT
           END-IF
           IF WS-DECISION = 'R'
               DISPLAY 'reason for rejecting'
               ACCEPT WS-REJECT-REASON
           END-IF

           EXEC SQL
               OPEN BATTBL
           END-EXEC
           EXEC SQL
               FETCH NEXT FROM BATTBL INTO
                 :APR-ID,:APR-TYPE,:APR-ACTION,:APR-ENO,
                 :APR-PROGRAM,:APR-KEY-USER,:APR-KEY-DATE,
                 :APR-KEY-TIME,:APR-OLD-DATA,:APR-NEW-DATA,
                 :APR-STATUS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 390-DECIDE-BATCH-ITEM
               EXEC SQL
                   FETCH NEXT FROM BATTBL INTO
                     :APR-ID,:APR-TYPE,:APR-ACTION,:APR-ENO,
                     :APR-PROGRAM,:APR-KEY-USER,:APR-KEY-DATE,
                     :APR-KEY-TIME,:APR-OLD-DATA,:APR-NEW-DATA,
                     :APR-STATUS
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE BATTBL
           END-EXEC
           MOVE WS-APPR-COUNT TO DISP-ROW-COUNT
           DISPLAY 'items approved ' DISP-ROW-COUNT
           MOVE WS-REJ-COUNT TO DISP-ROW-COUNT
           DISPLAY 'items rejected ' DISP-ROW-COUNT.

       350-WORK-EXIT.
           EXIT.

      *    380-SHOW-BATCH-ITEM lists one employee's raise and adds
      *    it into the batch totals.
       380-SHOW-BATCH-ITEM.
           ADD 1 TO WS-ROW-COUNT
           MOVE APR-OLD-DATA TO WS-OLD-RATE-IMAGE
           MOVE APR-NEW-DATA TO PEND-RATE-REC
           ADD WS-OLD-RATE TO WS-OLD-TOTAL
           ADD PND-NEW-RATE TO WS-NEW-TOTAL
           MOVE WS-OLD-RATE TO DISP-OLD-RATE
           MOVE PND-NEW-RATE TO DISP-RATE
           DISPLAY APR-ID ' ' APR-ENO ' ' DISP-OLD-RATE ' '
               DISP-RATE ' ' PND-EFF-DATE.

      *    390-DECIDE-BATCH-ITEM applies the batch decision to one
      *    item.  Each approved item still gets its own stale
      *    check, so an employee whose rate moved since the raise
      *    was keyed drops out instead of getting the wrong rate.
       390-DECIDE-BATCH-ITEM.
           IF WS-DECISION = 'A'
               PERFORM 500-APPLY-ITEM THRU 500-APPLY-EXIT
               PERFORM 600-RECORD-APPROVAL
               IF ITEM-APPLIED
                   ADD 1 TO WS-APPR-COUNT
               ELSE
                   ADD 1 TO WS-REJ-COUNT
               END-IF
           ELSE
               MOVE WS-REJECT-REASON TO APR-REASON
               MOVE 'R' TO APR-STATUS
               PERFORM 700-CLOSE-ITEM
               ADD 1 TO WS-REJ-COUNT
           END-IF.

      *    400-SHOW-ITEM displays who keyed the item and when, then
      *    the before and after values for its type.
       400-SHOW-ITEM.
           PERFORM 250-SET-TYPE-DESC
           DISPLAY 'item ' APR-ID ' ' WS-TYPE-DESC ' action '
               APR-ACTION ' employee ' APR-ENO
           DISPLAY 'keyed by ' APR-KEY-USER ' in ' APR-PROGRAM
               ' on ' APR-KEY-DATE ' ' APR-KEY-TIME
           IF APR-BANK
               PERFORM 420-SHOW-BANK
           END-IF
           IF APR-RATE
               PERFORM 440-SHOW-RATE
           END-IF
           IF APR-EMPLOYEE
               PERFORM 460-SHOW-EMPLOYEE
           END-IF.

      *    420-SHOW-BANK shows the account on file before a change
      *    or delete, and the keyed account after an add or change.
       420-SHOW-BANK.
           MOVE APR-OLD-DATA TO WS-OLD-BANK
           MOVE APR-NEW-DATA TO BANK-RECORD
           IF NOT APR-ADD
               DISPLAY 'before - seq ' WS-OLD-SEQ ' routing '
                   WS-OLD-ROUTING ' account ' WS-OLD-ACCOUNT
               DISPLAY '         type ' WS-OLD-ACCT-TYPE ' split '
                   WS-OLD-SPLIT-TYPE ' ' WS-OLD-SPLIT-AMT ' '
                   WS-OLD-SPLIT-PCENT
           END-IF
           IF NOT APR-DELETE
               DISPLAY 'after  - seq ' BNK-SEQ ' routing '
                   BNK-ROUTING ' account ' BNK-ACCOUNT
               DISPLAY '         type ' BNK-ACCT-TYPE ' split '
                   BNK-SPLIT-TYPE ' ' BNK-SPLIT-AMT ' '
                   BNK-SPLIT-PCENT
           END-IF.

       440-SHOW-RATE.
           MOVE APR-OLD-DATA TO WS-OLD-RATE-IMAGE
           MOVE APR-NEW-DATA TO PEND-RATE-REC
           MOVE WS-OLD-RATE TO DISP-OLD-RATE
           MOVE PND-NEW-RATE TO DISP-RATE
           DISPLAY 'before - payrate ' DISP-OLD-RATE
           DISPLAY 'after  - payrate ' DISP-RATE
               ' effective ' PND-EFF-DATE.

      *    460-SHOW-EMPLOYEE shows only the fields that were
      *    changed, old value then new.
       460-SHOW-EMPLOYEE.
           MOVE APR-OLD-DATA TO WS-OLD-VALUES
           MOVE APR-NEW-DATA TO WS-CHG-VALUES
           IF WS-CHG-LNAME NOT = WS-OLD-LNAME
               DISPLAY 'last name  ' WS-OLD-LNAME ' to '
                   WS-CHG-LNAME
           END-IF
           IF WS-CHG-FNAME NOT = WS-OLD-FNAME
               DISPLAY 'first name ' WS-OLD-FNAME ' to '
                   WS-CHG-FNAME
           END-IF
           IF WS-CHG-STREET NOT = WS-OLD-STREET
               DISPLAY 'street     ' WS-OLD-STREET ' to '
                   WS-CHG-STREET
           END-IF
           IF WS-CHG-CITY NOT = WS-OLD-CITY
               DISPLAY 'city       ' WS-OLD-CITY ' to '
                   WS-CHG-CITY
           END-IF
           IF WS-CHG-ST NOT = WS-OLD-ST
               DISPLAY 'state      ' WS-OLD-ST ' to ' WS-CHG-ST
           END-IF
           IF WS-CHG-ZIP NOT = WS-OLD-ZIP
               DISPLAY 'zip code   ' WS-OLD-ZIP ' to ' WS-CHG-ZIP
           END-IF
           IF WS-CHG-DEPT NOT = WS-OLD-DEPT
               DISPLAY 'department ' WS-OLD-DEPT ' to '
                   WS-CHG-DEPT
           END-IF
           IF WS-CHG-POS-NO NOT = WS-OLD-POS-NO
               DISPLAY 'position   ' WS-OLD-POS-NO ' to '
                   WS-CHG-POS-NO
           END-IF
           IF WS-CHG-GROUP NOT = WS-OLD-GROUP
               DISPLAY 'pay group  ' WS-OLD-GROUP ' to '
                   WS-CHG-GROUP
           END-IF.

      *    500-APPLY-ITEM posts an approved item to its live table.
      *    Each type first checks that what is on file still
      *    matches the before image the approver was shown - if
      *    someone else changed the record in the meantime the item
      *    is stale and is rejected rather than overlaying the
      *    newer values.
       500-APPLY-ITEM.
           MOVE 'A' TO WS-RESULT-SW
           IF APR-BANK
               PERFORM 520-APPLY-BANK THRU 520-APPLY-EXIT
           END-IF
           IF APR-RATE
               PERFORM 540-APPLY-RATE THRU 540-APPLY-EXIT
           END-IF
           IF APR-EMPLOYEE
               PERFORM 560-APPLY-EMPLOYEE THRU 560-APPLY-EXIT
           END-IF.

       500-APPLY-EXIT.
           EXIT.

      *    520-APPLY-BANK adds, changes or deletes the EMPBANK row.
      *    An add or change starts the prenote cycle from the day
      *    it is approved, since that is when the account becomes
      *    live for EMEXTR.
       520-APPLY-BANK.
           IF APR-ADD
               MOVE APR-NEW-DATA TO BANK-RECORD
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-BNK-COUNT
                     FROM EMPBANK
                    WHERE ENO = :ENO OF BANK-RECORD
                      AND BNK-SEQ = :BNK-SEQ
               END-EXEC
               IF BNK-ON-FILE
                   MOVE 'S' TO WS-RESULT-SW
                   GO TO 520-APPLY-EXIT
               END-IF
               ACCEPT BNK-PRENOTE-DATE FROM DATE YYYYMMDD
               EXEC SQL
                   INSERT INTO EMPBANK
                       (ENO,BNK-SEQ,BNK-ROUTING,BNK-ACCOUNT,
                        BNK-ACCT-TYPE,BNK-PRENOTE,BNK-PRENOTE-DATE,
                        BNK-SPLIT-TYPE,BNK-SPLIT-AMT,
                        BNK-SPLIT-PCENT)
                       VALUES
                       (:ENO OF BANK-RECORD,:BNK-SEQ,:BNK-ROUTING,
                        :BNK-ACCOUNT,:BNK-ACCT-TYPE,
                        :BNK-PRENOTE,:BNK-PRENOTE-DATE,
                        :BNK-SPLIT-TYPE,:BNK-SPLIT-AMT,
                        :BNK-SPLIT-PCENT)
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'insert ' DISP-CODE
               GO TO 520-APPLY-CHECK
           END-IF

           MOVE APR-OLD-DATA TO WS-OLD-BANK
           MOVE WS-OLD-ENO TO ENO OF BANK-RECORD
           MOVE WS-OLD-SEQ TO BNK-SEQ
           EXEC SQL
               SELECT BNK-ROUTING,BNK-ACCOUNT,BNK-ACCT-TYPE,
                      BNK-SPLIT-TYPE,BNK-SPLIT-AMT,BNK-SPLIT-PCENT
                 INTO :BNK-ROUTING,:BNK-ACCOUNT,:BNK-ACCT-TYPE,
                      :BNK-SPLIT-TYPE,:BNK-SPLIT-AMT,:BNK-SPLIT-PCENT
                 FROM EMPBANK
                WHERE ENO = :ENO OF BANK-RECORD
                  AND BNK-SEQ = :BNK-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
               OR BNK-ROUTING NOT = WS-OLD-ROUTING
               OR BNK-ACCOUNT NOT = WS-OLD-ACCOUNT
               OR BNK-ACCT-TYPE NOT = WS-OLD-ACCT-TYPE
               OR BNK-SPLIT-TYPE NOT = WS-OLD-SPLIT-TYPE
               OR BNK-SPLIT-AMT NOT = WS-OLD-SPLIT-AMT
               OR BNK-SPLIT-PCENT NOT = WS-OLD-SPLIT-PCENT
               MOVE 'S' TO WS-RESULT-SW
               GO TO 520-APPLY-EXIT
           END-IF

           IF APR-DELETE
               EXEC SQL
                   DELETE FROM EMPBANK
                    WHERE ENO = :ENO OF BANK-RECORD
                      AND BNK-SEQ = :BNK-SEQ
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'delete ' DISP-CODE
           ELSE
               MOVE APR-NEW-DATA TO BANK-RECORD
               ACCEPT BNK-PRENOTE-DATE FROM DATE YYYYMMDD
               EXEC SQL
                   UPDATE EMPBANK
                      SET BNK-ROUTING = :BNK-ROUTING,
                          BNK-ACCOUNT = :BNK-ACCOUNT,
                          BNK-ACCT-TYPE = :BNK-ACCT-TYPE,
                          BNK-PRENOTE = :BNK-PRENOTE,
                          BNK-PRENOTE-DATE = :BNK-PRENOTE-DATE,
                          BNK-SPLIT-TYPE = :BNK-SPLIT-TYPE,
                          BNK-SPLIT-AMT = :BNK-SPLIT-AMT,
                          BNK-SPLIT-PCENT = :BNK-SPLIT-PCENT
                    WHERE ENO = :ENO OF BANK-RECORD
                      AND BNK-SEQ = :BNK-SEQ
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               DISPLAY 'update ' DISP-CODE
           END-IF.

       520-APPLY-CHECK.
           IF SQLCODE NOT = 0
               MOVE 'F' TO WS-RESULT-SW
           END-IF.

       520-APPLY-EXIT.
           EXIT.

      *    540-APPLY-RATE puts the approved change on PENDRATE for
      *    EMPAPP to apply on its effective date - but only while
      *    the employee's rate is still the one the change was
      *    keyed against, and only when the new rate meets the
      *    minimum for the employee's state on its effective date.
       540-APPLY-RATE.
           MOVE APR-OLD-DATA TO WS-OLD-RATE-IMAGE
           MOVE APR-NEW-DATA TO PEND-RATE-REC
           MOVE PND-ENO TO ENO OF EMPLOYEE-RECORD
           EXEC SQL
               SELECT PAYRATE,ST,PAY-TYPE
                 INTO :PAYRATE,:ST,:PAY-TYPE
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           IF SQLCODE NOT = 0 OR PAYRATE NOT = WS-OLD-RATE
               MOVE 'S' TO WS-RESULT-SW
               GO TO 540-APPLY-EXIT
           END-IF
           MOVE ST TO MW-CHK-ST
           MOVE PAY-TYPE TO MW-CHK-TYPE
           MOVE PND-NEW-RATE TO MW-CHK-RATE
           MOVE PND-EFF-DATE TO MW-CHK-ASOF
           PERFORM 580-CHECK-MIN-WAGE
           IF NOT MW-COMPLIANT
               MOVE 'M' TO WS-RESULT-SW
               GO TO 540-APPLY-EXIT
           END-IF
           MOVE 'N' TO PND-APPLIED
           EXEC SQL
               INSERT INTO PENDRATE
                   (PND-ENO,PND-NEW-RATE,PND-EFF-DATE,PND-APPLIED)
                   VALUES
                   (:PND-ENO,:PND-NEW-RATE,:PND-EFF-DATE,
                    :PND-APPLIED)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           IF SQLCODE NOT = 0
               DISPLAY 'pending insert failed ' DISP-CODE
                   ' for employee ' PND-ENO
               MOVE 'F' TO WS-RESULT-SW
           END-IF.

       540-APPLY-EXIT.
           EXIT.

      *    560-APPLY-EMPLOYEE applies an EMMNT change to the live
      *    row in place and writes the EMPAUDIT field trail under
      *    the operator who keyed it.  A move to another state is
      *    held to that state's minimum as of the day approved.  A
      *    move to another department takes the employee out of
      *    the old department's position and into the one keyed,
      *    which must still be open when the item is approved.
       560-APPLY-EMPLOYEE.
           MOVE APR-OLD-DATA TO WS-OLD-VALUES
           MOVE APR-NEW-DATA TO WS-CHG-VALUES
           MOVE APR-ENO TO ENO OF EMPLOYEE-RECORD
           EXEC SQL
               SELECT LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,PAY-GROUP,
                      PAYRATE,PAY-TYPE,POS-NO
                 INTO :LNAME,:FNAME,:STREET,:CITY,:ST,:ZIP,:DEPT,
                      :PAY-GROUP,:PAYRATE,:PAY-TYPE,:WS-CUR-POS-NO
                 FROM EMPLOYEE
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'S' TO WS-RESULT-SW
               GO TO 560-APPLY-EXIT
           END-IF
           MOVE LNAME TO WS-CUR-LNAME
           MOVE FNAME TO WS-CUR-FNAME
           MOVE STREET TO WS-CUR-STREET
           MOVE CITY TO WS-CUR-CITY
           MOVE ST TO WS-CUR-ST
           MOVE ZIP TO WS-CUR-ZIP
           MOVE DEPT TO WS-CUR-DEPT
           MOVE PAY-GROUP TO WS-CUR-GROUP
           IF WS-CUR-VALUES NOT = WS-OLD-VALUES
               MOVE 'S' TO WS-RESULT-SW
               GO TO 560-APPLY-EXIT
           END-IF
           IF WS-CHG-ST NOT = WS-OLD-ST
               MOVE WS-CHG-ST TO MW-CHK-ST
               MOVE PAY-TYPE TO MW-CHK-TYPE
               MOVE PAYRATE TO MW-CHK-RATE
               ACCEPT MW-CHK-ASOF FROM DATE YYYYMMDD
               PERFORM 580-CHECK-MIN-WAGE
               IF NOT MW-COMPLIANT
                   MOVE 'M' TO WS-RESULT-SW
                   GO TO 560-APPLY-EXIT
               END-IF
           END-IF
           IF WS-CHG-DEPT NOT = WS-OLD-DEPT
               PERFORM 570-CHECK-POSITION
               IF NOT POSITION-OPEN
                   MOVE 'P' TO WS-RESULT-SW
                   GO TO 560-APPLY-EXIT
               END-IF
           END-IF
           EXEC SQL
               UPDATE EMPLOYEE
                  SET LNAME = :WS-CHG-LNAME,
                      FNAME = :WS-CHG-FNAME,
                      STREET = :WS-CHG-STREET,
                      CITY = :WS-CHG-CITY,
                      ST = :WS-CHG-ST,
                      ZIP = :WS-CHG-ZIP,
                      DEPT = :WS-CHG-DEPT,
                      PAY-GROUP = :WS-CHG-GROUP,
                      POS-NO = :WS-CHG-POS-NO
                WHERE ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           IF SQLCODE = 0
               IF WS-CHG-POS-NO NOT = WS-OLD-POS-NO
                   PERFORM 575-MOVE-POSITION
               END-IF
               PERFORM 650-AUDIT-CHANGES
           ELSE
               MOVE 'F' TO WS-RESULT-SW
           END-IF.

       560-APPLY-EXIT.
           EXIT.

      *    570-CHECK-POSITION is EMMNT's 460-CHECK-POSITION again
      *    at approval - the position keyed may have been filled
      *    or closed while the item waited on the queue.
       570-CHECK-POSITION.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-POS-COUNT
                 FROM POSITIONS
                WHERE PSN-NO = :WS-CHG-POS-NO
                  AND PSN-DEPT = :WS-CHG-DEPT
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    575-MOVE-POSITION reopens the position the employee
      *    leaves in the old department and fills the new one, the
      *    updates EMTERM and EMHIRE make.
       575-MOVE-POSITION.
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'O',
                      PSN-ENO = 0
                WHERE PSN-NO = :WS-OLD-POS-NO
                  AND PSN-ENO = :ENO OF EMPLOYEE-RECORD
           END-EXEC
           EXEC SQL
               UPDATE POSITIONS
                  SET PSN-STATUS = 'F',
                      PSN-ENO = :ENO OF EMPLOYEE-RECORD
                WHERE PSN-NO = :WS-CHG-POS-NO
                  AND PSN-STATUS = 'O'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'position update ' DISP-CODE.

      *    580-CHECK-MIN-WAGE holds MW-CHK-RATE against the MINWAGE
      *    table as of MW-CHK-ASOF - an hourly rate against the
      *    higher of the federal floor and MW-CHK-ST's minimum, an
      *    annual salary against the higher exempt salary threshold.
       580-CHECK-MIN-WAGE.
           MOVE 'Y' TO MW-RESULT-SW
           MOVE 0 TO MW-FLOOR
           MOVE 0 TO MW-EXEMPT-MIN
           MOVE 'FD' TO MW-ST
           PERFORM 585-GET-MIN-WAGE
           MOVE MW-CHK-ST TO MW-ST
           PERFORM 585-GET-MIN-WAGE
           IF MW-CHK-TYPE = 'S'
               IF MW-CHK-RATE < MW-EXEMPT-MIN
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           ELSE
               IF MW-CHK-RATE < MW-FLOOR
                   MOVE 'N' TO MW-RESULT-SW
               END-IF
           END-IF.

      *    585-GET-MIN-WAGE reads the row for MW-ST in force on the
      *    as-of date and raises the floor and threshold to it.
       585-GET-MIN-WAGE.
           EXEC SQL
               SELECT MW-HOURLY,MW-EXEMPT
                 INTO :MW-HOURLY,:MW-EXEMPT
                 FROM MINWAGE
                WHERE MW-ST = :MW-ST
                  AND MW-EFF-DATE =
                      (SELECT MAX(MW-EFF-DATE)
                         FROM MINWAGE
                        WHERE MW-ST = :MW-ST
                          AND MW-EFF-DATE <= :MW-CHK-ASOF)
           END-EXEC
           IF SQLCODE = 0
               IF MW-HOURLY > MW-FLOOR
                   MOVE MW-HOURLY TO MW-FLOOR
               END-IF
               IF MW-EXEMPT > MW-EXEMPT-MIN
                   MOVE MW-EXEMPT TO MW-EXEMPT-MIN
               END-IF
           END-IF.

      *    600-RECORD-APPROVAL closes an approved item.  A stale
      *    item is closed as rejected with the reason, so the
      *    keying operator rekeys it against the current record.
      *    So is a rate the minimum wage check turned back, and a
      *    transfer whose new position is no longer open.
      *    A failed post leaves the item pending to be worked again.
       600-RECORD-APPROVAL.
           IF ITEM-APPLIED
               MOVE 'A' TO APR-STATUS
               MOVE SPACES TO APR-REASON
               PERFORM 700-CLOSE-ITEM
               DISPLAY 'item ' APR-ID ' approved and posted'
           ELSE
               IF ITEM-STALE
                   MOVE 'R' TO APR-STATUS
                   MOVE 'RECORD CHANGED SINCE KEYED' TO APR-REASON
                   PERFORM 700-CLOSE-ITEM
                   DISPLAY 'item ' APR-ID ' rejected - record '
                       'changed since keyed'
               ELSE
                   IF ITEM-UNDER-MINIMUM
                       MOVE 'R' TO APR-STATUS
                       MOVE 'UNDER MINIMUM WAGE FOR STATE'
                         TO APR-REASON
                       PERFORM 700-CLOSE-ITEM
                       DISPLAY 'item ' APR-ID ' rejected - rate '
                           'under the minimum for ' MW-CHK-ST
                   ELSE
                       IF ITEM-NO-POSITION
                           MOVE 'R' TO APR-STATUS
                           MOVE 'POSITION NOT OPEN IN NEW DEPT'
                             TO APR-REASON
                           PERFORM 700-CLOSE-ITEM
                           DISPLAY 'item ' APR-ID ' rejected - '
                               'position ' WS-CHG-POS-NO
                               ' not open in ' WS-CHG-DEPT
                       ELSE
                           DISPLAY 'item ' APR-ID
                               ' not posted - left pending'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    650-AUDIT-CHANGES writes one EMPAUDIT row per field that
      *    actually moved, with its before and after images.
       650-AUDIT-CHANGES.
           IF WS-CHG-LNAME NOT = WS-OLD-LNAME
               MOVE 'LNAME' TO AUD-FIELD
               MOVE WS-OLD-LNAME TO AUD-OLD
               MOVE WS-CHG-LNAME TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-FNAME NOT = WS-OLD-FNAME
               MOVE 'FNAME' TO AUD-FIELD
               MOVE WS-OLD-FNAME TO AUD-OLD
               MOVE WS-CHG-FNAME TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-STREET NOT = WS-OLD-STREET
               MOVE 'STREET' TO AUD-FIELD
               MOVE WS-OLD-STREET TO AUD-OLD
               MOVE WS-CHG-STREET TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-CITY NOT = WS-OLD-CITY
               MOVE 'CITY' TO AUD-FIELD
               MOVE WS-OLD-CITY TO AUD-OLD
               MOVE WS-CHG-CITY TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-ST NOT = WS-OLD-ST
               MOVE 'ST' TO AUD-FIELD
               MOVE WS-OLD-ST TO AUD-OLD
               MOVE WS-CHG-ST TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-ZIP NOT = WS-OLD-ZIP
               MOVE 'ZIP' TO AUD-FIELD
               MOVE WS-OLD-ZIP TO AUD-OLD
               MOVE WS-CHG-ZIP TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-DEPT NOT = WS-OLD-DEPT
               MOVE 'DEPT' TO AUD-FIELD
               MOVE WS-OLD-DEPT TO AUD-OLD
               MOVE WS-CHG-DEPT TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-POS-NO NOT = WS-OLD-POS-NO
               MOVE 'POS-NO' TO AUD-FIELD
               MOVE WS-OLD-POS-NO TO AUD-OLD
               MOVE WS-CHG-POS-NO TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF
           IF WS-CHG-GROUP NOT = WS-OLD-GROUP
               MOVE 'PAY-GROUP' TO AUD-FIELD
               MOVE WS-OLD-GROUP TO AUD-OLD
               MOVE WS-CHG-GROUP TO AUD-NEW
               PERFORM 660-WRITE-AUDIT-ROW
           END-IF.

      *    660-WRITE-AUDIT-ROW stamps and inserts one EMPAUDIT row
      *    for the field 650-AUDIT-CHANGES just compared.
       660-WRITE-AUDIT-ROW.
           MOVE APR-ENO TO AUD-ENO
           MOVE APR-KEY-USER TO AUD-USER
           MOVE APR-PROGRAM TO AUD-PROGRAM
           MOVE 'C' TO AUD-ACTION
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           EXEC SQL
               INSERT INTO EMPAUDIT
                   (AUD-ENO,AUD-DATE,AUD-TIME,AUD-USER,
                    AUD-PROGRAM,AUD-ACTION,AUD-FIELD,
                    AUD-OLD,AUD-NEW)
                   VALUES
                   (:AUD-ENO,:AUD-DATE,:AUD-TIME,:AUD-USER,
                    :AUD-PROGRAM,:AUD-ACTION,:AUD-FIELD,
                    :AUD-OLD,:AUD-NEW)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'audit ' DISP-CODE.

      *    700-CLOSE-ITEM stamps the decision, the deciding
      *    operator and the date on the queue row.  The status
      *    guard keeps two approvers from deciding the same item.
       700-CLOSE-ITEM.
           MOVE WS-OPERATOR TO APR-APPR-USER
           ACCEPT APR-APPR-DATE FROM DATE YYYYMMDD
           EXEC SQL
               UPDATE APPRQUE
                  SET APR-STATUS = :APR-STATUS,
                      APR-APPR-USER = :APR-APPR-USER,
                      APR-APPR-DATE = :APR-APPR-DATE,
                      APR-REASON = :APR-REASON
                WHERE APR-ID = :APR-ID
                  AND APR-STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'queue update ' DISP-CODE.

      *    800-CUTOFF-REPORT lists, for one pay group's cycle,
      *    every item still waiting for approval, so nothing
      *    quietly misses the payroll.  Rate changes effective on
      *    or before the cycle date and every pending deposit
      *    change are flagged - those change this cycle's pay if
      *    they are approved in time.
       800-CUTOFF-REPORT.
           DISPLAY 'cycle date (YYYYMMDD)'
           ACCEPT WS-CUTOFF-DATE
           DISPLAY 'pay group'
           ACCEPT WS-GROUP
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING 'APPROVALS PENDING AT CUTOFF - GROUP ' WS-GROUP
                  ' CYCLE ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'ITEM   EMP  TYPE     A KEYED BY KEY DATE'
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           EXEC SQL
               DECLARE CUTTBL CURSOR FOR
                   SELECT APR-ID,APR-TYPE,APR-ACTION,APR-ENO,
                          APR-KEY-USER,APR-KEY-DATE,APR-NEW-DATA
                     FROM APPRQUE
                    WHERE APR-STATUS = 'P'
                      AND APR-ENO IN
                          (SELECT ENO FROM EMPLOYEE
                            WHERE PAY-GROUP = :WS-GROUP)
                    ORDER BY APR-ENO, APR-ID
           END-EXEC
           EXEC SQL
               OPEN CUTTBL
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'open ' DISP-CODE
           EXEC SQL
               FETCH NEXT FROM CUTTBL INTO
                 :APR-ID,:APR-TYPE,:APR-ACTION,:APR-ENO,
                 :APR-KEY-USER,:APR-KEY-DATE,:APR-NEW-DATA
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = 100
               PERFORM 850-WRITE-CUTOFF-LINE
               EXEC SQL
                   FETCH NEXT FROM CUTTBL INTO
                     :APR-ID,:APR-TYPE,:APR-ACTION,:APR-ENO,
                     :APR-KEY-USER,:APR-KEY-DATE,:APR-NEW-DATA
               END-EXEC
           END-PERFORM
           EXEC SQL
               CLOSE CUTTBL
           END-EXEC

           MOVE WS-ROW-COUNT TO DISP-ROW-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING 'ITEMS PENDING ' DISP-ROW-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE
           DISPLAY 'items pending ' DISP-ROW-COUNT.

       850-WRITE-CUTOFF-LINE.
           ADD 1 TO WS-ROW-COUNT
           PERFORM 250-SET-TYPE-DESC
           MOVE SPACES TO WS-FLAG
           IF APR-BANK
               MOVE 'AFFECTS DEPOSIT' TO WS-FLAG
           END-IF
           IF APR-RATE
               MOVE APR-NEW-DATA TO PEND-RATE-REC
               IF PND-EFF-DATE NOT > WS-CUTOFF-DATE
                   MOVE 'EFFECTIVE THIS CYCLE' TO WS-FLAG
               END-IF
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING APR-ID ' ' APR-ENO ' ' WS-TYPE-DESC ' '
                  APR-ACTION ' ' APR-KEY-USER ' ' APR-KEY-DATE ' '
                  WS-FLAG
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
