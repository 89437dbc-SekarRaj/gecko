         INCLUDE EMPBNK
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAPR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
           ACCEPT APR-KEY-USER
           DISPLAY 'action - A=add, C=change, P=prenote complete, '
               'D=delete'
           ACCEPT WS-ACTION
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    300-ADD-ENROLLMENT queues a new direct-deposit
      *    enrollment for a second operator's approval - nothing
      *    reaches EMPBANK until EMAPRV approves it.  A new
      *    enrollment always starts with the prenote pending, so
      *    EMEXTR sends a zero-dollar prenote entry first and keeps
      *    the employee on the exception listing until the bank has
      *    proven the account.
       300-ADD-ENROLLMENT.
           IF BNK-ON-FILE
               DISPLAY 'enrollment already on file - use change'
                   GO TO 300-ADD-EXIT
               END-IF
               MOVE 'Y' TO BNK-PRENOTE
               MOVE 0 TO BNK-PRENOTE-DATE
               MOVE 'A' TO APR-ACTION
               MOVE SPACES TO APR-OLD-DATA
               MOVE BANK-RECORD TO APR-NEW-DATA
               PERFORM 800-QUEUE-APPROVAL
           END-IF.

       300-ADD-EXIT.
               END-IF
           END-IF.

      *    400-CHANGE-ENROLLMENT queues replacement account
      *    particulars for approval, the row on file as the before
      *    image the approver sees.  A changed account is a new
      *    account as far as the bank is concerned, so the prenote
      *    cycle starts over once it is approved.
       400-CHANGE-ENROLLMENT.
           IF NOT BNK-ON-FILE
               DISPLAY 'no enrollment on file - use add'
           ELSE
               PERFORM 450-FETCH-ENROLLMENT
               MOVE BANK-RECORD TO APR-OLD-DATA
               PERFORM 350-GET-BANK-DATA
               IF NOT BANK-DATA-GOOD
                   GO TO 400-CHANGE-EXIT
               END-IF
               MOVE 'Y' TO BNK-PRENOTE
               MOVE 0 TO BNK-PRENOTE-DATE
               MOVE 'C' TO APR-ACTION
               MOVE BANK-RECORD TO APR-NEW-DATA
               PERFORM 800-QUEUE-APPROVAL
           END-IF.

       400-CHANGE-EXIT.
           EXIT.

      *    450-FETCH-ENROLLMENT reads the row on file for the
      *    before image of a change or delete.
       450-FETCH-ENROLLMENT.
           EXEC SQL
               SELECT BNK-ROUTING,BNK-ACCOUNT,BNK-ACCT-TYPE,
                      BNK-PRENOTE,BNK-PRENOTE-DATE,BNK-SPLIT-TYPE,
                      BNK-SPLIT-AMT,BNK-SPLIT-PCENT
                 INTO :BNK-ROUTING,:BNK-ACCOUNT,:BNK-ACCT-TYPE,
                      :BNK-PRENOTE,:BNK-PRENOTE-DATE,:BNK-SPLIT-TYPE,
                      :BNK-SPLIT-AMT,:BNK-SPLIT-PCENT
                 FROM EMPBANK
                WHERE ENO = :ENO OF BANK-RECORD
                  AND BNK-SEQ = :BNK-SEQ
           END-EXEC
           MOVE SQLCODE TO DISP-CODE.

      *    500-PRENOTE-COMPLETE clears the prenote flag once the
      *    bank has accepted the zero-dollar entry, releasing live
      *    credits on the next EMEXTR run.
               END-IF
           END-IF.

      *    600-DELETE-ENROLLMENT queues removal of one account from
      *    the employee's split - once approved, the remaining
      *    sequences pick up the net on the next extract, remainder
      *    still to the last.
       600-DELETE-ENROLLMENT.
           IF NOT BNK-ON-FILE
               DISPLAY 'no enrollment on file - rejected'
           ELSE
               PERFORM 450-FETCH-ENROLLMENT
               MOVE 'D' TO APR-ACTION
               MOVE BANK-RECORD TO APR-OLD-DATA
               MOVE SPACES TO APR-NEW-DATA
               PERFORM 800-QUEUE-APPROVAL
           END-IF.

      *    800-QUEUE-APPROVAL books the keyed change on the APPRQUE
      *    approval queue - id off the APRCTL control table, the
      *    before and after images, and the keying operator, who
      *    can never be the one to approve it.
       800-QUEUE-APPROVAL.
           EXEC SQL
               UPDATE APRCTL SET LASTAPRID = LASTAPRID + 1
           END-EXEC
           EXEC SQL
               SELECT LASTAPRID INTO :APR-ID FROM APRCTL
           END-EXEC
           MOVE 0 TO APR-BATCH
           MOVE 'B' TO APR-TYPE
           MOVE ENO OF BANK-RECORD TO APR-ENO
           MOVE 'EMBANK' TO APR-PROGRAM
           ACCEPT APR-KEY-DATE FROM DATE YYYYMMDD
           ACCEPT APR-KEY-TIME FROM TIME
           MOVE 'P' TO APR-STATUS
           MOVE SPACES TO APR-APPR-USER
           MOVE 0 TO APR-APPR-DATE
           MOVE SPACES TO APR-REASON
           EXEC SQL
               INSERT INTO APPRQUE
                   (APR-ID,APR-BATCH,APR-TYPE,APR-ACTION,APR-ENO,
                    APR-PROGRAM,APR-KEY-USER,APR-KEY-DATE,
                    APR-KEY-TIME,APR-OLD-DATA,APR-NEW-DATA,
                    APR-STATUS,APR-APPR-USER,APR-APPR-DATE,
                    APR-REASON)
                   VALUES
                   (:APR-ID,:APR-BATCH,:APR-TYPE,:APR-ACTION,
                    :APR-ENO,:APR-PROGRAM,:APR-KEY-USER,
                    :APR-KEY-DATE,:APR-KEY-TIME,:APR-OLD-DATA,
                    :APR-NEW-DATA,:APR-STATUS,:APR-APPR-USER,
                    :APR-APPR-DATE,:APR-REASON)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'queue insert ' DISP-CODE
           IF SQLCODE = 0
               DISPLAY 'queued for approval as item ' APR-ID
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
