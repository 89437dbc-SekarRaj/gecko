       01 DISP-TOT-COM PIC $$$,$$9.99.
       01 WS-UPD-ANS PIC X.
       01 WS-NEW-RATE PIC 9(7)V99.
       01 WS-OLD-RATE-IMAGE.
           05 WS-OLD-RATE PIC 9(7)V99.
       01 WS-SSN-DISP PIC 9(9).
       01 WS-SSN-PARTS REDEFINES WS-SSN-DISP.
           05 FILLER PIC 9(5).
         INCLUDE EMPAUD
       END-EXEC.

       EXEC SQL
         INCLUDE EMPPND
       END-EXEC.

       EXEC SQL
         INCLUDE EMPAPR
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'operator id'
                     FROM EMPLOYEE
                    WHERE DEPT = :WS-DEPT
                      AND (:WS-ST = '  ' OR ST = :WS-ST)
           END-EXEC

           EXEC SQL
               END-IF
           END-IF.

      *    400-UPDATE-PAYRATE queues a corrected PAYRATE for a
      *    second operator's approval instead of updating the row -
      *    once approved in EMAPRV it goes onto PENDRATE effective
      *    today and EMPAPP applies and audits it like any other
      *    rate change.
       400-UPDATE-PAYRATE.
           DISPLAY 'new rate'
           ACCEPT WS-NEW-RATE
           MOVE ENO TO PND-ENO
           MOVE WS-NEW-RATE TO PND-NEW-RATE
           ACCEPT PND-EFF-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO PND-APPLIED
           MOVE PAYRATE TO WS-OLD-RATE
           MOVE WS-OLD-RATE-IMAGE TO APR-OLD-DATA
           MOVE PEND-RATE-REC TO APR-NEW-DATA
           PERFORM 800-QUEUE-APPROVAL.

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
           MOVE 'R' TO APR-TYPE
           MOVE 'C' TO APR-ACTION
           MOVE ENO TO APR-ENO
           MOVE AUD-USER TO APR-KEY-USER
           MOVE 'EMDSQL' TO APR-PROGRAM
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
           END-IF.

      *    300-LOG-NULL-COMMISSION writes ENO/LNAME to the exception
      *    file whenever COM-NULL-IND comes back negative, so a null
