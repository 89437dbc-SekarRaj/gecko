       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-FILE.
       01  UNL-RECORD PIC X(109).

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.

       01 WS-DETAIL-REC.
           05 UNL-REC-TYPE PIC X.
           05 UNL-EMP-DATA PIC X(107).
           05 FILLER PIC X.

       01 WS-TRAILER-REC.
           05 UNL-T-TYPE PIC X.
           05 UNL-T-COUNT PIC 9(9).
           05 UNL-T-RATE-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(86).

       EXEC SQL
         INCLUDE SQLCA
               INSERT INTO EMPLOYEE
                   (ENO,LNAME,FNAME,STREET,CITY,ST,ZIP,DEPT,
                    PAYRATE,COM,SSN,HIRE-DATE,EMP-STATUS,
                    PAY-TYPE,POS-NO,PAY-GROUP)
                   VALUES
                   (:ENO,:LNAME,:FNAME,:STREET,:CITY,:ST,:ZIP,
                    :DEPT,:PAYRATE,:COM,:SSN,:HIRE-DATE,
                    :EMP-STATUS,:PAY-TYPE,:POS-NO,:PAY-GROUP)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-LOAD-COUNT
