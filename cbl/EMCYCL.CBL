           05 FILLER PIC X(8) VALUE 'EMCOMM'.
           05 FILLER PIC X(8) VALUE 'EMTIME'.
           05 FILLER PIC X(8) VALUE 'EMSTUB'.
           05 FILLER PIC X(8) VALUE 'EMBELG'.
           05 FILLER PIC X(8) VALUE 'EM401C'.
           05 FILLER PIC X(8) VALUE 'EMERTX'.
           05 FILLER PIC X(8) VALUE 'EMEXTR'.
           05 FILLER PIC X(8) VALUE 'EMCHK'.
           05 FILLER PIC X(8) VALUE 'EMGLJ'.
           05 FILLER PIC X(8) VALUE 'EMACCR'.
           05 FILLER PIC X(8) VALUE 'EMDEPT'.
       01 WS-CYCLE-JOB-TBL REDEFINES WS-CYCLE-JOBS.
           05 WS-CYCLE-JOB PIC X(8) OCCURS 12 TIMES.

       EXEC SQL
         INCLUDE SQLCA
       100-MAIN.
           DISPLAY 'pay cycle date (YYYYMMDD)'
           ACCEPT CYC-DATE
           DISPLAY 'pay group'
           ACCEPT CYC-GROUP

           EXEC SQL
               DECLARE CYCTBL CURSOR FOR
                   SELECT CYC-JOB,CYC-STATUS,CYC-RUN-DATE,
                          CYC-RUN-TIME,CYC-OVR-REASON
                     FROM PAYCYCLE
                    WHERE CYC-GROUP = :CYC-GROUP
                      AND CYC-DATE = :CYC-DATE
                    ORDER BY CYC-JOB, CYC-RUN-DATE, CYC-RUN-TIME
           END-EXEC


           PERFORM 300-SHOW-NOT-RUN
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 12.

       100-EXIT.
           STOP RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-JOB-COUNT
                 FROM PAYCYCLE
                WHERE CYC-GROUP = :CYC-GROUP
                  AND CYC-DATE = :CYC-DATE
                  AND CYC-JOB = :CYC-JOB
                  AND CYC-STATUS = 'C'
           END-EXEC
