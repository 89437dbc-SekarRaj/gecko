       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPGR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 PAY-GROUP-REC.
           05 PG-CODE PIC X(2).
           05 PG-DESC PIC X(20).
           05 PG-FREQ PIC X(1).
               88 PG-WEEKLY VALUE 'W'.
               88 PG-BIWEEKLY VALUE 'B'.
               88 PG-SEMI-MONTHLY VALUE 'S'.
           05 PG-PERIODS PIC 9(2).
