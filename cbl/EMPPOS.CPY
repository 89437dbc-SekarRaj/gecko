       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 POSITION-REC.
           05 PSN-NO PIC 9(6).
           05 PSN-DEPT PIC X(4).
           05 PSN-TITLE PIC X(20).
           05 PSN-FTE PIC 9V99.
           05 PSN-ANN-PAY PIC 9(7)V99.
           05 PSN-STATUS PIC X(1).
               88 PSN-OPEN VALUE 'O'.
               88 PSN-FILLED VALUE 'F'.
               88 PSN-CLOSED VALUE 'X'.
           05 PSN-ENO PIC 9(4).
