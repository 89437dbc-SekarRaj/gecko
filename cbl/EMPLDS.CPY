       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLDS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 LABOR-DIST-REC.
           05 LD-ENO PIC 9(4).
           05 LD-DEPT PIC X(4).
           05 LD-PCT PIC 9(3)V99.
