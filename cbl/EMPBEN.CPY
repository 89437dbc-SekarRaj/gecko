       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBEN.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 BENEFIT-ENROLL-REC.
           05 BE-ENO PIC 9(4).
           05 BE-TYPE PIC X(1).
           05 BE-PLAN PIC X(4).
           05 BE-TIER PIC X(2).
           05 BE-EFF-DATE PIC 9(8).
           05 BE-END-DATE PIC 9(8).
           05 BE-STATUS PIC X(1).
               88 BE-PENDING VALUE 'P'.
               88 BE-ACTIVE VALUE 'A'.
               88 BE-ENDED VALUE 'E'.
