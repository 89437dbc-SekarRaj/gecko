       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSPT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One partition of a pay group's stub run off the STUBPART
      *    table - the employee-number range the partition pays.
      *    A group's partitions must not overlap, and EMSTMG only
      *    records the stub run complete when they cover everyone.
       01 STUB-PART-REC.
           05 SP-GROUP PIC X(2).
           05 SP-PART PIC 9(2).
           05 SP-LOW-ENO PIC 9(4).
           05 SP-HIGH-ENO PIC 9(4).
