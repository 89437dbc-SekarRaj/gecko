       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOFC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One off-cycle pay date off the OFFCYCLE table - a date
      *    EMBONS paid supplemental pay on for a pay group, outside
      *    the CYCCAL calendar.  EMERTX, EMEXTR, EMBAL, EMCHK and
      *    EMGLJ accept an OFFCYCLE date the way they accept a
      *    calendar date, and look for EMBONS rather than EMSTUB
      *    complete on PAYCYCLE behind it.
       01 OFF-CYCLE-REC.
           05 OC-GROUP PIC X(2).
           05 OC-DATE PIC 9(8).
           05 OC-DESC PIC X(20).
           05 OC-RUN-DATE PIC 9(8).
