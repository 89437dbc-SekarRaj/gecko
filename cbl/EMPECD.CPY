       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPECD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One earnings code off the EARNCODE table - what an hour
      *    under the code pays (PAYRATE times EC-MULT, plus the flat
      *    EC-FLAT premium an hour) and whether its hours count
      *    toward overtime.  EC-CLASS sorts the codes - R regular
      *    (REG), O the overtime EMSTUB figures itself (OT), P the
      *    premium codes keyed on timecards (ND night shift
      *    differential, HOL holiday, ONC on-call), S supplemental
      *    pay EMBONS pays off the bonus file (BON bonus) and never
      *    keyed on a timecard.
       01 EARN-CODE-REC.
           05 EC-CODE PIC X(3).
           05 EC-DESC PIC X(20).
           05 EC-CLASS PIC X(1).
               88 EC-REGULAR VALUE 'R'.
               88 EC-OVERTIME VALUE 'O'.
               88 EC-PREMIUM VALUE 'P'.
               88 EC-SUPPLEMENTAL VALUE 'S'.
           05 EC-MULT PIC 9V999.
           05 EC-FLAT PIC 9(3)V99.
           05 EC-OT-COUNTS PIC X(1).
               88 EC-COUNTS-FOR-OT VALUE 'Y'.
