       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPVRF.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One employment or income verification request off the
      *    VERIFLOG table - who asked, why, which operator answered
      *    it, and whether a letter went out or nobody was found.
       01 VERIFY-LOG-REC.
           05 VRF-ENO PIC 9(4).
           05 VRF-SSN PIC 9(9).
           05 VRF-DATE PIC 9(8).
           05 VRF-TIME PIC 9(8).
           05 VRF-TYPE PIC X(1).
               88 VRF-EMPLOYMENT VALUE 'E'.
               88 VRF-INCOME VALUE 'I'.
           05 VRF-REQUESTER PIC X(30).
           05 VRF-PURPOSE PIC X(30).
           05 VRF-OPERATOR PIC X(8).
           05 VRF-RESULT PIC X(1).
               88 VRF-LETTER-SENT VALUE 'L'.
               88 VRF-NOT-FOUND VALUE 'N'.
