       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPW2S.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    The W-2 amounts on file with SSA for one SSN and tax
      *    year - written by EMW2 when the year is filed and
      *    brought forward by EMW2C each time a W-2c goes out.
       01 W2-SNAPSHOT-REC.
           05 W2S-SSN PIC 9(9).
           05 W2S-YEAR PIC 9(4).
           05 W2S-LNAME PIC X(10).
           05 W2S-FNAME PIC X(8).
           05 W2S-ST PIC X(2).
           05 W2S-GROSS PIC 9(9)V99.
           05 W2S-FED PIC 9(9)V99.
           05 W2S-STATE PIC 9(9)V99.
           05 W2S-FILED-DATE PIC 9(8).
           05 W2S-SOURCE PIC X(1).
               88 W2S-ORIGINAL VALUE 'W'.
               88 W2S-CORRECTED VALUE 'C'.
