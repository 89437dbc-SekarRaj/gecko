       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCW.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Run-control work fields - the RUNCTL file status, whether
      *    the job runs unattended, the scan switches, and the
      *    answer found, with its date, percent, amount and
      *    partition views.
       01 RC-FILE-STATUS PIC X(2).
       01 RC-RUN-MODE PIC X(1) VALUE 'I'.
           88 RC-UNATTENDED VALUE 'B'.
       01 RC-EOF-SW PIC X(1) VALUE 'N'.
           88 RC-EOF VALUE 'Y'.
       01 RC-HIT-SW PIC X(1) VALUE 'N'.
           88 RC-JOB-HIT VALUE 'Y'.
       01 RC-THIS-JOB PIC X(8).
       01 RC-WANT-KEY PIC X(8).
       01 RC-ANSWER.
           05 RC-ANS-VALUE PIC X(30).
           05 RC-ANS-REASON PIC X(30).
       01 RC-ANSWER-DATE REDEFINES RC-ANSWER.
           05 RC-ANS-DATE PIC 9(8).
           05 FILLER PIC X(52).
       01 RC-ANSWER-PCT REDEFINES RC-ANSWER.
           05 RC-ANS-PCT PIC 9(3)V99.
           05 FILLER PIC X(55).
       01 RC-ANSWER-AMT REDEFINES RC-ANSWER.
           05 RC-ANS-AMT PIC 9(7)V99.
           05 FILLER PIC X(51).
       01 RC-ANSWER-PART REDEFINES RC-ANSWER.
           05 RC-ANS-PART PIC 9(2).
           05 FILLER PIC X(58).
