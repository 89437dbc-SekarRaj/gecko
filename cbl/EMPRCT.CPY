       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One run-control answer - the job it is for (ALL for
      *    every job in the stream), the question it answers, the
      *    answer, and the reason an override answer must carry.
      *    Dates and amounts are keyed zero-filled from the left,
      *    the way the terminal prompts take them.  Keys are
      *    CYCDATE and GROUP for every job, SEQOVR and RERUN for
      *    the out-of-sequence and rerun overrides (Y plus a
      *    reason), and the job's own run options - TRIAL, VARPCT,
      *    VARAMT and PART for EMSTUB, SUPPRESS for EMDEPT, DESC
      *    for EMBONS.
       01 RUN-CONTROL-REC.
           05 RC-JOB PIC X(8).
           05 RC-KEY PIC X(8).
           05 RC-VALUE PIC X(30).
           05 RC-REASON PIC X(30).
           05 FILLER PIC X(4).
