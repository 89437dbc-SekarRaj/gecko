       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLRS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One leave reason code off the LOARSN reference table -
      *    LR-FMLA marks the reasons that are FMLA-qualifying (own
      *    serious health condition, birth or placement of a child,
      *    care of a family member).
       01 LEAVE-REASON-REC.
           05 LR-CODE PIC X(2).
           05 LR-DESC PIC X(25).
           05 LR-FMLA PIC X(1).
               88 LR-FMLA-REASON VALUE 'Y'.
