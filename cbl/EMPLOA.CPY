               88 LOA-RETURNED VALUE 'A'.
           05 LOA-DATE PIC 9(8).
           05 LOA-REASON PIC X(20).
           05 LOA-RSN-CODE PIC X(2).
           05 LOA-FMLA PIC X(1).
               88 LOA-FMLA-LEAVE VALUE 'Y'.
