      *    garnishment carries its legal priority (lower numbers
      *    come off first - child support ahead of a tax levy ahead
      *    of a creditor) and the order's percent-of-disposable-
      *    earnings ceiling.  Every deduction also says whether it
      *    comes out of supplemental pay - EMBONS takes only the
      *    ones that do out of a bonus.
       300-ADD-DEDUCTION.
           DISPLAY 'description'
           ACCEPT DED-DESC
                   '(e.g. 002350000 for 23500.00, zero = none)'
               ACCEPT DED-ANN-CAP
           END-IF
           PERFORM 350-GET-SUPP-FLAG
           EXEC SQL
               INSERT INTO DEDUCT
                   (DED-ENO,DED-CODE,DED-DESC,DED-AMT,
                    DED-CLASS,DED-PRIORITY,DED-DI-PCT,
                    DED-PCT,DED-MATCH-PCT,DED-ANN-CAP,DED-SUPP)
                   VALUES
                   (:DED-ENO,:DED-CODE,:DED-DESC,:DED-AMT,
                    :DED-CLASS,:DED-PRIORITY,:DED-DI-PCT,
                    :DED-PCT,:DED-MATCH-PCT,:DED-ANN-CAP,:DED-SUPP)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
                   DED-ENO
           END-IF.

      *    350-GET-SUPP-FLAG asks whether the deduction comes out of
      *    supplemental pay - anything but yes is no.
       350-GET-SUPP-FLAG.
           DISPLAY 'taken from supplemental pay (bonus)? y/n'
           ACCEPT DED-SUPP
           INSPECT DED-SUPP CONVERTING 'yn' TO 'YN'
           IF DED-SUPP NOT = 'Y'
               MOVE 'N' TO DED-SUPP
           END-IF.

      *    400-CHANGE-DEDUCTION replaces the per-cycle amount of an
      *    existing deduction and whether it comes out of
      *    supplemental pay.
       400-CHANGE-DEDUCTION.
           DISPLAY 'new amount per cycle'
           ACCEPT DED-AMT
           PERFORM 350-GET-SUPP-FLAG
           EXEC SQL
               UPDATE DEDUCT
                  SET DED-AMT = :DED-AMT,
                      DED-SUPP = :DED-SUPP
                WHERE DED-ENO = :DED-ENO
                  AND DED-CODE = :DED-CODE
           END-EXEC
