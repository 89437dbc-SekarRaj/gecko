       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMERTM.
       AUTHOR. Me.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01 DISP-CODE PIC ----9.
       01 DISP-PCT PIC Z9.999.
       01 DISP-BASE PIC Z,ZZZ,ZZ9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPERT
       END-EXEC.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'employer tax - SS, MED, FUTA or SUTA'
           ACCEPT ERT-TAX
           INSPECT ERT-TAX CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF NOT ERT-SOC-SEC AND NOT ERT-MEDICARE
              AND NOT ERT-FUTA AND NOT ERT-SUTA
               DISPLAY 'tax ' ERT-TAX ' not SS, MED, FUTA or SUTA'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           DISPLAY 'tax authority - FD for federal, or state code'
           ACCEPT ERT-ST
           INSPECT ERT-ST CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF ERT-SUTA AND ERT-FEDERAL
               DISPLAY 'SUTA is a state tax - key the state code'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           IF NOT ERT-SUTA AND NOT ERT-FEDERAL
               DISPLAY ERT-TAX ' is a federal tax - key FD'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           DISPLAY 'employer percent (e.g. 06200 for 6.200)'
           ACCEPT ERT-PCT
           DISPLAY 'annual wage base (e.g. 016860000 for 168600.00,'
               ' zeros for no limit)'
           ACCEPT ERT-WAGE-BASE
           DISPLAY 'agency the deposit is paid to'
           ACCEPT ERT-AGENCY
           DISPLAY 'deposit frequency - S semiweekly, M monthly,'
               ' Q quarterly'
           ACCEPT ERT-DEP-FREQ
           INSPECT ERT-DEP-FREQ CONVERTING 'smq' TO 'SMQ'
           IF NOT ERT-DEP-SEMIWEEKLY AND NOT ERT-DEP-MONTHLY
              AND NOT ERT-DEP-QUARTERLY
               DISPLAY 'frequency ' ERT-DEP-FREQ ' not S, M or Q'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 200-UPDATE-RATE
           IF SQLCODE = 100
               PERFORM 300-INSERT-RATE
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-UPDATE-RATE replaces the rate already on file for
      *    the tax and authority, the way EMTAXM maintains the
      *    withholding rates; SQLCODE 100 means no row yet and the
      *    mainline falls through to the insert.
       200-UPDATE-RATE.
           EXEC SQL
               UPDATE ERTAXRT
                  SET ERT-PCT = :ERT-PCT,
                      ERT-WAGE-BASE = :ERT-WAGE-BASE,
                      ERT-AGENCY = :ERT-AGENCY,
                      ERT-DEP-FREQ = :ERT-DEP-FREQ
                WHERE ERT-TAX = :ERT-TAX
                  AND ERT-ST = :ERT-ST
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           IF SQLCODE = 0
               PERFORM 400-SHOW-RATE
               DISPLAY 'rate for ' ERT-TAX ' ' ERT-ST ' changed'
           END-IF.

      *    300-INSERT-RATE adds a tax not on the table yet.
       300-INSERT-RATE.
           EXEC SQL
               INSERT INTO ERTAXRT
                   (ERT-TAX,ERT-ST,ERT-PCT,ERT-WAGE-BASE,
                    ERT-AGENCY,ERT-DEP-FREQ)
                   VALUES
                   (:ERT-TAX,:ERT-ST,:ERT-PCT,:ERT-WAGE-BASE,
                    :ERT-AGENCY,:ERT-DEP-FREQ)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE = 0
               PERFORM 400-SHOW-RATE
               DISPLAY 'rate for ' ERT-TAX ' ' ERT-ST ' added'
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       400-SHOW-RATE.
           MOVE ERT-PCT TO DISP-PCT
           MOVE ERT-WAGE-BASE TO DISP-BASE
           DISPLAY ERT-TAX ' ' ERT-ST ' ' DISP-PCT ' pct base '
               DISP-BASE ' ' ERT-AGENCY ' freq ' ERT-DEP-FREQ.
