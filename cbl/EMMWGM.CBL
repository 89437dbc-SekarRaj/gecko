       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMMWGM.
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
       01 DISP-HOURLY PIC ZZ9.99.
       01 DISP-EXEMPT PIC Z,ZZZ,ZZ9.99.

       EXEC SQL
         INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
         INCLUDE EMPMWG
       END-EXEC.

      *    EMMWGM keeps the MINWAGE table - the federal floor and
      *    each state's minimum wage and exempt salary threshold,
      *    one row per effective date, so a state's next increase
      *    can be keyed as soon as it is announced.
       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 'authority - FD for federal, or state code'
           ACCEPT MW-ST
           INSPECT MW-ST CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'effective date (YYYYMMDD)'
           ACCEPT MW-EFF-DATE
           IF MW-EFF-DATE NOT NUMERIC OR MW-EFF-DATE = 0
               DISPLAY 'effective date is required'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           DISPLAY 'minimum hourly wage (e.g. 01550 for 15.50)'
           ACCEPT MW-HOURLY
           DISPLAY 'exempt salary threshold a year (e.g. 005868000'
               ' for 58680.00, zeros for none)'
           ACCEPT MW-EXEMPT
           IF MW-FEDERAL AND (MW-HOURLY = 0 OR MW-EXEMPT = 0)
               DISPLAY 'the federal row needs both the floor and '
                   'the threshold'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           PERFORM 200-UPDATE-MINIMUM
           IF SQLCODE = 100
               PERFORM 300-INSERT-MINIMUM
           END-IF.

       100-EXIT.
           STOP RUN.

      *    200-UPDATE-MINIMUM replaces the row already on file for
      *    the authority and date; SQLCODE 100 means a new date and
      *    the mainline falls through to the insert.
       200-UPDATE-MINIMUM.
           EXEC SQL
               UPDATE MINWAGE
                  SET MW-HOURLY = :MW-HOURLY,
                      MW-EXEMPT = :MW-EXEMPT
                WHERE MW-ST = :MW-ST
                  AND MW-EFF-DATE = :MW-EFF-DATE
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'update ' DISP-CODE
           IF SQLCODE = 0
               PERFORM 400-SHOW-MINIMUM
               DISPLAY 'minimum for ' MW-ST ' changed'
           END-IF.

      *    300-INSERT-MINIMUM adds a new effective date.
       300-INSERT-MINIMUM.
           EXEC SQL
               INSERT INTO MINWAGE
                   (MW-ST,MW-EFF-DATE,MW-HOURLY,MW-EXEMPT)
                   VALUES
                   (:MW-ST,:MW-EFF-DATE,:MW-HOURLY,:MW-EXEMPT)
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'insert ' DISP-CODE
           IF SQLCODE = 0
               PERFORM 400-SHOW-MINIMUM
               DISPLAY 'minimum for ' MW-ST ' added'
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       400-SHOW-MINIMUM.
           MOVE MW-HOURLY TO DISP-HOURLY
           MOVE MW-EXEMPT TO DISP-EXEMPT
           DISPLAY MW-ST ' from ' MW-EFF-DATE ' hourly ' DISP-HOURLY
               ' exempt salary ' DISP-EXEMPT.
