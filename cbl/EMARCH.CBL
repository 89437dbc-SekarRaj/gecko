      *    650-PURGE-EARNINGS deletes the archived earnings rows
      *    now that the archive has proven.  Keep the cutoff behind
      *    the current W-2 year - EMW2 and EMQTR total the live
      *    table only.  The EARNDTL lines behind the purged rows
      *    itemize nothing once the rows are gone, so they go too.
       650-PURGE-EARNINGS.
           EXEC SQL
               DELETE FROM EARNHIST
                WHERE EH-PAY-DATE < :WS-CUTOFF
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'earnings purge ' DISP-CODE
           EXEC SQL
               DELETE FROM EARNDTL
                WHERE ED-PAY-DATE < :WS-CUTOFF
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           DISPLAY 'earnings detail purge ' DISP-CODE.
