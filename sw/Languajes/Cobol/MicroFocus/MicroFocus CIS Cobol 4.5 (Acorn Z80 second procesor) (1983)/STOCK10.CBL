           END-PERFORM.
           CLOSE TRANS-BACKUP-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "JOURNAL RESTORED - REBUILD THE DAILY MOVEMENT".
           DISPLAY "SUMMARY FOR THE DAYS SINCE THE BACKUP WAS TAKEN".
       SHOW-IO-ERROR.
           DISPLAY "STOCK FILE I/O ERROR, STATUS: " STOCK-STATUS.
      *THE DAY-END DRIVER RAISES THE AUTO FLAG ON STOCK.DAY; WHEN IT
