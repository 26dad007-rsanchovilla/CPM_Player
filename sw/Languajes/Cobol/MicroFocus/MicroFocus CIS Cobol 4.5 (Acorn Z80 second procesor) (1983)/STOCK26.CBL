      /
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       01  RUN-DAY-COUNT PIC 9(8).
       01  EXPIRY-DAY-COUNT PIC 9(8).
       01  HORIZON-DAY-COUNT PIC 9(8).
       01  WARNING-DAYS-X PIC X(3).
       01  WARNING-DAYS REDEFINES WARNING-DAYS-X PIC 9(3).
      *THE HORIZON TAKEN WHEN THE OPERATOR JUST PRESSES RETURN -
      *EXPIRY-WARN ON STOCK.PRM, OR 30 DAYS IF NONE IS SET
       01  DEFAULT-WARN-DAYS PIC 9(3) VALUE 30.
           COPY "PRMREQ.CPY".
       01  DAYS-WORK-YYYY PIC 9999.
       01  DAYS-WORK-MM PIC 99.
       01  DAYS-WORK-DD PIC 99.
           DISPLAY SPACE.
           DISPLAY "LOT EXPIRY REPORT".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "EXPIRY-WARN" TO PQ-KEY.
           MOVE DEFAULT-WARN-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO DEFAULT-WARN-DAYS.
           DISPLAY "ENTER WARNING PERIOD IN DAYS (E.G. 030),".
           DISPLAY "RETURN ALONE TAKES " DEFAULT-WARN-DAYS ": ".
           MOVE SPACE TO WARNING-DAYS-X.
           ACCEPT WARNING-DAYS-X.
           IF WARNING-DAYS NOT NUMERIC
               MOVE DEFAULT-WARN-DAYS TO WARNING-DAYS.
      *THE HORIZON USES THE SAME 30-DAY-MONTH DAY-COUNT ARITHMETIC
      *AS THE REST OF THE SUITE'S DATE COMPARES - NEAR ENOUGH TO WARN
           COMPUTE RUN-DAY-COUNT =
