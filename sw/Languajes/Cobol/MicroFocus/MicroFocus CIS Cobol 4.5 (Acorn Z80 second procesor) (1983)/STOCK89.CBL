      *3 MONTHS, 3-6, 6-12 AND OVER A YEAR, VALUED AT UNIT-COST,
      *BY CATEGORY PREFIX AND BY LOCATION.  ON-HAND THE RECEIPTS
      *CANNOT EXPLAIN (OPENING BALANCES, COUNT ADJUSTMENTS) GOES
      *TO THE OLDEST BAND RATHER THAN LOOK FRESH.  THE BAND ENDS
      *ARE AGE-BAND-1/2/3 ON STOCK.PRM WHEN A SUPERVISOR HAS MOVED
      *THEM FROM 3, 6 AND 12 MONTHS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       01  LAYER-LEFT PIC 9(6)V99.
       01  AGE-MONTHS PIC S9(6).
       01  AGE-BAND PIC 9.
       01  BAND-1-MONTHS PIC 99 VALUE 3.
       01  BAND-2-MONTHS PIC 99 VALUE 6.
       01  BAND-3-MONTHS PIC 99 VALUE 12.
           COPY "PRMREQ.CPY".
       01  BAND-VALUE PIC 9(10)V99.
       01  JRN-DATE-WORK.
           02  JW-MM PIC 99.
           02  GB-BAND PIC 9(12)V99 OCCURS 4 TIMES.
       01  HEADING-2.
           02  FILLER PIC X(5)  VALUE "KEY".
           02  FILLER PIC X(9)  VALUE "    UNDER".
           02  H2-BAND-1 PIC Z9.
           02  FILLER PIC XX    VALUE "M ".
           02  FILLER PIC X(6)  VALUE SPACE.
           02  H2-BAND-1B PIC Z9.
           02  FILLER PIC X     VALUE "-".
           02  H2-BAND-2 PIC Z9.
           02  FILLER PIC XX    VALUE " M".
           02  FILLER PIC X(6)  VALUE SPACE.
           02  H2-BAND-2B PIC Z9.
           02  FILLER PIC X     VALUE "-".
           02  H2-BAND-3 PIC Z9.
           02  FILLER PIC XX    VALUE " M".
           02  FILLER PIC X(8)  VALUE "    OVER".
           02  H2-BAND-3B PIC Z9.
           02  FILLER PIC XXX   VALUE "M  ".
       01  DETAIL-LINE.
           02  DL-KEY PIC X(4).
           02  FILLER PIC X VALUE SPACE.
               PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE RUN-DATE TO JRN-DATE-WORK.
           COMPUTE RUN-MONTHS = JW-YYYY * 12 + JW-MM.
           PERFORM GET-BAND-LIMITS THRU GET-BAND-LIMITS-EXIT.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK MASTER ON DISK."
           COMPUTE AGE-MONTHS =
               RUN-MONTHS - LY-MONTHS (LAYER-IX).
           MOVE 1 TO AGE-BAND.
           IF AGE-MONTHS NOT < BAND-1-MONTHS MOVE 2 TO AGE-BAND.
           IF AGE-MONTHS NOT < BAND-2-MONTHS MOVE 3 TO AGE-BAND.
           IF AGE-MONTHS NOT < BAND-3-MONTHS MOVE 4 TO AGE-BAND.
           COMPUTE BAND-VALUE ROUNDED =
               LAYER-LEFT * UNIT-COST
               ON SIZE ERROR MOVE 0 TO BAND-VALUE
           GO TO AGE-LAYER-LOOP.
       AGE-BIN-EXIT.
           EXIT.
      *THE BAND ENDS, IN MONTHS, FROM THE PARAMETER FILE - AND
      *INTO THE COLUMN HEADINGS SO THE PRINT SAYS WHICH BANDS RAN
       GET-BAND-LIMITS.
           MOVE "AGE-BAND-1" TO PQ-KEY.
           MOVE BAND-1-MONTHS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-1-MONTHS.
           MOVE "AGE-BAND-2" TO PQ-KEY.
           MOVE BAND-2-MONTHS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-2-MONTHS.
           MOVE "AGE-BAND-3" TO PQ-KEY.
           MOVE BAND-3-MONTHS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-3-MONTHS.
           MOVE BAND-1-MONTHS TO H2-BAND-1.
           MOVE BAND-1-MONTHS TO H2-BAND-1B.
           MOVE BAND-2-MONTHS TO H2-BAND-2.
           MOVE BAND-2-MONTHS TO H2-BAND-2B.
           MOVE BAND-3-MONTHS TO H2-BAND-3.
           MOVE BAND-3-MONTHS TO H2-BAND-3B.
       GET-BAND-LIMITS-EXIT.
           EXIT.
      *THE BIN'S DATED RECEIPTS OFF THE JOURNAL, IN POSTING ORDER -
      *THE KEY LEADS WITH THE BIN SO ONE KEYED START GIVES THEM ALL
       LOAD-LAYERS.
