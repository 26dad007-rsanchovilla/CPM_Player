       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-CONSOLIDATION.
       AUTHOR. MICRO FOCUS LTD.
      *HEAD OFFICE'S ONE STOCK FIGURE FOR ALL THE SITES.  EACH SITE
      *RUNS ITS OWN COPY OF THE SYSTEM; THE SUPERVISOR PUTS EACH
      *SITE'S DATA DISKETTE IN A DRIVE AND KEYS THE DRIVE (B: AND
      *SO ON) - THIS SITE'S OWN FILES ARE ALWAYS THE FIRST COLUMN.
      *EACH SITE'S STOCK.CTL NAMES ITS COLUMN.  THREE REPORTS COME
      *OUT, EVERY SITE SIDE BY SIDE WITH A GROUP TOTAL:
      *  STOCK.GRV - VALUATION AT COST BY CATEGORY FROM EACH SITE'S
      *              STOCK.IT, CONSIGNMENT BINS LEFT OUT AS ON THE
      *              STOCK VALUATION;
      *  STOCK.GRU - USAGE AT COST BY CATEGORY FOR ONE MONTH FROM
      *              EACH SITE'S MOVEMENT SUMMARY (ISSUES LESS
      *              RETURNS FROM DEPARTMENTS);
      *  STOCK.GRA - ABC BY STOCK CODE ON THE GROUP'S ANNUAL USAGE
      *              VALUE (STOCK.USG BUCKETS AT UNIT-COST, AS ON THE
      *              ABC CLASSIFICATION), CUT AT THE SAME ABC-A-PCT
      *              AND ABC-B-PCT.  THE GROUP CLASS IS REPORTED ONLY
      *              - EACH SITE'S OWN ABC-CLASS IS LEFT ALONE.
      *NOTHING AT ANY SITE IS CHANGED.  SUPERVISORS ONLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
           ASSIGN DYNAMIC SITE-CTL-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS CF-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC SITE-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS IT-STATUS.
           SELECT LOC-FILE ASSIGN DYNAMIC SITE-LOC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOC-CODE
           FILE STATUS LOC-STATUS.
           SELECT USAGE-FILE ASSIGN DYNAMIC SITE-USG-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY US-KEY
           FILE STATUS US-STATUS.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC SITE-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC STOCK-CAT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CAT-CODE
           FILE STATUS CT-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-GRW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY GW-STOCK-CODE.
           SELECT RANK-FILE ASSIGN DYNAMIC STOCK-GRK-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY GK-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE; RECORD 42.
       01  CONTROL-RECORD.
           02  CF-LAST-TRAN-NO PIC 9(4).
           02  CF-BATCH-DONE PIC 9(4).
           02  CF-LAST-RVRSL-NO PIC 9(4).
           02  CF-LAST-GRN-NO PIC 9(4).
           02  CF-LAST-ISS-NO PIC 9(4).
      *THE SITE THIS COPY OF THE SYSTEM RUNS AT, SET BY SITE-SETUP
           02  CF-SITE-CODE PIC XX.
           02  CF-SITE-NAME PIC X(20).
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  USAGE-FILE; RECORD 122.
           COPY "USGFILE.CPY".
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
      *ONE ROW PER STOCK CODE - ITS ANNUAL USAGE VALUE AT EACH SITE
       FD  WORK-FILE; RECORD 60.
       01  WORK-RECORD.
           02  GW-STOCK-CODE PIC X(8).
           02  GW-SITE-VALUE PIC 9(10)V99 OCCURS 4 TIMES.
           02  FILLER PIC X(4).
      *THE SAME ROWS KEYED ON THE NINES-COMPLEMENT OF THE GROUP
      *VALUE, SO A KEYED WALK COMES OUT BIGGEST FIRST
       FD  RANK-FILE; RECORD 80.
       01  RANK-RECORD.
           02  GK-KEY.
               03  GK-VALUE-INV PIC 9(11).
               03  GK-STOCK-CODE PIC X(8).
           02  GK-SITE-VALUE PIC 9(10)V99 OCCURS 4 TIMES.
           02  GK-GROUP-VALUE PIC 9(11)V99.
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG.  THE SITE FILES
      *ARE THE BASE NAME BEHIND THE SITE'S DRIVE.
       01  FILE-NAMES.
           02  BASE-CTL-FN PIC X(12) VALUE "STOCK.CTL".
           02  BASE-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  BASE-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  BASE-USG-FN PIC X(12) VALUE "STOCK.USG".
           02  BASE-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-CAT-FN PIC X(12) VALUE "STOCK.CAT".
           02  STOCK-GRW-FN PIC X(12) VALUE "STOCK.GRW".
           02  STOCK-GRK-FN PIC X(12) VALUE "STOCK.GRK".
           02  STOCK-GRV-FN PIC X(12) VALUE "STOCK.GRV".
           02  STOCK-GRU-FN PIC X(12) VALUE "STOCK.GRU".
           02  STOCK-GRA-FN PIC X(12) VALUE "STOCK.GRA".
       01  SITE-FILE-NAMES.
           02  SITE-CTL-FN PIC X(12).
           02  SITE-IT-FN PIC X(12).
           02  SITE-LOC-FN PIC X(12).
           02  SITE-USG-FN PIC X(12).
           02  SITE-MSM-FN PIC X(12).
           02  PRINT-FN PIC X(12).
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  CF-STATUS PIC XX.
       01  IT-STATUS PIC XX.
       01  LOC-STATUS PIC XX.
       01  US-STATUS PIC XX.
       01  MS-STATUS PIC XX.
       01  CT-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  LOC-OPEN PIC X.
       01  USG-OPEN PIC X.
       01  CAT-OPEN PIC X VALUE "N".
       01  RUN-DATE PIC X(10).
       01  WANTED-PERIOD.
           02  WP-MM PIC 99.
           02  FILLER PIC X.
           02  WP-YYYY PIC 9999.
       01  NEW-PREFIX PIC X(3).
       01  USAGE-IDX PIC 99.
       01  USAGE-TOTAL PIC 9(9).
       01  BIN-VALUE PIC 9(10)V99.
       01  ITEM-COST-VALUE PIC 9(10)V99.
       01  ROW-VALUE PIC S9(10)V99.
       01  ROW-GROUP PIC S9(11)V99.
       01  GROUP-VALUE PIC 9(11)V99.
       01  GRAND-VALUE PIC 9(13)V99 VALUE 0.
       01  CUM-VALUE PIC 9(13)V99.
       01  CUM-PCT PIC 9(3)V99.
       01  NEW-CLASS PIC X.
       01  CLASS-IX PIC 9.
       01  CLASS-A-PCT PIC 9(3)V99 VALUE 80.00.
       01  CLASS-B-PCT PIC 9(3)V99 VALUE 95.00.
           COPY "PRMREQ.CPY".
      *ONE SLOT PER SITE - WHERE ITS FILES ARE, WHAT IT IS CALLED
      *AND WHAT WAS FOUND THERE
       01  SITE-COUNT PIC 9 VALUE 0.
       01  SITE-IX PIC 9.
       01  CHECK-IX PIC 9.
       01  SITE-TABLE.
           02  SITE-ENTRY OCCURS 4 TIMES.
               03  ST-PREFIX PIC X(3).
               03  ST-CODE PIC XX.
               03  ST-NAME PIC X(20).
               03  ST-BINS PIC 9(5).
               03  ST-CONSIGN PIC 9(5).
               03  ST-STOCK-FLAG PIC X.
               03  ST-MSM-FLAG PIC X.
               03  ST-USG-FLAG PIC X.
               03  ST-STOCK-TOTAL PIC S9(11)V99.
               03  ST-USAGE-TOTAL PIC S9(11)V99.
      *ONE SLOT PER CATEGORY PREFIX, ACROSS ALL THE SITES, FILLED ON
      *THE PASSES OF EACH SITE'S FILES AND PRINTED AT THE END
       01  CAT-COUNT PIC 99 VALUE 0.
       01  CAT-IX PIC 99.
       01  NEXT-IX PIC 99.
       01  WANTED-CATEGORY PIC XX.
       01  LAST-CATEGORY PIC XX.
       01  NEXT-CATEGORY PIC XX.
       01  REPORT-KIND PIC X.
       01  CAT-TABLE.
           02  CAT-ENTRY OCCURS 80 TIMES.
               03  GT-CATEGORY PIC XX.
               03  GT-IN-STOCK PIC X.
               03  GT-IN-USAGE PIC X.
               03  GT-STOCK-VALUE PIC S9(10)V99 OCCURS 4 TIMES.
               03  GT-USAGE-VALUE PIC S9(10)V99 OCCURS 4 TIMES.
      *THE CLASS A, B AND C TOTALS ON THE GROUP ABC
       01  CLASS-TABLE.
           02  CLASS-ENTRY OCCURS 3 TIMES.
               03  CL-COUNT PIC 9(5).
               03  CL-SITE-VALUE PIC 9(12)V99 OCCURS 4 TIMES.
               03  CL-GROUP-VALUE PIC 9(13)V99.
       01  CLASS-LETTERS PIC X(3) VALUE "ABC".
       01  SITE-HEADING.
           02  FILLER PIC X(14).
           02  SH-COL OCCURS 4 TIMES.
               03  FILLER PIC X(11).
               03  SH-CODE PIC XX.
           02  FILLER PIC X(14).
       01  ABC-HEADING.
           02  FILLER PIC X(8).
           02  AH-COL OCCURS 4 TIMES.
               03  FILLER PIC X(8).
               03  AH-CODE PIC XX.
           02  FILLER PIC X(32).
       01  SITE-LEGEND.
           02  FILLER PIC X(5) VALUE "SITE ".
           02  LG-CODE PIC XX.
           02  FILLER PIC X(3) VALUE " - ".
           02  LG-NAME PIC X(20).
           02  LG-NOTE PIC X(50).
       01  CATEGORY-LINE.
           02  CL-CATEGORY PIC XX.
           02  FILLER PIC X VALUE SPACE.
           02  CL-DESC PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CL-COL OCCURS 4 TIMES.
               03  FILLER PIC X.
               03  CL-SITE PIC -ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  CL-GROUP PIC -ZZZZZZZZ9.99.
       01  ABC-LINE.
           02  AL-LABEL PIC X(8).
           02  AL-COL OCCURS 4 TIMES.
               03  FILLER PIC X.
               03  AL-SITE PIC ZZZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  AL-GROUP PIC ZZZZZZZZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  AL-TAIL.
               03  AL-CUM-PCT PIC ZZ9.99.
               03  FILLER PIC XXX.
               03  AL-CLASS PIC X.
           02  AL-COUNT-AREA REDEFINES AL-TAIL.
               03  AL-COUNT PIC ZZZZ9.
               03  FILLER PIC X(5).
       01  NOTE-LINE PIC X(80).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "GROUP CONSOLIDATION OF ALL SITES".
           MOVE SPACE TO SITE-TABLE.
           PERFORM GET-SITES THRU GET-SITES-EXIT.
           IF SITE-COUNT = 0
               DISPLAY "NO SITES TO CONSOLIDATE."
               GO TO FINISH.
           PERFORM GET-PERIOD THRU GET-PERIOD-EXIT.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "ABC-A-PCT" TO PQ-KEY.
           MOVE CLASS-A-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO CLASS-A-PCT.
           MOVE "ABC-B-PCT" TO PQ-KEY.
           MOVE CLASS-B-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO CLASS-B-PCT.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           PERFORM LOAD-SITE THRU LOAD-SITE-EXIT
               VARYING SITE-IX FROM 1 BY 1 UNTIL SITE-IX > SITE-COUNT.
           CLOSE WORK-FILE.
           OPEN INPUT CAT-FILE.
           IF CT-STATUS = "00"
               MOVE "Y" TO CAT-OPEN.
           PERFORM PRINT-VALUATION THRU PRINT-VALUATION-EXIT.
           PERFORM PRINT-USAGE THRU PRINT-USAGE-EXIT.
           IF CAT-OPEN = "Y"
               CLOSE CAT-FILE.
           PERFORM PRINT-ABC THRU PRINT-ABC-EXIT.
           DISPLAY "GROUP REPORTS ARE ON " STOCK-GRV-FN ", "
               STOCK-GRU-FN " AND " STOCK-GRA-FN.
       FINISH.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *THIS SITE FIRST, FROM ITS OWN FILES; THEN UP TO THREE MORE
      *FROM THE DRIVES THEIR DISKETTES ARE IN.  A SITE IS ONLY TAKEN
      *WHEN ITS STOCK.CTL CARRIES A SITE CODE NOT ALREADY TAKEN, SO
      *THE SAME DISKETTE CANNOT BE COUNTED TWICE.
       GET-SITES.
           MOVE SPACE TO NEW-PREFIX.
           PERFORM TAKE-SITE THRU TAKE-SITE-EXIT.
           IF SITE-COUNT = 0 GO TO GET-SITES-EXIT.
       GET-SITES-LOOP.
           IF SITE-COUNT NOT < 4 GO TO GET-SITES-EXIT.
           DISPLAY SPACE.
           DISPLAY "DRIVE HOLDING THE NEXT SITE'S FILES (E.G. B:),".
           DISPLAY "OR RETURN WHEN THERE ARE NO MORE: ".
           MOVE SPACE TO NEW-PREFIX.
           ACCEPT NEW-PREFIX.
           IF NEW-PREFIX = SPACE GO TO GET-SITES-EXIT.
           PERFORM TAKE-SITE THRU TAKE-SITE-EXIT.
           GO TO GET-SITES-LOOP.
       GET-SITES-EXIT.
           EXIT.
       TAKE-SITE.
           MOVE SPACE TO SITE-CTL-FN.
           STRING NEW-PREFIX DELIMITED BY SPACE
               BASE-CTL-FN DELIMITED BY SPACE
               INTO SITE-CTL-FN.
           MOVE SPACE TO CF-SITE-CODE.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00"
               DISPLAY "NO " SITE-CTL-FN " - NOT A SITE'S FILES."
               GO TO TAKE-SITE-EXIT.
           READ CONTROL-FILE AT END
               MOVE SPACE TO CONTROL-RECORD.
      *A CONTROL RECORD FROM BEFORE SITES WERE ADDED READS SHORT
           IF CF-STATUS NOT = "00"
               MOVE SPACE TO CF-SITE-CODE.
           CLOSE CONTROL-FILE.
           IF CF-SITE-CODE = SPACE
               DISPLAY "NO SITE CODE ON " SITE-CTL-FN
                   " - RUN SITE SETUP THERE FIRST."
               GO TO TAKE-SITE-EXIT.
           MOVE 0 TO CHECK-IX.
       TAKE-SITE-CHECK.
           ADD 1 TO CHECK-IX.
           IF CHECK-IX > SITE-COUNT GO TO TAKE-SITE-ADD.
           IF ST-CODE (CHECK-IX) = CF-SITE-CODE
               DISPLAY "SITE " CF-SITE-CODE " IS ALREADY IN THE RUN."
               GO TO TAKE-SITE-EXIT.
           GO TO TAKE-SITE-CHECK.
       TAKE-SITE-ADD.
           ADD 1 TO SITE-COUNT.
           MOVE NEW-PREFIX TO ST-PREFIX (SITE-COUNT).
           MOVE CF-SITE-CODE TO ST-CODE (SITE-COUNT).
           MOVE CF-SITE-NAME TO ST-NAME (SITE-COUNT).
           MOVE 0 TO ST-BINS (SITE-COUNT).
           MOVE 0 TO ST-CONSIGN (SITE-COUNT).
           MOVE "N" TO ST-STOCK-FLAG (SITE-COUNT).
           MOVE "N" TO ST-MSM-FLAG (SITE-COUNT).
           MOVE "N" TO ST-USG-FLAG (SITE-COUNT).
           MOVE 0 TO ST-STOCK-TOTAL (SITE-COUNT).
           MOVE 0 TO ST-USAGE-TOTAL (SITE-COUNT).
           DISPLAY "SITE " CF-SITE-CODE " - " CF-SITE-NAME.
       TAKE-SITE-EXIT.
           EXIT.
       GET-PERIOD.
           DISPLAY "ENTER PERIOD FOR THE USAGE REPORT (MM/YYYY): ".
           ACCEPT WANTED-PERIOD.
           IF WP-MM NOT NUMERIC OR WP-YYYY NOT NUMERIC
               OR WP-MM < 1 OR WP-MM > 12
               DISPLAY "NOT A MONTH, TRY AGAIN."
               GO TO GET-PERIOD.
       GET-PERIOD-EXIT.
           EXIT.
      *ONE SITE'S STOCK AND USAGE INTO THE TABLES AND THE WORK FILE
       LOAD-SITE.
           MOVE SPACE TO SITE-IT-FN.
           STRING ST-PREFIX (SITE-IX) DELIMITED BY SPACE
               BASE-IT-FN DELIMITED BY SPACE
               INTO SITE-IT-FN.
           MOVE SPACE TO SITE-LOC-FN.
           STRING ST-PREFIX (SITE-IX) DELIMITED BY SPACE
               BASE-LOC-FN DELIMITED BY SPACE
               INTO SITE-LOC-FN.
           MOVE SPACE TO SITE-USG-FN.
           STRING ST-PREFIX (SITE-IX) DELIMITED BY SPACE
               BASE-USG-FN DELIMITED BY SPACE
               INTO SITE-USG-FN.
           MOVE SPACE TO SITE-MSM-FN.
           STRING ST-PREFIX (SITE-IX) DELIMITED BY SPACE
               BASE-MSM-FN DELIMITED BY SPACE
               INTO SITE-MSM-FN.
           DISPLAY "READING SITE " ST-CODE (SITE-IX) "...".
           PERFORM LOAD-SITE-STOCK THRU LOAD-SITE-STOCK-EXIT.
           PERFORM LOAD-SITE-USAGE THRU LOAD-SITE-USAGE-EXIT.
       LOAD-SITE-EXIT.
           EXIT.
      *EVERY BIN GIVES ITS ANNUAL USAGE VALUE TO THE STOCK CODE'S
      *ROW ON THE WORK FILE; A BIN NOT ON CONSIGNMENT ALSO GIVES
      *ITS VALUE AT COST TO ITS CATEGORY
       LOAD-SITE-STOCK.
           OPEN INPUT STOCK-FILE.
           IF IT-STATUS NOT = "00"
               DISPLAY "NO " SITE-IT-FN " FOR SITE " ST-CODE (SITE-IX)
               GO TO LOAD-SITE-STOCK-EXIT.
           MOVE "Y" TO ST-STOCK-FLAG (SITE-IX).
           MOVE "N" TO LOC-OPEN.
           OPEN INPUT LOC-FILE.
           IF LOC-STATUS = "00"
               MOVE "Y" TO LOC-OPEN.
           MOVE "N" TO USG-OPEN.
           OPEN INPUT USAGE-FILE.
           IF US-STATUS = "00"
               MOVE "Y" TO USG-OPEN
               MOVE "Y" TO ST-USG-FLAG (SITE-IX).
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       LOAD-STOCK-LOOP.
           IF MORE-RECORDS = "N" GO TO LOAD-STOCK-END.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO LOAD-STOCK-LOOP.
           IF USG-OPEN = "Y"
               PERFORM POST-USAGE-VALUE THRU POST-USAGE-VALUE-EXIT.
      *A CONSIGNMENT BIN'S STOCK IS THE SUPPLIER'S MONEY, NOT OURS
      *- IT STAYS OFF THE VALUATION
           IF LOC-OPEN = "Y"
               MOVE LOCATION-CODE TO LOC-CODE
               READ LOC-FILE
                   INVALID CONTINUE
                   NOT INVALID
                       IF LOC-CONSIGN-FLAG = "Y"
                           ADD 1 TO ST-CONSIGN (SITE-IX)
                           GO TO LOAD-STOCK-LOOP
                       END-IF
               END-READ.
           ADD 1 TO ST-BINS (SITE-IX).
           COMPUTE ITEM-COST-VALUE ROUNDED =
               QUANTITY-ON-HAND * UNIT-COST.
           MOVE STOCK-CODE (1:2) TO WANTED-CATEGORY.
           PERFORM FIND-CATEGORY THRU FIND-CATEGORY-EXIT.
           IF CAT-IX = 0 GO TO LOAD-STOCK-LOOP.
           MOVE "Y" TO GT-IN-STOCK (CAT-IX).
           ADD ITEM-COST-VALUE TO GT-STOCK-VALUE (CAT-IX SITE-IX).
           ADD ITEM-COST-VALUE TO ST-STOCK-TOTAL (SITE-IX).
           GO TO LOAD-STOCK-LOOP.
       LOAD-STOCK-END.
           CLOSE STOCK-FILE.
           IF LOC-OPEN = "Y"
               CLOSE LOC-FILE.
           IF USG-OPEN = "Y"
               CLOSE USAGE-FILE.
       LOAD-SITE-STOCK-EXIT.
           EXIT.
      *THE TWELVE DEMAND BUCKETS AT UNIT-COST, AS THE ABC
      *CLASSIFICATION VALUES A BIN
       POST-USAGE-VALUE.
           MOVE 0 TO USAGE-TOTAL.
           MOVE STOCK-CODE TO US-STOCK-CODE.
           MOVE LOCATION-CODE TO US-LOCATION.
           READ USAGE-FILE
               INVALID GO TO POST-USAGE-WRITE
           END-READ.
           MOVE 1 TO USAGE-IDX.
       POST-USAGE-SUM.
           IF USAGE-IDX NOT > 12
               ADD US-BUCKET (USAGE-IDX) TO USAGE-TOTAL
               ADD 1 TO USAGE-IDX
               GO TO POST-USAGE-SUM.
       POST-USAGE-WRITE.
           COMPUTE BIN-VALUE ROUNDED =
               USAGE-TOTAL * UNIT-COST
               ON SIZE ERROR MOVE 9999999999.99 TO BIN-VALUE
           END-COMPUTE.
           MOVE STOCK-CODE TO GW-STOCK-CODE.
           READ WORK-FILE
               INVALID
                   MOVE 0 TO GW-SITE-VALUE (1)
                   MOVE 0 TO GW-SITE-VALUE (2)
                   MOVE 0 TO GW-SITE-VALUE (3)
                   MOVE 0 TO GW-SITE-VALUE (4)
                   ADD BIN-VALUE TO GW-SITE-VALUE (SITE-IX)
                   WRITE WORK-RECORD
                       INVALID CONTINUE
                   END-WRITE
                   GO TO POST-USAGE-VALUE-EXIT
           END-READ.
           ADD BIN-VALUE TO GW-SITE-VALUE (SITE-IX)
               ON SIZE ERROR MOVE 9999999999.99
                   TO GW-SITE-VALUE (SITE-IX)
           END-ADD.
           REWRITE WORK-RECORD.
       POST-USAGE-VALUE-EXIT.
           EXIT.
      *THE MONTH'S ISSUES LESS RETURNS FROM DEPARTMENTS, AT THE COST
      *FIXED WHEN EACH ROW WAS POSTED
       LOAD-SITE-USAGE.
           OPEN INPUT SUMMARY-FILE.
           IF MS-STATUS NOT = "00"
               DISPLAY "NO " SITE-MSM-FN " FOR SITE " ST-CODE (SITE-IX)
               GO TO LOAD-SITE-USAGE-EXIT.
           MOVE "Y" TO ST-MSM-FLAG (SITE-IX).
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE WP-YYYY TO MS-DATE-NUM (1:4).
           MOVE WP-MM TO MS-DATE-NUM (5:2).
           MOVE "00" TO MS-DATE-NUM (7:2).
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       LOAD-USAGE-LOOP.
           IF MORE-RECORDS = "N" GO TO LOAD-USAGE-END.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO LOAD-USAGE-LOOP.
           IF MS-DATE-NUM (1:4) NOT = WP-YYYY
               OR MS-DATE-NUM (5:2) NOT = WP-MM
               MOVE "N" TO MORE-RECORDS
               GO TO LOAD-USAGE-LOOP.
           IF MS-TYPE NOT = "I" AND MS-TYPE NOT = "D"
               GO TO LOAD-USAGE-LOOP.
           MOVE MS-COST-VALUE TO ROW-VALUE.
           IF MS-TYPE = "D"
               COMPUTE ROW-VALUE = 0 - ROW-VALUE.
           MOVE MS-CATEGORY TO WANTED-CATEGORY.
           PERFORM FIND-CATEGORY THRU FIND-CATEGORY-EXIT.
           IF CAT-IX = 0 GO TO LOAD-USAGE-LOOP.
           MOVE "Y" TO GT-IN-USAGE (CAT-IX).
           ADD ROW-VALUE TO GT-USAGE-VALUE (CAT-IX SITE-IX).
           ADD ROW-VALUE TO ST-USAGE-TOTAL (SITE-IX).
           GO TO LOAD-USAGE-LOOP.
       LOAD-USAGE-END.
           CLOSE SUMMARY-FILE.
       LOAD-SITE-USAGE-EXIT.
           EXIT.
      *THE CATEGORY'S SLOT, OPENED AT ZERO FOR EVERY SITE THE FIRST
      *TIME IT IS SEEN.  CAT-IX COMES BACK 0 WHEN THE TABLE IS FULL.
       FIND-CATEGORY.
           MOVE 0 TO CAT-IX.
       FIND-CATEGORY-LOOP.
           ADD 1 TO CAT-IX.
           IF CAT-IX > CAT-COUNT GO TO FIND-CATEGORY-NEW.
           IF GT-CATEGORY (CAT-IX) = WANTED-CATEGORY
               GO TO FIND-CATEGORY-EXIT.
           GO TO FIND-CATEGORY-LOOP.
       FIND-CATEGORY-NEW.
           IF CAT-COUNT NOT < 80
               MOVE 0 TO CAT-IX
               GO TO FIND-CATEGORY-EXIT.
           ADD 1 TO CAT-COUNT.
           MOVE CAT-COUNT TO CAT-IX.
           MOVE WANTED-CATEGORY TO GT-CATEGORY (CAT-IX).
           MOVE "N" TO GT-IN-STOCK (CAT-IX).
           MOVE "N" TO GT-IN-USAGE (CAT-IX).
           MOVE 1 TO CHECK-IX.
       FIND-CATEGORY-ZERO.
           MOVE 0 TO GT-STOCK-VALUE (CAT-IX CHECK-IX).
           MOVE 0 TO GT-USAGE-VALUE (CAT-IX CHECK-IX).
           ADD 1 TO CHECK-IX.
           IF CHECK-IX NOT > 4 GO TO FIND-CATEGORY-ZERO.
       FIND-CATEGORY-EXIT.
           EXIT.
      *THE REPORT FILE OPENED AND STARTED, ITS COLUMNS HEADED WITH
      *THE SITE CODES AND A LEGEND LINE FOR EVERY SITE
       START-GROUP-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           PERFORM PRINT-LEGEND THRU PRINT-LEGEND-EXIT
               VARYING SITE-IX FROM 1 BY 1 UNTIL SITE-IX > SITE-COUNT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       START-GROUP-REPORT-EXIT.
           EXIT.
       PRINT-LEGEND.
           MOVE ST-CODE (SITE-IX) TO LG-CODE.
           MOVE ST-NAME (SITE-IX) TO LG-NAME.
           MOVE SPACE TO LG-NOTE.
           IF REPORT-KIND = "V" AND ST-STOCK-FLAG (SITE-IX) = "N"
               MOVE "  NO STOCK FILE FOUND" TO LG-NOTE.
           IF REPORT-KIND = "U" AND ST-MSM-FLAG (SITE-IX) = "N"
               MOVE "  NO MOVEMENT SUMMARY FOUND" TO LG-NOTE.
           IF REPORT-KIND = "A" AND ST-USG-FLAG (SITE-IX) = "N"
               MOVE "  NO USAGE HISTORY FOUND" TO LG-NOTE.
           MOVE SITE-LEGEND TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-LEGEND-EXIT.
           EXIT.
       END-GROUP-REPORT.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
       END-GROUP-REPORT-EXIT.
           EXIT.
       PRINT-VALUATION.
           MOVE STOCK-GRV-FN TO PRINT-FN.
           MOVE "V" TO REPORT-KIND.
           MOVE "GROUP STOCK VALUATION AT COST" TO RPT-TITLE.
           PERFORM SET-SITE-HEADING THRU SET-SITE-HEADING-EXIT.
           PERFORM START-GROUP-REPORT THRU START-GROUP-REPORT-EXIT.
           PERFORM PRINT-CATEGORIES THRU PRINT-CATEGORIES-EXIT.
           MOVE SPACE TO CATEGORY-LINE.
           MOVE "GROUP TOTAL" TO CATEGORY-LINE (1:13).
           MOVE 0 TO ROW-GROUP.
           MOVE 1 TO SITE-IX.
       PRINT-VALUATION-TOTAL.
           MOVE ST-STOCK-TOTAL (SITE-IX) TO CL-SITE (SITE-IX).
           ADD ST-STOCK-TOTAL (SITE-IX) TO ROW-GROUP.
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO PRINT-VALUATION-TOTAL.
           MOVE ROW-GROUP TO CL-GROUP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CATEGORY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO ABC-LINE.
           MOVE "CONSIGN" TO AL-LABEL.
           MOVE 1 TO SITE-IX.
       PRINT-VALUATION-CONSIGN.
           MOVE ST-CONSIGN (SITE-IX) TO AL-SITE (SITE-IX).
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO PRINT-VALUATION-CONSIGN.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "CONSIGNMENT BINS LEFT OUT, BY SITE:" TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE ABC-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           PERFORM END-GROUP-REPORT THRU END-GROUP-REPORT-EXIT.
       PRINT-VALUATION-EXIT.
           EXIT.
       PRINT-USAGE.
           MOVE STOCK-GRU-FN TO PRINT-FN.
           MOVE "U" TO REPORT-KIND.
           MOVE SPACE TO RPT-TITLE.
           STRING "GROUP USAGE AT COST FOR " WANTED-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE.
           PERFORM SET-SITE-HEADING THRU SET-SITE-HEADING-EXIT.
           PERFORM START-GROUP-REPORT THRU START-GROUP-REPORT-EXIT.
           PERFORM PRINT-CATEGORIES THRU PRINT-CATEGORIES-EXIT.
           MOVE SPACE TO CATEGORY-LINE.
           MOVE "GROUP TOTAL" TO CATEGORY-LINE (1:13).
           MOVE 0 TO ROW-GROUP.
           MOVE 1 TO SITE-IX.
       PRINT-USAGE-TOTAL.
           MOVE ST-USAGE-TOTAL (SITE-IX) TO CL-SITE (SITE-IX).
           ADD ST-USAGE-TOTAL (SITE-IX) TO ROW-GROUP.
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO PRINT-USAGE-TOTAL.
           MOVE ROW-GROUP TO CL-GROUP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CATEGORY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           PERFORM END-GROUP-REPORT THRU END-GROUP-REPORT-EXIT.
       PRINT-USAGE-EXIT.
           EXIT.
       SET-SITE-HEADING.
           MOVE SPACE TO SITE-HEADING.
           MOVE "CATEGORY" TO SITE-HEADING (1:8).
           MOVE "GROUP" TO SITE-HEADING (76:5).
           MOVE 1 TO SITE-IX.
       SET-SITE-HEADING-LOOP.
           MOVE ST-CODE (SITE-IX) TO SH-CODE (SITE-IX).
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO SET-SITE-HEADING-LOOP.
           MOVE SITE-HEADING TO RPT-COL-HEADING.
       SET-SITE-HEADING-EXIT.
           EXIT.
      *THE CATEGORIES IN CODE ORDER, WHATEVER ORDER THE SITES GAVE
      *THEM IN - EACH TIME ROUND, THE LOWEST NOT YET PRINTED
       PRINT-CATEGORIES.
           MOVE LOW-VALUE TO LAST-CATEGORY.
       PRINT-CATEGORIES-NEXT.
           MOVE HIGH-VALUE TO NEXT-CATEGORY.
           MOVE 0 TO NEXT-IX.
           PERFORM FIND-NEXT-CATEGORY THRU FIND-NEXT-CATEGORY-EXIT
               VARYING CAT-IX FROM 1 BY 1 UNTIL CAT-IX > CAT-COUNT.
           IF NEXT-IX = 0 GO TO PRINT-CATEGORIES-EXIT.
           MOVE NEXT-CATEGORY TO LAST-CATEGORY.
           PERFORM PRINT-CATEGORY-ROW THRU PRINT-CATEGORY-ROW-EXIT.
           GO TO PRINT-CATEGORIES-NEXT.
       PRINT-CATEGORIES-EXIT.
           EXIT.
       FIND-NEXT-CATEGORY.
           IF REPORT-KIND = "V" AND GT-IN-STOCK (CAT-IX) NOT = "Y"
               GO TO FIND-NEXT-CATEGORY-EXIT.
           IF REPORT-KIND = "U" AND GT-IN-USAGE (CAT-IX) NOT = "Y"
               GO TO FIND-NEXT-CATEGORY-EXIT.
           IF GT-CATEGORY (CAT-IX) > LAST-CATEGORY
               AND GT-CATEGORY (CAT-IX) < NEXT-CATEGORY
               MOVE GT-CATEGORY (CAT-IX) TO NEXT-CATEGORY
               MOVE CAT-IX TO NEXT-IX.
       FIND-NEXT-CATEGORY-EXIT.
           EXIT.
       PRINT-CATEGORY-ROW.
           MOVE SPACE TO CATEGORY-LINE.
           MOVE GT-CATEGORY (NEXT-IX) TO CL-CATEGORY.
           IF CAT-OPEN = "Y"
               MOVE GT-CATEGORY (NEXT-IX) TO CAT-CODE
               READ CAT-FILE
                   INVALID CONTINUE
                   NOT INVALID MOVE CAT-DESC TO CL-DESC
               END-READ.
           MOVE 0 TO ROW-GROUP.
           MOVE 1 TO SITE-IX.
       PRINT-CATEGORY-ROW-LOOP.
           IF REPORT-KIND = "V"
               MOVE GT-STOCK-VALUE (NEXT-IX SITE-IX) TO ROW-VALUE
           ELSE
               MOVE GT-USAGE-VALUE (NEXT-IX SITE-IX) TO ROW-VALUE
           END-IF.
           MOVE ROW-VALUE TO CL-SITE (SITE-IX).
           ADD ROW-VALUE TO ROW-GROUP.
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO PRINT-CATEGORY-ROW-LOOP.
           MOVE ROW-GROUP TO CL-GROUP.
           MOVE CATEGORY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-CATEGORY-ROW-EXIT.
           EXIT.
      *THE GROUP VALUE OF EVERY CODE ONTO THE INVERTED KEY, THEN
      *DOWN FROM THE BIGGEST - CLASS A UNTIL THE RUNNING TOTAL
      *COVERS ABC-A-PCT OF THE GROUP, B UNTIL ABC-B-PCT, C BELOW
       PRINT-ABC.
           MOVE 1 TO CLASS-IX.
       PRINT-ABC-ZERO.
           MOVE 0 TO CL-COUNT (CLASS-IX).
           MOVE 0 TO CL-SITE-VALUE (CLASS-IX 1).
           MOVE 0 TO CL-SITE-VALUE (CLASS-IX 2).
           MOVE 0 TO CL-SITE-VALUE (CLASS-IX 3).
           MOVE 0 TO CL-SITE-VALUE (CLASS-IX 4).
           MOVE 0 TO CL-GROUP-VALUE (CLASS-IX).
           ADD 1 TO CLASS-IX.
           IF CLASS-IX NOT > 3 GO TO PRINT-ABC-ZERO.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT RANK-FILE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO GW-STOCK-CODE.
           START WORK-FILE KEY NOT LESS THAN GW-STOCK-CODE
               INVALID MOVE "N" TO MORE-RECORDS.
       RANK-LOOP.
           IF MORE-RECORDS = "N" GO TO RANK-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO RANK-LOOP.
           COMPUTE GROUP-VALUE = GW-SITE-VALUE (1) + GW-SITE-VALUE (2)
               + GW-SITE-VALUE (3) + GW-SITE-VALUE (4).
           ADD GROUP-VALUE TO GRAND-VALUE.
           COMPUTE GK-VALUE-INV = 99999999999 - GROUP-VALUE.
           MOVE GW-STOCK-CODE TO GK-STOCK-CODE.
           MOVE GW-SITE-VALUE (1) TO GK-SITE-VALUE (1).
           MOVE GW-SITE-VALUE (2) TO GK-SITE-VALUE (2).
           MOVE GW-SITE-VALUE (3) TO GK-SITE-VALUE (3).
           MOVE GW-SITE-VALUE (4) TO GK-SITE-VALUE (4).
           MOVE GROUP-VALUE TO GK-GROUP-VALUE.
           WRITE RANK-RECORD
               INVALID CONTINUE
           END-WRITE.
           GO TO RANK-LOOP.
       RANK-END.
           CLOSE WORK-FILE.
           CLOSE RANK-FILE.
           OPEN INPUT RANK-FILE.
           MOVE STOCK-GRA-FN TO PRINT-FN.
           MOVE "A" TO REPORT-KIND.
           MOVE "GROUP ABC BY ANNUAL USAGE VALUE" TO RPT-TITLE.
           MOVE SPACE TO ABC-HEADING.
           MOVE "CODE" TO ABC-HEADING (1:4).
           MOVE "GROUP  CUM PCT CLASS" TO ABC-HEADING (55:20).
           MOVE 1 TO SITE-IX.
       RANK-HEADING-LOOP.
           MOVE ST-CODE (SITE-IX) TO AH-CODE (SITE-IX).
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO RANK-HEADING-LOOP.
           MOVE ABC-HEADING TO RPT-COL-HEADING.
           PERFORM START-GROUP-REPORT THRU START-GROUP-REPORT-EXIT.
           MOVE "VALUES TO THE NEAREST WHOLE UNIT" TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO CUM-VALUE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO GK-KEY.
           START RANK-FILE KEY NOT LESS THAN GK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       CLASSIFY-LOOP.
           IF MORE-RECORDS = "N" GO TO CLASSIFY-END.
           READ RANK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO CLASSIFY-LOOP.
           ADD GK-GROUP-VALUE TO CUM-VALUE.
           IF GRAND-VALUE = 0
               MOVE 100.00 TO CUM-PCT
           ELSE
               COMPUTE CUM-PCT ROUNDED =
                   CUM-VALUE * 100 / GRAND-VALUE
                   ON SIZE ERROR MOVE 100.00 TO CUM-PCT
               END-COMPUTE
           END-IF.
           MOVE 3 TO CLASS-IX.
           IF GRAND-VALUE NOT = 0
               IF CUM-PCT NOT > CLASS-A-PCT
                   MOVE 1 TO CLASS-IX
               ELSE
                   IF CUM-PCT NOT > CLASS-B-PCT
                       MOVE 2 TO CLASS-IX
                   END-IF
               END-IF
           END-IF.
           MOVE CLASS-LETTERS (CLASS-IX:1) TO NEW-CLASS.
           ADD 1 TO CL-COUNT (CLASS-IX).
           ADD GK-GROUP-VALUE TO CL-GROUP-VALUE (CLASS-IX).
           MOVE SPACE TO ABC-LINE.
           MOVE GK-STOCK-CODE TO AL-LABEL.
           MOVE 1 TO SITE-IX.
       CLASSIFY-SITE-LOOP.
           ADD GK-SITE-VALUE (SITE-IX)
               TO CL-SITE-VALUE (CLASS-IX SITE-IX).
           COMPUTE AL-SITE (SITE-IX) ROUNDED = GK-SITE-VALUE (SITE-IX).
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO CLASSIFY-SITE-LOOP.
           COMPUTE AL-GROUP ROUNDED = GK-GROUP-VALUE.
           MOVE CUM-PCT TO AL-CUM-PCT.
           MOVE NEW-CLASS TO AL-CLASS.
           MOVE ABC-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO CLASSIFY-LOOP.
      *ONE LINE PER CLASS - WHAT EACH SITE'S USAGE IN IT COMES TO
      *AND HOW MANY CODES THE GROUP HAS IN IT
       CLASSIFY-END.
           CLOSE RANK-FILE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 1 TO CLASS-IX.
       CLASS-TOTAL-LOOP.
           MOVE SPACE TO ABC-LINE.
           MOVE "CLASS" TO AL-LABEL.
           MOVE CLASS-LETTERS (CLASS-IX:1) TO AL-LABEL (7:1).
           MOVE 1 TO SITE-IX.
       CLASS-TOTAL-SITE.
           COMPUTE AL-SITE (SITE-IX) ROUNDED =
               CL-SITE-VALUE (CLASS-IX SITE-IX).
           ADD 1 TO SITE-IX.
           IF SITE-IX NOT > SITE-COUNT GO TO CLASS-TOTAL-SITE.
           COMPUTE AL-GROUP ROUNDED = CL-GROUP-VALUE (CLASS-IX).
           MOVE CL-COUNT (CLASS-IX) TO AL-COUNT.
           MOVE ABC-LINE TO RPT-DETAIL.
           MOVE "CODES" TO RPT-DETAIL (68:5).
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO CLASS-IX.
           IF CLASS-IX NOT > 3 GO TO CLASS-TOTAL-LOOP.
           PERFORM END-GROUP-REPORT THRU END-GROUP-REPORT-EXIT.
       PRINT-ABC-EXIT.
           EXIT.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
       EMIT-REPORT-LINE.
           CALL "REPORT-FORMAT" USING RPT-CONTROL.
           MOVE 0 TO RPT-OUT-IX.
       EMIT-OUT-LOOP.
           ADD 1 TO RPT-OUT-IX.
           IF RPT-OUT-IX NOT > RPT-OUT-COUNT
               MOVE RPT-OUT-LINE (RPT-OUT-IX) TO PRINT-LINE
               PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT
               GO TO EMIT-OUT-LOOP.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN, INSTEAD OF THE
      *REST OF THE REPORT QUIETLY GOING NOWHERE
       WRITE-PRINT-SAFE.
           WRITE PRINT-LINE.
           IF PR-STATUS NOT = "00" AND PR-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON THE REPORT FILE, STATUS "
                   PR-STATUS
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-PRINT-SAFE.
       WRITE-PRINT-SAFE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA - AT EVERY SITE
       SET-TRAINING-FILES.
           MOVE "TRAIN.CTL" TO BASE-CTL-FN.
           MOVE "TRAIN.IT" TO BASE-IT-FN.
           MOVE "TRAIN.LOC" TO BASE-LOC-FN.
           MOVE "TRAIN.USG" TO BASE-USG-FN.
           MOVE "TRAIN.MSM" TO BASE-MSM-FN.
           MOVE "TRAIN.CAT" TO STOCK-CAT-FN.
           MOVE "TRAIN.GRW" TO STOCK-GRW-FN.
           MOVE "TRAIN.GRK" TO STOCK-GRK-FN.
           MOVE "TRAIN.GRV" TO STOCK-GRV-FN.
           MOVE "TRAIN.GRU" TO STOCK-GRU-FN.
           MOVE "TRAIN.GRA" TO STOCK-GRA-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER RUN DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
       GET-RUN-DATE-EXIT.
           EXIT.
