       IDENTIFICATION DIVISION.
       PROGRAM-ID. AD-HOC-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *RUNS ONE OF THE SAVED AD-HOC REPORT DEFINITIONS (STOCK.ARD,
      *KEPT BY REPORT-DEFINE) OVER THE STOCK MASTER, PRINTING TO
      *STOCK.ARW THROUGH REPORT-FORMAT LIKE EVERY OTHER REPORT.
      *EVERY BIN THAT PASSES ALL THE DEFINITION'S CONDITIONS GOES
      *ON A WORK FILE (STOCK.ARX) KEYED BY THE SUBTOTAL FIELD, THE
      *SORT FIELDS AND A RUNNING NUMBER, SO THE SECOND PASS READS
      *THE LINES BACK IN REPORT ORDER - TIES STAY IN STOCK CODE
      *ORDER.  THE QUANTITY AND VALUE COLUMNS ARE SUBTOTALLED ON
      *EACH CHANGE OF THE SUBTOTAL FIELD AND TOTALLED AT THE END.
      *QUEUED ON REPORT-QUEUE IT RUNS UNATTENDED, THE DEFINITION
      *CODE COMING OFF THE PARAMETER HAND-OFF FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-FILE ASSIGN DYNAMIC STOCK-ARD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AD-CODE
           FILE STATUS AD-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT LOC-FILE ASSIGN DYNAMIC STOCK-LOC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOC-CODE
           FILE STATUS LC-FILE-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-ARX-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WK-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-ARW-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      *IN AN UNATTENDED QUEUE RUN THE DEFINITION CODE COMES OFF THE
      *PARAMETER HAND-OFF FILE AND THE OUTCOME GOES BACK THROUGH
      *STOCK.DAY, THE WAY THE DAY-END STEPS REPORT THEIRS
           SELECT DAY-FILE
           ASSIGN DYNAMIC STOCK-DAY-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS DAY-STATUS.
           SELECT PARAM-FILE
           ASSIGN DYNAMIC STOCK-RPP-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS RP-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE; RECORD 310.
           COPY "ARDFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
      *ONE SELECTED BIN, KEYED IN REPORT ORDER - THE SUBTOTAL FIELD
      *AND THE SORT FIELDS AS THEY COMPARE, THEN THE RUNNING NUMBER
       FD  WORK-FILE; RECORD 205.
       01  WORK-RECORD.
           02  WK-KEY.
               03  WK-SORT-PART PIC X(20) OCCURS 4 TIMES.
               03  WK-SEQ PIC 9(5).
           02  WK-ZONE PIC X(2).
           02  WK-ITEM PIC X(118).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       FD  DAY-FILE; RECORD 34.
           COPY "DAYRUN.CPY".
       FD  PARAM-FILE; RECORD 20.
           COPY "RPPARM.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-ARD-FN PIC X(12) VALUE "STOCK.ARD".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  STOCK-ARX-FN PIC X(12) VALUE "STOCK.ARX".
           02  STOCK-ARW-FN PIC X(12) VALUE "STOCK.ARW".
           02  STOCK-DAY-FN PIC X(12) VALUE "STOCK.DAY".
           02  STOCK-RPP-FN PIC X(12) VALUE "STOCK.RPP".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
           COPY "ARDDICT.CPY".
       01  AD-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  LC-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  DAY-STATUS PIC XX.
       01  RP-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  AUTO-RUN-FLAG PIC X VALUE "N".
       01  AUTO-RUN-DATE PIC X(10).
       01  AUTO-TROUBLE PIC X VALUE "N".
       01  AUTO-NOTE PIC X(16).
       01  ENTERED-CODE PIC X(4).
       01  MORE-RECORDS PIC X.
       01  FIRST-RECORD PIC X.
       01  ITEM-SELECTED PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  ITEM-ZONE PIC X(2).
       01  READ-COUNT PIC 9(6).
       01  SELECTED-COUNT PIC 9(5).
       01  GROUP-COUNT PIC 9(5).
      *A FIELD'S VALUE FOR THE CURRENT BIN, AND THE SAME VALUE AS A
      *STRING THAT COMPARES IN ITS TRUE ORDER - A NUMBER AS ELEVEN
      *DIGITS, SO TEXT AND NUMBERS TEST AND SORT THE SAME WAY
       01  FIELD-NO PIC 99.
       01  FIELD-ALPHA PIC X(20).
       01  FIELD-NUM PIC 9(9)V99.
       01  FIELD-NUM-TEXT REDEFINES FIELD-NUM PIC X(11).
       01  CMP-VALUE PIC X(20).
       01  CMP-LOW PIC X(20).
       01  CMP-HIGH PIC X(20).
       01  COND-NUMBER PIC X(10).
       01  COND-NUMBER-9 REDEFINES COND-NUMBER PIC 9(8)V99.
       01  COND-NUM PIC 9(9)V99.
       01  COND-NUM-TEXT REDEFINES COND-NUM PIC X(11).
       01  COND-IX PIC 9.
       01  KEY-IX PIC 9.
       01  KEY-COUNT PIC 9.
       01  KEY-FIELD PIC 99 OCCURS 4 TIMES.
      *THE COLUMNS ACROSS THE LINE - WHERE EACH STARTS, ITS WIDTH,
      *AND THE RUNNING SUBTOTAL AND GRAND TOTAL UNDER IT
       01  COL-IX PIC 9.
       01  COL-COUNT PIC 9.
       01  COL-POS PIC 99.
       01  COLUMN-TABLE.
           02  CT-ENTRY OCCURS 8 TIMES.
               03  CT-FIELD PIC 99.
               03  CT-START PIC 99.
               03  CT-WIDTH PIC 99.
               03  CT-SUBTOTAL PIC 9(10)V99.
               03  CT-GRAND PIC 9(10)V99.
       01  TOTALS-WANTED PIC X.
       01  LINE-BUILD PIC X(80).
       01  FORMAT-OUT PIC X(20).
       01  FORMAT-WIDTH PIC 99.
       01  EDIT-LEAD PIC 99.
       01  EDIT-AREA PIC X(13).
       01  EDIT-DEC REDEFINES EDIT-AREA PIC Z(9)9.99.
       01  EDIT-INT REDEFINES EDIT-AREA PIC Z(12)9.
       01  PREV-BREAK PIC X(20).
       01  BREAK-SHOW PIC X(20).
       01  GROUP-LINE.
           02  FILLER PIC X(13) VALUE "SUBTOTAL FOR ".
           02  GL-NAME PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  GL-VALUE PIC X(20).
           02  FILLER PIC X(3) VALUE " - ".
           02  GL-COUNT PIC ZZZZ9.
           02  FILLER PIC X(5) VALUE " BINS".
       01  GRAND-LINE.
           02  FILLER PIC X(14) VALUE "REPORT TOTAL -".
           02  GN-COUNT PIC ZZZZ9.
           02  FILLER PIC X(9) VALUE " BINS OF ".
           02  GN-READ PIC ZZZZZ9.
           02  FILLER PIC X(12) VALUE " ON THE FILE".
       01  DEFINITION-DISPLAY.
           02  DD-CODE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-TITLE PIC X(40).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "AD-HOC REPORT".
           MOVE 0 TO SELECTED-COUNT.
           OPEN INPUT DEFINITION-FILE.
           IF AD-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEFINITION-FILE
               CLOSE DEFINITION-FILE
               OPEN INPUT DEFINITION-FILE
           END-IF.
           PERFORM CHECK-AUTO-RUN THRU CHECK-AUTO-EXIT.
           IF AUTO-RUN-FLAG = "Y"
               MOVE AUTO-RUN-DATE TO RUN-DATE
               GO TO READ-DEFINITION.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-REPORT.
           DISPLAY "REPORT CODE (* TO LIST THE REPORTS, BLANK TO".
           DISPLAY "FINISH): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE
               CLOSE DEFINITION-FILE
               GO TO END-IT.
           IF ENTERED-CODE = "*"
               PERFORM LIST-DEFINITIONS THRU LIST-DEFINITIONS-EXIT
               GO TO ASK-REPORT.
       READ-DEFINITION.
           MOVE ENTERED-CODE TO AD-CODE.
           READ DEFINITION-FILE
               INVALID
                   DISPLAY "NO REPORT " ENTERED-CODE " DEFINED"
                   IF AUTO-RUN-FLAG = "Y"
                       MOVE "Y" TO AUTO-TROUBLE
                       MOVE "NO DEFINITION" TO AUTO-NOTE
                       CLOSE DEFINITION-FILE
                       GO TO END-IT
                   END-IF
                   GO TO ASK-REPORT
           END-READ.
           CLOSE DEFINITION-FILE.
           DISPLAY AD-TITLE.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK - NOTHING TO REPORT."
               MOVE "Y" TO AUTO-TROUBLE
               MOVE "NO STOCK FILE" TO AUTO-NOTE
               GO TO END-IT.
           OPEN INPUT LOC-FILE.
           IF LC-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOC-FILE
               CLOSE LOC-FILE
               OPEN INPUT LOC-FILE
           END-IF.
           PERFORM SET-UP-KEYS THRU SET-UP-KEYS-EXIT.
           PERFORM SET-UP-COLUMNS THRU SET-UP-COLUMNS-EXIT.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE 0 TO READ-COUNT.
           MOVE 0 TO SELECTED-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
      *ONE PASS OF THE MASTER - EVERY BIN THAT PASSES THE
      *CONDITIONS GOES ON THE WORK FILE IN REPORT ORDER
       GATHER-LOOP.
           IF MORE-RECORDS = "N" GO TO PRINT-REPORT.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO GATHER-LOOP.
           ADD 1 TO READ-COUNT.
           MOVE SPACE TO ITEM-ZONE.
           MOVE LOCATION-CODE TO LOC-CODE.
           READ LOC-FILE
               INVALID CONTINUE
               NOT INVALID MOVE LOC-ZONE TO ITEM-ZONE
           END-READ.
           PERFORM TEST-CONDITIONS THRU TEST-CONDITIONS-EXIT.
           IF ITEM-SELECTED = "N" GO TO GATHER-LOOP.
           PERFORM GATHER-BIN THRU GATHER-BIN-EXIT.
           GO TO GATHER-LOOP.
       GATHER-BIN.
           ADD 1 TO SELECTED-COUNT.
           MOVE SPACE TO WORK-RECORD.
           MOVE SELECTED-COUNT TO WK-SEQ.
           MOVE ITEM-ZONE TO WK-ZONE.
           MOVE STOCK-ITEM TO WK-ITEM.
           MOVE 0 TO KEY-IX.
       GATHER-KEY-LOOP.
           ADD 1 TO KEY-IX.
           IF KEY-IX > KEY-COUNT GO TO GATHER-WRITE.
           MOVE KEY-FIELD (KEY-IX) TO FIELD-NO.
           PERFORM GET-FIELD-VALUE THRU GET-FIELD-VALUE-EXIT.
           MOVE CMP-VALUE TO WK-SORT-PART (KEY-IX).
           GO TO GATHER-KEY-LOOP.
       GATHER-WRITE.
           WRITE WORK-RECORD
               INVALID DISPLAY "DUPLICATE WORK KEY " WK-KEY
           END-WRITE.
       GATHER-BIN-EXIT.
           EXIT.
       PRINT-REPORT.
           CLOSE STOCK-FILE.
           CLOSE LOC-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE AD-TITLE TO RPT-TITLE.
           PERFORM BUILD-HEADING THRU BUILD-HEADING-EXIT.
           MOVE LINE-BUILD TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE "Y" TO FIRST-RECORD.
           MOVE 0 TO GROUP-COUNT.
           MOVE LOW-VALUE TO WK-KEY.
           START WORK-FILE KEY NOT LESS THAN WK-KEY
               INVALID GO TO PRINT-FINISH
           END-START.
       PRINT-LOOP.
           READ WORK-FILE NEXT RECORD
               AT END GO TO PRINT-FINISH
           END-READ.
           MOVE WK-ITEM TO STOCK-ITEM.
           MOVE WK-ZONE TO ITEM-ZONE.
           IF AD-BREAK-FIELD = 0 GO TO PRINT-DETAIL.
           IF FIRST-RECORD = "N"
               AND WK-SORT-PART (1) NOT = PREV-BREAK
               PERFORM PRINT-SUBTOTAL THRU PRINT-SUBTOTAL-EXIT.
           IF FIRST-RECORD = "Y"
               OR WK-SORT-PART (1) NOT = PREV-BREAK
               MOVE WK-SORT-PART (1) TO PREV-BREAK
               MOVE AD-BREAK-FIELD TO FIELD-NO
               PERFORM GET-FIELD-VALUE THRU GET-FIELD-VALUE-EXIT
               PERFORM FORMAT-FIELD THRU FORMAT-FIELD-EXIT
               MOVE FORMAT-OUT TO BREAK-SHOW.
       PRINT-DETAIL.
           MOVE "N" TO FIRST-RECORD.
           ADD 1 TO GROUP-COUNT.
           MOVE SPACE TO LINE-BUILD.
           MOVE 0 TO COL-IX.
       PRINT-COLUMN-LOOP.
           ADD 1 TO COL-IX.
           IF COL-IX > COL-COUNT GO TO PRINT-DETAIL-PUT.
           MOVE CT-FIELD (COL-IX) TO FIELD-NO.
           PERFORM GET-FIELD-VALUE THRU GET-FIELD-VALUE-EXIT.
           PERFORM FORMAT-FIELD THRU FORMAT-FIELD-EXIT.
           MOVE FORMAT-OUT TO LINE-BUILD (CT-START (COL-IX) :
               CT-WIDTH (COL-IX)).
           IF AF-TOTAL (FIELD-NO) = "Y"
               ADD FIELD-NUM TO CT-SUBTOTAL (COL-IX)
               ADD FIELD-NUM TO CT-GRAND (COL-IX).
           GO TO PRINT-COLUMN-LOOP.
       PRINT-DETAIL-PUT.
           MOVE LINE-BUILD TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-LOOP.
       PRINT-FINISH.
           IF AD-BREAK-FIELD NOT = 0 AND FIRST-RECORD = "N"
               PERFORM PRINT-SUBTOTAL THRU PRINT-SUBTOTAL-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SELECTED-COUNT TO GN-COUNT.
           MOVE READ-COUNT TO GN-READ.
           MOVE GRAND-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF TOTALS-WANTED = "Y" AND SELECTED-COUNT NOT = 0
               MOVE SPACE TO LINE-BUILD
               MOVE 0 TO COL-IX
               PERFORM BUILD-GRAND-LINE THRU BUILD-GRAND-LINE-EXIT
               MOVE LINE-BUILD TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "BINS READ     " READ-COUNT.
           DISPLAY "BINS REPORTED " SELECTED-COUNT.
           MOVE "AD-HOC DONE" TO AUTO-NOTE.
           IF AUTO-RUN-FLAG = "Y" GO TO END-IT.
           OPEN INPUT DEFINITION-FILE.
           GO TO ASK-REPORT.
       END-IT.
           PERFORM POST-AUTO-RESULT THRU POST-AUTO-EXIT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *THE GROUP'S NAME AND BIN COUNT, THEN ITS TOTALS UNDER THE
      *COLUMNS THEY BELONG TO, AND A BLANK LINE BEFORE THE NEXT
       PRINT-SUBTOTAL.
           MOVE AF-NAME (AD-BREAK-FIELD) TO GL-NAME.
           MOVE BREAK-SHOW TO GL-VALUE.
           MOVE GROUP-COUNT TO GL-COUNT.
           MOVE GROUP-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF TOTALS-WANTED = "Y"
               MOVE SPACE TO LINE-BUILD
               MOVE 0 TO COL-IX
               PERFORM BUILD-SUBTOTAL-LINE THRU BUILD-SUBTOTAL-EXIT
               MOVE LINE-BUILD TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO GROUP-COUNT.
       PRINT-SUBTOTAL-EXIT.
           EXIT.
       BUILD-SUBTOTAL-LINE.
           ADD 1 TO COL-IX.
           IF COL-IX > COL-COUNT GO TO BUILD-SUBTOTAL-EXIT.
           MOVE CT-FIELD (COL-IX) TO FIELD-NO.
           IF AF-TOTAL (FIELD-NO) NOT = "Y" GO TO BUILD-SUBTOTAL-LINE.
           MOVE CT-SUBTOTAL (COL-IX) TO EDIT-DEC.
           PERFORM PLACE-TOTAL THRU PLACE-TOTAL-EXIT.
           MOVE 0 TO CT-SUBTOTAL (COL-IX).
           GO TO BUILD-SUBTOTAL-LINE.
       BUILD-SUBTOTAL-EXIT.
           EXIT.
       BUILD-GRAND-LINE.
           ADD 1 TO COL-IX.
           IF COL-IX > COL-COUNT GO TO BUILD-GRAND-LINE-EXIT.
           MOVE CT-FIELD (COL-IX) TO FIELD-NO.
           IF AF-TOTAL (FIELD-NO) NOT = "Y" GO TO BUILD-GRAND-LINE.
           MOVE CT-GRAND (COL-IX) TO EDIT-DEC.
           PERFORM PLACE-TOTAL THRU PLACE-TOTAL-EXIT.
           GO TO BUILD-GRAND-LINE.
       BUILD-GRAND-LINE-EXIT.
           EXIT.
      *A TOTAL TOO BIG FOR ITS COLUMN PRINTS AS STARS RATHER THAN
      *LOSING ITS TOP DIGITS
       PLACE-TOTAL.
           MOVE CT-WIDTH (COL-IX) TO FORMAT-WIDTH.
           PERFORM TRIM-EDITED THRU TRIM-EDITED-EXIT.
           MOVE FORMAT-OUT TO LINE-BUILD (CT-START (COL-IX) :
               CT-WIDTH (COL-IX)).
       PLACE-TOTAL-EXIT.
           EXIT.
      *THE SUBTOTAL FIELD LEADS THE KEY SO EACH GROUP READS BACK IN
      *ONE RUN; THE SORT FIELDS FOLLOW IT
       SET-UP-KEYS.
           MOVE 0 TO KEY-COUNT.
           IF AD-BREAK-FIELD NOT = 0
               ADD 1 TO KEY-COUNT
               MOVE AD-BREAK-FIELD TO KEY-FIELD (KEY-COUNT).
           MOVE 0 TO KEY-IX.
       SET-UP-KEYS-LOOP.
           ADD 1 TO KEY-IX.
           IF KEY-IX > 3 GO TO SET-UP-KEYS-EXIT.
           IF AD-SORT-FIELD (KEY-IX) = 0 GO TO SET-UP-KEYS-LOOP.
           ADD 1 TO KEY-COUNT.
           MOVE AD-SORT-FIELD (KEY-IX) TO KEY-FIELD (KEY-COUNT).
           GO TO SET-UP-KEYS-LOOP.
       SET-UP-KEYS-EXIT.
           EXIT.
       SET-UP-COLUMNS.
           MOVE 0 TO COL-COUNT.
           MOVE 1 TO COL-POS.
           MOVE "N" TO TOTALS-WANTED.
           MOVE 0 TO COL-IX.
       SET-UP-COLUMNS-LOOP.
           ADD 1 TO COL-IX.
           IF COL-IX > 8 GO TO SET-UP-COLUMNS-EXIT.
           IF AD-COLUMN (COL-IX) = 0 GO TO SET-UP-COLUMNS-LOOP.
           MOVE AD-COLUMN (COL-IX) TO FIELD-NO.
           IF COL-POS + AF-WIDTH (FIELD-NO) > 81
               GO TO SET-UP-COLUMNS-EXIT.
           ADD 1 TO COL-COUNT.
           MOVE FIELD-NO TO CT-FIELD (COL-COUNT).
           MOVE COL-POS TO CT-START (COL-COUNT).
           MOVE AF-WIDTH (FIELD-NO) TO CT-WIDTH (COL-COUNT).
           MOVE 0 TO CT-SUBTOTAL (COL-COUNT).
           MOVE 0 TO CT-GRAND (COL-COUNT).
           IF AF-TOTAL (FIELD-NO) = "Y" MOVE "Y" TO TOTALS-WANTED.
           COMPUTE COL-POS = COL-POS + AF-WIDTH (FIELD-NO) + 1.
           GO TO SET-UP-COLUMNS-LOOP.
       SET-UP-COLUMNS-EXIT.
           EXIT.
       BUILD-HEADING.
           MOVE SPACE TO LINE-BUILD.
           MOVE 0 TO COL-IX.
       BUILD-HEADING-LOOP.
           ADD 1 TO COL-IX.
           IF COL-IX > COL-COUNT GO TO BUILD-HEADING-EXIT.
           MOVE CT-FIELD (COL-IX) TO FIELD-NO.
           MOVE AF-HEADING (FIELD-NO) TO LINE-BUILD (CT-START (COL-IX)
               : CT-WIDTH (COL-IX)).
           GO TO BUILD-HEADING-LOOP.
       BUILD-HEADING-EXIT.
           EXIT.
      *EVERY CONDITION MUST HOLD - THE FIRST THAT FAILS DROPS THE
      *BIN.  A BLANK END OF A RANGE IS LEFT OPEN
       TEST-CONDITIONS.
           MOVE "N" TO ITEM-SELECTED.
           MOVE 0 TO COND-IX.
       TEST-CONDITIONS-LOOP.
           ADD 1 TO COND-IX.
           IF COND-IX > 5
               MOVE "Y" TO ITEM-SELECTED
               GO TO TEST-CONDITIONS-EXIT.
           IF AD-COND-FIELD (COND-IX) = 0 GO TO TEST-CONDITIONS-LOOP.
           MOVE AD-COND-FIELD (COND-IX) TO FIELD-NO.
           PERFORM GET-FIELD-VALUE THRU GET-FIELD-VALUE-EXIT.
           IF AD-COND-OP (COND-IX) = "N"
               IF AF-TYPE (FIELD-NO) = "A" AND FIELD-ALPHA = SPACE
                   GO TO TEST-CONDITIONS-EXIT
               ELSE
                   IF AF-TYPE (FIELD-NO) = "N" AND FIELD-NUM = 0
                       GO TO TEST-CONDITIONS-EXIT
                   ELSE
                       GO TO TEST-CONDITIONS-LOOP.
           MOVE AD-COND-LOW (COND-IX) TO CMP-LOW.
           MOVE AD-COND-HIGH (COND-IX) TO CMP-HIGH.
           IF AF-TYPE (FIELD-NO) = "N"
               PERFORM CONDITION-NUMBERS THRU CONDITION-NUMBERS-EXIT.
           IF AD-COND-OP (COND-IX) = "E"
               AND CMP-VALUE NOT = CMP-LOW
               GO TO TEST-CONDITIONS-EXIT.
           IF AD-COND-OP (COND-IX) = "G"
               AND CMP-VALUE NOT > CMP-LOW
               GO TO TEST-CONDITIONS-EXIT.
           IF AD-COND-OP (COND-IX) = "L"
               AND CMP-VALUE NOT < CMP-LOW
               GO TO TEST-CONDITIONS-EXIT.
           IF AD-COND-OP (COND-IX) NOT = "R"
               GO TO TEST-CONDITIONS-LOOP.
           IF AD-COND-LOW (COND-IX) NOT = SPACE
               AND CMP-VALUE < CMP-LOW
               GO TO TEST-CONDITIONS-EXIT.
           IF AD-COND-HIGH (COND-IX) NOT = SPACE
               AND CMP-VALUE > CMP-HIGH
               GO TO TEST-CONDITIONS-EXIT.
           GO TO TEST-CONDITIONS-LOOP.
       TEST-CONDITIONS-EXIT.
           EXIT.
      *A NUMBER ON THE DEFINITION IS TEN DIGITS WITH TWO DECIMALS;
      *WIDENED TO ELEVEN IT LINES UP WITH THE FIELD'S OWN STRING
       CONDITION-NUMBERS.
           IF AD-COND-LOW (COND-IX) NOT = SPACE
               MOVE AD-COND-LOW (COND-IX) TO COND-NUMBER
               MOVE COND-NUMBER-9 TO COND-NUM
               MOVE COND-NUM-TEXT TO CMP-LOW.
           IF AD-COND-HIGH (COND-IX) NOT = SPACE
               MOVE AD-COND-HIGH (COND-IX) TO COND-NUMBER
               MOVE COND-NUMBER-9 TO COND-NUM
               MOVE COND-NUM-TEXT TO CMP-HIGH.
       CONDITION-NUMBERS-EXIT.
           EXIT.
      *ONE FIELD OF THE BIN IN HAND, BY ITS NUMBER IN THE FIELD
      *LIST - TEXT INTO FIELD-ALPHA, A NUMBER INTO FIELD-NUM, AND
      *EITHER WAY ITS COMPARABLE STRING INTO CMP-VALUE
       GET-FIELD-VALUE.
           MOVE SPACE TO FIELD-ALPHA.
           MOVE 0 TO FIELD-NUM.
           IF FIELD-NO = 1 MOVE STOCK-CODE TO FIELD-ALPHA.
           IF FIELD-NO = 2 MOVE LOCATION-CODE TO FIELD-ALPHA.
           IF FIELD-NO = 3 MOVE PRODUCT-DESC TO FIELD-ALPHA.
           IF FIELD-NO = 4 MOVE UNIT-SIZE TO FIELD-NUM.
           IF FIELD-NO = 5 MOVE QUANTITY-ON-HAND TO FIELD-NUM.
           IF FIELD-NO = 6 MOVE REORDER-LEVEL TO FIELD-NUM.
           IF FIELD-NO = 7 MOVE SUCCESSOR-CODE TO FIELD-ALPHA.
           IF FIELD-NO = 8 MOVE UNIT-COST TO FIELD-NUM.
           IF FIELD-NO = 9 MOVE SELLING-PRICE TO FIELD-NUM.
           IF FIELD-NO = 10 MOVE LAST-CHANGED-BY TO FIELD-ALPHA.
           IF FIELD-NO = 11 MOVE ITEM-SUPPLIER TO FIELD-ALPHA.
           IF FIELD-NO = 12 MOVE QUANTITY-ALLOCATED TO FIELD-NUM.
           IF FIELD-NO = 13 MOVE LOT-CONTROL-FLAG TO FIELD-ALPHA.
           IF FIELD-NO = 14 MOVE QUAR-EXEMPT-FLAG TO FIELD-ALPHA.
           IF FIELD-NO = 15 MOVE ITEM-TAX-CODE TO FIELD-ALPHA.
           IF FIELD-NO = 16 MOVE ABC-CLASS TO FIELD-ALPHA.
           IF FIELD-NO = 17 MOVE SERIAL-CONTROL-FLAG TO FIELD-ALPHA.
           IF FIELD-NO = 18 MOVE MIN-LIFE-DAYS TO FIELD-NUM.
           IF FIELD-NO = 19 MOVE HAZARD-CLASS TO FIELD-ALPHA.
           IF FIELD-NO = 20 MOVE HAZARD-NOTE TO FIELD-ALPHA.
           IF FIELD-NO = 21 MOVE ITEM-UOM TO FIELD-ALPHA.
           IF FIELD-NO = 22 MOVE UNIT-WEIGHT TO FIELD-NUM.
           IF FIELD-NO = 23 MOVE ITEM-ZONE TO FIELD-ALPHA.
           IF FIELD-NO = 24
               COMPUTE FIELD-NUM ROUNDED =
                   QUANTITY-ON-HAND * UNIT-COST.
           IF FIELD-NO = 25
               AND QUANTITY-ON-HAND > QUANTITY-ALLOCATED
               COMPUTE FIELD-NUM =
                   QUANTITY-ON-HAND - QUANTITY-ALLOCATED.
           IF AF-TYPE (FIELD-NO) = "A"
               MOVE FIELD-ALPHA TO CMP-VALUE
           ELSE
               MOVE FIELD-NUM-TEXT TO CMP-VALUE.
       GET-FIELD-VALUE-EXIT.
           EXIT.
      *THE FIELD AS IT PRINTS IN ITS COLUMN - TEXT CUT TO THE
      *WIDTH, A NUMBER RIGHT-ALIGNED WITH ITS DECIMAL PLACES
       FORMAT-FIELD.
           MOVE AF-WIDTH (FIELD-NO) TO FORMAT-WIDTH.
           IF AF-TYPE (FIELD-NO) = "A"
               MOVE FIELD-ALPHA TO FORMAT-OUT
               GO TO FORMAT-FIELD-EXIT.
           IF AF-DECIMALS (FIELD-NO) = 0
               MOVE FIELD-NUM TO EDIT-INT
           ELSE
               MOVE FIELD-NUM TO EDIT-DEC.
           PERFORM TRIM-EDITED THRU TRIM-EDITED-EXIT.
       FORMAT-FIELD-EXIT.
           EXIT.
      *TAKES THE RIGHT-HAND FORMAT-WIDTH CHARACTERS OF THE EDITED
      *NUMBER, OR STARS WHERE THE NUMBER WILL NOT FIT
       TRIM-EDITED.
           COMPUTE EDIT-LEAD = 13 - FORMAT-WIDTH.
           MOVE SPACE TO FORMAT-OUT.
           IF EDIT-AREA (1 : EDIT-LEAD) NOT = SPACE
               MOVE ALL "*" TO FORMAT-OUT (1 : FORMAT-WIDTH)
           ELSE
               MOVE EDIT-AREA (EDIT-LEAD + 1 : FORMAT-WIDTH)
                   TO FORMAT-OUT.
       TRIM-EDITED-EXIT.
           EXIT.
       LIST-DEFINITIONS.
           MOVE LOW-VALUE TO AD-CODE.
           START DEFINITION-FILE KEY NOT LESS THAN AD-CODE
               INVALID DISPLAY "NO REPORTS DEFINED YET"
               GO TO LIST-DEFINITIONS-EXIT
           END-START.
       LIST-DEFINITIONS-LOOP.
           READ DEFINITION-FILE NEXT RECORD
               AT END GO TO LIST-DEFINITIONS-EXIT
           END-READ.
           MOVE AD-CODE TO DD-CODE.
           MOVE AD-TITLE TO DD-TITLE.
           DISPLAY DEFINITION-DISPLAY.
           GO TO LIST-DEFINITIONS-LOOP.
       LIST-DEFINITIONS-EXIT.
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
      *AN UNATTENDED QUEUE RUN SKIPS THE PROMPTS - THE DEFINITION
      *CODE COMES OFF THE PARAMETER HAND-OFF FILE THE WORKER WROTE
      *JUST BEFORE THE CALL
       CHECK-AUTO-RUN.
           MOVE "N" TO AUTO-RUN-FLAG.
           OPEN INPUT DAY-FILE.
           IF DAY-STATUS NOT = "00" GO TO CHECK-AUTO-EXIT.
           READ DAY-FILE AT END
               CLOSE DAY-FILE
               GO TO CHECK-AUTO-EXIT.
           IF DAY-AUTO-FLAG = "Y"
               MOVE "Y" TO AUTO-RUN-FLAG
               MOVE DAY-RUN-DATE TO AUTO-RUN-DATE.
           CLOSE DAY-FILE.
           IF AUTO-RUN-FLAG NOT = "Y" GO TO CHECK-AUTO-EXIT.
           MOVE SPACE TO ENTERED-CODE.
           OPEN INPUT PARAM-FILE.
           IF RP-STATUS NOT = "00" GO TO CHECK-AUTO-EXIT.
           READ PARAM-FILE AT END
               CLOSE PARAM-FILE
               GO TO CHECK-AUTO-EXIT.
           MOVE RP-LOCATION TO ENTERED-CODE.
           CLOSE PARAM-FILE.
       CHECK-AUTO-EXIT.
           EXIT.
       POST-AUTO-RESULT.
           IF AUTO-RUN-FLAG NOT = "Y" GO TO POST-AUTO-EXIT.
           OPEN OUTPUT DAY-FILE.
           MOVE "Y" TO DAY-AUTO-FLAG.
           MOVE AUTO-RUN-DATE TO DAY-RUN-DATE.
           MOVE AUTO-TROUBLE TO DAY-STEP-TROUBLE.
           MOVE SELECTED-COUNT TO DAY-STEP-COUNT.
           MOVE AUTO-NOTE TO DAY-STEP-NOTE.
           WRITE DAY-RUN-RECORD.
           CLOSE DAY-FILE.
       POST-AUTO-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.ARD" TO STOCK-ARD-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
           MOVE "TRAIN.ARX" TO STOCK-ARX-FN.
           MOVE "TRAIN.ARW" TO STOCK-ARW-FN.
           MOVE "TRAIN.DAY" TO STOCK-DAY-FN.
           MOVE "TRAIN.RPP" TO STOCK-RPP-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER RUN DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
