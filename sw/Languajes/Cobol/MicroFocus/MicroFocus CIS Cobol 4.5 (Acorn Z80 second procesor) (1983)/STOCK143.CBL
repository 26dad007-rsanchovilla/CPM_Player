       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-SUMMARY.
       AUTHOR. MICRO FOCUS LTD.
      *THE QUARTERLY IMPORT DECLARATION SUMMARY, ON STOCK.IDS, LAID
      *OUT LINE BY LINE AS THE CUSTOMS RETURN ASKS FOR IT - ONE
      *LINE PER COMMODITY CODE AND COUNTRY OF ORIGIN, IN COMMODITY
      *CODE ORDER, WITH THE QUANTITY, THE INVOICE VALUE IN HOME
      *CURRENCY AND, SEPARATELY, THE FREIGHT AND THE DUTY PAID.
      *THE RECEIPTS ARE THE IMPORT RECEIPT RECORDS GOODS-IN WRITES
      *FOR EVERY DELIVERY FROM A FOREIGN-CURRENCY SUPPLIER, CARRYING
      *THE CODE AND ORIGIN AS THEY STOOD ON THE DAY.  FREIGHT AND
      *DUTY ARE EACH RECEIPT'S SHARE OF THE CHARGES LANDED-COST-
      *ENTRY SPREAD OVER ITS GRN (STOCK.LCD) - A GRN STILL WAITING
      *FOR ITS CHARGES SHOWS NONE, SO THE RETURN IS BEST RUN ONCE
      *THE QUARTER'S CARRIER AND CUSTOMS INVOICES ARE ALL IN.
      *A RECEIPT WITH NO EXCHANGE RATE ON FILE WHEN IT WAS TAKEN IN
      *HAS NO HOME VALUE AND IS COUNTED AT THE FOOT FOR CHECKING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-RECEIPT-FILE ASSIGN DYNAMIC STOCK-IRC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IR-KEY
           FILE STATUS IR-FILE-STATUS.
           SELECT SPLIT-FILE ASSIGN DYNAMIC STOCK-LCD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LD-KEY
           FILE STATUS LD-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-IDS-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-RECEIPT-FILE; RECORD 100.
           COPY "IRCFILE.CPY".
       FD  SPLIT-FILE; RECORD 60.
           COPY "LCDFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IRC-FN PIC X(12) VALUE "STOCK.IRC".
           02  STOCK-LCD-FN PIC X(12) VALUE "STOCK.LCD".
           02  STOCK-IDS-FN PIC X(12) VALUE "STOCK.IDS".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  IR-FILE-STATUS PIC XX.
       01  LD-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  SPLIT-OPEN PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-NUM-PARTS REDEFINES RUN-DATE-NUM.
           02  RN-YYYY PIC 9999.
           02  RN-MM PIC 99.
           02  RN-DD PIC 99.
       01  ENTERED-QUARTER PIC X.
       01  ENTERED-YEAR PIC X(4).
       01  ENTERED-YEAR-9 REDEFINES ENTERED-YEAR PIC 9(4).
       01  QUARTER-NO PIC 9.
       01  QUARTER-YEAR PIC 9(4).
       01  FROM-NUM PIC 9(8).
       01  FROM-NUM-PARTS REDEFINES FROM-NUM.
           02  FN-YYYY PIC 9999.
           02  FN-MM PIC 99.
           02  FN-DD PIC 99.
       01  TO-NUM PIC 9(8).
       01  TO-NUM-PARTS REDEFINES TO-NUM.
           02  TN-YYYY PIC 9999.
           02  TN-MM PIC 99.
           02  TN-DD PIC 99.
      *THE GRN, ITEM AND BIN WHOSE CHARGES WERE LAST TAKEN - A BIN
      *RECEIVED TWICE ON ONE GRN HAS TWO IMPORT RECEIPTS BUT ONE
      *SET OF CHARGES, AND THE TWO RECEIPTS ARE NEIGHBOURS ON FILE
       01  LAST-CHARGED.
           02  LC-GRN-NO PIC 9(4).
           02  LC-STOCK-CODE PIC X(8).
           02  LC-LOCATION PIC X(4).
       01  RECEIPT-FREIGHT PIC 9(7)V99.
       01  RECEIPT-DUTY PIC 9(7)V99.
       01  RECEIPT-COUNT PIC 9(5).
       01  NO-VALUE-COUNT PIC 9(5).
       01  OVERRIDE-COUNT PIC 9(5).
       01  UNCLASSIFIED-COUNT PIC 9(5).
       01  DROPPED-COUNT PIC 9(5).
       01  GRAND-QUANTITY PIC 9(9)V99.
       01  GRAND-VALUE PIC 9(10)V99.
       01  GRAND-FREIGHT PIC 9(9)V99.
       01  GRAND-DUTY PIC 9(9)V99.
      *ONE ENTRY PER COMMODITY CODE AND ORIGIN, KEPT IN ORDER AS
      *THEY ARE MET SO THE RETURN PRINTS STRAIGHT DOWN THE TABLE
       01  SUM-COUNT PIC 999 VALUE 0.
       01  SUM-IX PIC 999.
       01  MOVE-IX PIC 999.
       01  SEARCH-KEY.
           02  SK-COMMODITY PIC X(10).
           02  SK-ORIGIN PIC X(2).
       01  SUMMARY-TABLE.
           02  SM-ENTRY OCCURS 200 TIMES.
               03  SM-KEY.
                   04  SM-COMMODITY PIC X(10).
                   04  SM-ORIGIN PIC X(2).
               03  SM-QUANTITY PIC 9(8)V99.
               03  SM-VALUE PIC 9(9)V99.
               03  SM-FREIGHT PIC 9(8)V99.
               03  SM-DUTY PIC 9(8)V99.
               03  SM-RECEIPTS PIC 9(4).
       01  DOC-TITLE.
           02  FILLER PIC X(29) VALUE "IMPORT DECLARATION - QUARTER ".
           02  DT-QUARTER PIC 9.
           02  FILLER PIC X(4) VALUE " OF ".
           02  DT-YEAR PIC 9(4).
       01  HEADING-1.
           02  FILLER PIC X(5) VALUE "LINE".
           02  FILLER PIC X(12) VALUE "COMMODITY".
           02  FILLER PIC X(4) VALUE "ORIG".
           02  FILLER PIC X(11) VALUE "   QUANTITY".
           02  FILLER PIC X(13) VALUE "  INVOICE VAL".
           02  FILLER PIC X(11) VALUE "    FREIGHT".
           02  FILLER PIC X(11) VALUE "       DUTY".
           02  FILLER PIC X(5) VALUE " RCPT".
       01  PERIOD-LINE.
           02  FILLER PIC X(18) VALUE "RECEIPTS RECEIVED ".
           02  PL-FROM-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  PL-FROM-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  PL-FROM-YYYY PIC 9999.
           02  FILLER PIC X(4) VALUE " TO ".
           02  PL-TO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  PL-TO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  PL-TO-YYYY PIC 9999.
           02  FILLER PIC X(27) VALUE
               "  - VALUES IN HOME CURRENCY".
       01  DETAIL-LINE.
           02  DL-LINE-NO PIC ZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-COMMODITY PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-ORIGIN PIC X(2).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-QUANTITY PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-VALUE PIC ZZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-FREIGHT PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-DUTY PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-RECEIPTS PIC ZZZ9.
       01  TOTAL-LINE.
           02  FILLER PIC X(20) VALUE "QUARTER TOTAL".
           02  TL-QUANTITY PIC ZZZZZZZZ9.99.
           02  TL-VALUE PIC ZZZZZZZZZ9.99.
           02  TL-FREIGHT PIC ZZZZZZZ9.99.
           02  TL-DUTY PIC ZZZZZZZ9.99.
       01  COUNT-LINE.
           02  CL-LABEL PIC X(40).
           02  CL-COUNT PIC ZZZZ9.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "QUARTERLY IMPORT DECLARATION SUMMARY".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM ASK-QUARTER THRU ASK-QUARTER-EXIT.
           OPEN INPUT IMPORT-RECEIPT-FILE.
           IF IR-FILE-STATUS NOT = "00"
               DISPLAY "NO IMPORT RECEIPTS ON DISK - NOTHING TO RETURN."
               GOBACK.
           MOVE "Y" TO SPLIT-OPEN.
           OPEN INPUT SPLIT-FILE.
           IF LD-FILE-STATUS NOT = "00"
               MOVE "N" TO SPLIT-OPEN.
           MOVE 0 TO RECEIPT-COUNT.
           MOVE 0 TO NO-VALUE-COUNT.
           MOVE 0 TO OVERRIDE-COUNT.
           MOVE 0 TO UNCLASSIFIED-COUNT.
           MOVE 0 TO DROPPED-COUNT.
           MOVE 0 TO SUM-COUNT.
           MOVE LOW-VALUE TO LAST-CHARGED.
           MOVE "Y" TO MORE-RECORDS.
           MOVE SPACE TO IMPORT-RECEIPT-RECORD.
           MOVE FROM-NUM TO IR-DATE-NUM.
           MOVE LOW-VALUE TO IR-STOCK-CODE IR-LOCATION.
           MOVE 0 TO IR-SEQ.
           START IMPORT-RECEIPT-FILE KEY NOT LESS THAN IR-KEY
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       RECEIPT-LOOP.
           IF MORE-RECORDS = "N" GO TO RECEIPTS-DONE.
           READ IMPORT-RECEIPT-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO RECEIPTS-DONE
           END-READ.
           IF IR-DATE-NUM > TO-NUM
               MOVE "N" TO MORE-RECORDS
               GO TO RECEIPTS-DONE.
           PERFORM ADD-RECEIPT THRU ADD-RECEIPT-EXIT.
           GO TO RECEIPT-LOOP.
       RECEIPTS-DONE.
           OPEN OUTPUT PRINT-FILE.
           MOVE QUARTER-NO TO DT-QUARTER.
           MOVE QUARTER-YEAR TO DT-YEAR.
           MOVE DOC-TITLE TO RPT-TITLE.
           MOVE HEADING-1 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE FN-MM TO PL-FROM-MM.
           MOVE FN-DD TO PL-FROM-DD.
           MOVE FN-YYYY TO PL-FROM-YYYY.
           MOVE TN-MM TO PL-TO-MM.
           MOVE TN-DD TO PL-TO-DD.
           MOVE TN-YYYY TO PL-TO-YYYY.
           MOVE PERIOD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO GRAND-QUANTITY.
           MOVE 0 TO GRAND-VALUE.
           MOVE 0 TO GRAND-FREIGHT.
           MOVE 0 TO GRAND-DUTY.
           MOVE 0 TO SUM-IX.
           PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE GRAND-QUANTITY TO TL-QUANTITY.
           MOVE GRAND-VALUE TO TL-VALUE.
           MOVE GRAND-FREIGHT TO TL-FREIGHT.
           MOVE GRAND-DUTY TO TL-DUTY.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "IMPORT RECEIPTS IN THE QUARTER" TO CL-LABEL.
           MOVE RECEIPT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "  ORIGIN OR CODE KEYED FROM THE PAPERS" TO CL-LABEL.
           MOVE OVERRIDE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "  NO COMMODITY CODE OR ORIGIN - CHECK" TO CL-LABEL.
           MOVE UNCLASSIFIED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "  NO EXCHANGE RATE, SO NO VALUE - CHECK" TO CL-LABEL.
           MOVE NO-VALUE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF DROPPED-COUNT NOT = 0
               MOVE "  LEFT OFF - MORE THAN 200 RETURN LINES"
                   TO CL-LABEL
               MOVE DROPPED-COUNT TO CL-COUNT
               MOVE COUNT-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE IMPORT-RECEIPT-FILE.
           IF SPLIT-OPEN = "Y"
               CLOSE SPLIT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "IMPORT SUMMARY WRITTEN TO " STOCK-IDS-FN.
           GOBACK.
      *ONE RECEIPT INTO ITS COMMODITY CODE AND ORIGIN LINE, WITH
      *ITS SHARE OF THE GRN'S FREIGHT AND DUTY
       ADD-RECEIPT.
           ADD 1 TO RECEIPT-COUNT.
           IF IR-OVERRIDE = "Y" ADD 1 TO OVERRIDE-COUNT.
           IF IR-HOME-VALUE = 0 ADD 1 TO NO-VALUE-COUNT.
           IF IR-COMMODITY = SPACE OR IR-ORIGIN = SPACE
               ADD 1 TO UNCLASSIFIED-COUNT.
           MOVE 0 TO RECEIPT-FREIGHT.
           MOVE 0 TO RECEIPT-DUTY.
           IF IR-GRN-NO NOT = 0 AND SPLIT-OPEN = "Y"
               AND (IR-GRN-NO NOT = LC-GRN-NO
                   OR IR-STOCK-CODE NOT = LC-STOCK-CODE
                   OR IR-LOCATION NOT = LC-LOCATION)
               MOVE IR-GRN-NO TO LD-GRN-NO LC-GRN-NO
               MOVE IR-STOCK-CODE TO LD-STOCK-CODE LC-STOCK-CODE
               MOVE IR-LOCATION TO LD-LOCATION LC-LOCATION
               READ SPLIT-FILE
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE LD-FREIGHT TO RECEIPT-FREIGHT
                       MOVE LD-DUTY TO RECEIPT-DUTY
               END-READ
           END-IF.
           MOVE IR-COMMODITY TO SK-COMMODITY.
           MOVE IR-ORIGIN TO SK-ORIGIN.
           IF SK-COMMODITY = SPACE MOVE "UNCLASSED" TO SK-COMMODITY.
           IF SK-ORIGIN = SPACE MOVE "??" TO SK-ORIGIN.
           PERFORM FIND-SUMMARY-SLOT THRU FIND-SUMMARY-SLOT-EXIT.
           IF SUM-IX = 0
               ADD 1 TO DROPPED-COUNT
               GO TO ADD-RECEIPT-EXIT.
           ADD IR-QUANTITY TO SM-QUANTITY (SUM-IX).
           ADD IR-HOME-VALUE TO SM-VALUE (SUM-IX).
           ADD RECEIPT-FREIGHT TO SM-FREIGHT (SUM-IX).
           ADD RECEIPT-DUTY TO SM-DUTY (SUM-IX).
           ADD 1 TO SM-RECEIPTS (SUM-IX).
       ADD-RECEIPT-EXIT.
           EXIT.
      *THE TABLE IS KEPT IN COMMODITY CODE AND ORIGIN ORDER - A NEW
      *LINE IS OPENED WHERE IT BELONGS AND EVERYTHING AFTER IT
      *MOVES DOWN ONE.  A FULL TABLE GIVES BACK SUM-IX ZERO
       FIND-SUMMARY-SLOT.
           MOVE 0 TO SUM-IX.
       FIND-SUMMARY-LOOP.
           ADD 1 TO SUM-IX.
           IF SUM-IX > SUM-COUNT GO TO FIND-SUMMARY-NEW.
           IF SM-KEY (SUM-IX) = SEARCH-KEY GO TO FIND-SUMMARY-SLOT-EXIT.
           IF SM-KEY (SUM-IX) > SEARCH-KEY GO TO FIND-SUMMARY-NEW.
           GO TO FIND-SUMMARY-LOOP.
       FIND-SUMMARY-NEW.
           IF SUM-COUNT = 200
               MOVE 0 TO SUM-IX
               GO TO FIND-SUMMARY-SLOT-EXIT.
           MOVE SUM-COUNT TO MOVE-IX.
       FIND-SUMMARY-SHIFT.
           IF MOVE-IX < SUM-IX GO TO FIND-SUMMARY-OPEN.
           MOVE SM-ENTRY (MOVE-IX) TO SM-ENTRY (MOVE-IX + 1).
           SUBTRACT 1 FROM MOVE-IX.
           GO TO FIND-SUMMARY-SHIFT.
       FIND-SUMMARY-OPEN.
           ADD 1 TO SUM-COUNT.
           MOVE SEARCH-KEY TO SM-KEY (SUM-IX).
           MOVE 0 TO SM-QUANTITY (SUM-IX).
           MOVE 0 TO SM-VALUE (SUM-IX).
           MOVE 0 TO SM-FREIGHT (SUM-IX).
           MOVE 0 TO SM-DUTY (SUM-IX).
           MOVE 0 TO SM-RECEIPTS (SUM-IX).
       FIND-SUMMARY-SLOT-EXIT.
           EXIT.
      *THE RETURN LINES, NUMBERED AS THE FORM NUMBERS THEM
       PRINT-SUMMARY.
           ADD 1 TO SUM-IX.
           IF SUM-IX > SUM-COUNT GO TO PRINT-SUMMARY-EXIT.
           MOVE SUM-IX TO DL-LINE-NO.
           MOVE SM-COMMODITY (SUM-IX) TO DL-COMMODITY.
           MOVE SM-ORIGIN (SUM-IX) TO DL-ORIGIN.
           MOVE SM-QUANTITY (SUM-IX) TO DL-QUANTITY.
           MOVE SM-VALUE (SUM-IX) TO DL-VALUE.
           MOVE SM-FREIGHT (SUM-IX) TO DL-FREIGHT.
           MOVE SM-DUTY (SUM-IX) TO DL-DUTY.
           MOVE SM-RECEIPTS (SUM-IX) TO DL-RECEIPTS.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD SM-QUANTITY (SUM-IX) TO GRAND-QUANTITY.
           ADD SM-VALUE (SUM-IX) TO GRAND-VALUE.
           ADD SM-FREIGHT (SUM-IX) TO GRAND-FREIGHT.
           ADD SM-DUTY (SUM-IX) TO GRAND-DUTY.
           GO TO PRINT-SUMMARY.
       PRINT-SUMMARY-EXIT.
           EXIT.
      *THE QUARTER AND ITS YEAR.  A BARE RETURN TAKES THE LAST
      *QUARTER ALREADY ENDED AT THE RUN DATE, WHICH IS THE ONE THE
      *RETURN IS NORMALLY BEING MADE FOR
       ASK-QUARTER.
           DISPLAY "QUARTER 1 TO 4 (RETURN ALONE FOR THE LAST".
           DISPLAY "QUARTER ENDED): ".
           MOVE SPACE TO ENTERED-QUARTER.
           ACCEPT ENTERED-QUARTER.
           IF ENTERED-QUARTER = SPACE
               COMPUTE QUARTER-NO = (RN-MM - 1) / 3
               MOVE RN-YYYY TO QUARTER-YEAR
               IF QUARTER-NO = 0
                   MOVE 4 TO QUARTER-NO
                   SUBTRACT 1 FROM QUARTER-YEAR
               END-IF
               GO TO ASK-QUARTER-DATES.
           IF ENTERED-QUARTER < "1" OR ENTERED-QUARTER > "4"
               DISPLAY "QUARTER MUST BE 1 TO 4, TRY AGAIN."
               GO TO ASK-QUARTER.
           MOVE ENTERED-QUARTER TO QUARTER-NO.
       ASK-QUARTER-YEAR.
           DISPLAY "YEAR (YYYY, RETURN ALONE FOR " RN-YYYY "): ".
           MOVE SPACE TO ENTERED-YEAR.
           ACCEPT ENTERED-YEAR.
           IF ENTERED-YEAR = SPACE
               MOVE RN-YYYY TO QUARTER-YEAR
               GO TO ASK-QUARTER-DATES.
           IF ENTERED-YEAR NOT NUMERIC OR ENTERED-YEAR-9 < 1900
               DISPLAY "YEAR NOT VALID, TRY AGAIN."
               GO TO ASK-QUARTER-YEAR.
           MOVE ENTERED-YEAR-9 TO QUARTER-YEAR.
      *A QUARTER RUNS FROM THE FIRST OF ITS FIRST MONTH TO THE
      *LAST DAY OF ITS THIRD - MARCH AND DECEMBER HAVE 31 DAYS,
      *JUNE AND SEPTEMBER 30
       ASK-QUARTER-DATES.
           MOVE QUARTER-YEAR TO FN-YYYY.
           COMPUTE FN-MM = QUARTER-NO * 3 - 2.
           MOVE 1 TO FN-DD.
           MOVE QUARTER-YEAR TO TN-YYYY.
           COMPUTE TN-MM = QUARTER-NO * 3.
           IF QUARTER-NO = 1 OR QUARTER-NO = 4
               MOVE 31 TO TN-DD
           ELSE
               MOVE 30 TO TN-DD.
           DISPLAY "QUARTER " QUARTER-NO " OF " QUARTER-YEAR.
       ASK-QUARTER-EXIT.
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
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.IRC" TO STOCK-IRC-FN.
           MOVE "TRAIN.LCD" TO STOCK-LCD-FN.
           MOVE "TRAIN.IDS" TO STOCK-IDS-FN.
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
