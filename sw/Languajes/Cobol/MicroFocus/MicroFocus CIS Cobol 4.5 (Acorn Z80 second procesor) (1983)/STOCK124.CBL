       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQ-COMPARE.
       AUTHOR. MICRO FOCUS LTD.
      *THE QUOTATION COMPARISON SHEET FOR ONE ENQUIRY.  UNDER EACH
      *ENQUIRY LINE THE SUPPLIERS' BIDS ARE RANKED CHEAPEST FIRST,
      *WITH THE LINE VALUE AT THE ENQUIRY QUANTITY, THE QUOTED LEAD
      *TIME AND HOW LONG THE PRICE HOLDS.  A BID WHOSE VALIDITY HAS
      *RUN OUT BY THE RUN DATE IS LISTED BUT NOT RANKED, NO BIDS
      *ARE SHOWN AS SUCH, AND THE SUPPLIERS STILL TO REPLY ARE
      *LISTED AT THE FOOT.  ONCE A LINE IS AWARDED THE WINNING AND
      *PASSED-OVER BIDS ARE MARKED.  THE SHEET GOES TO STOCK.RFC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-FILE ASSIGN DYNAMIC STOCK-RFQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RFQ-NUMBER
           FILE STATUS RFQ-FILE-STATUS.
           SELECT RFQ-LINE-FILE ASSIGN DYNAMIC STOCK-RFL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RFL-KEY
           FILE STATUS RFL-FILE-STATUS.
           SELECT RFQ-REPLY-FILE ASSIGN DYNAMIC STOCK-RFR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RFR-KEY
           FILE STATUS RFR-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-RFC-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-FILE; RECORD 80.
           COPY "RFQFILE.CPY".
       FD  RFQ-LINE-FILE; RECORD 90.
           COPY "RFLFILE.CPY".
       FD  RFQ-REPLY-FILE; RECORD 50.
           COPY "RFRFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-RFQ-FN PIC X(12) VALUE "STOCK.RFQ".
           02  STOCK-RFL-FN PIC X(12) VALUE "STOCK.RFL".
           02  STOCK-RFR-FN PIC X(12) VALUE "STOCK.RFR".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-RFC-FN PIC X(12) VALUE "STOCK.RFC".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  RFQ-FILE-STATUS PIC XX.
       01  RFL-FILE-STATUS PIC XX.
       01  RFR-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  ENTERED-RFQ-NO PIC X(6).
       01  MORE-LINES PIC X.
       01  MORE-BIDS PIC X.
       01  WAITING-COUNT PIC 99.
       01  LINE-VALUE-WORK PIC 9(8)V99.
      *THE BIDS FOR ONE LINE, HELD WHILE THEY ARE RANKED - THE
      *CHEAPEST UNRANKED VALID BID IS PICKED OFF ON EACH PASS
       01  BID-COUNT PIC 99.
       01  BID-IX PIC 99.
       01  BEST-IX PIC 99.
       01  RANK-NO PIC 99.
       01  BID-TABLE.
           02  BID-ENTRY OCCURS 20 TIMES.
               03  BT-SUPPLIER PIC X(4).
               03  BT-PRICE PIC 9(4)V99.
               03  BT-LEAD PIC 999.
               03  BT-VALID PIC X(10).
               03  BT-VALID-NUM PIC 9(8).
               03  BT-STATUS PIC X.
               03  BT-DONE PIC X.
       01  HEADING-2.
           02  FILLER PIC X(4) VALUE "RANK".
           02  FILLER PIC X(26) VALUE "SUPPLIER".
           02  FILLER PIC X(9) VALUE "   PRICE".
           02  FILLER PIC X(12) VALUE "  LINE VALUE".
           02  FILLER PIC X(5) VALUE " LEAD".
           02  FILLER PIC X(13) VALUE "  VALID UNTIL".
       01  LINE-HEAD.
           02  FILLER PIC X(5) VALUE "LINE ".
           02  LH-LINE-NO PIC 99.
           02  FILLER PIC XX VALUE SPACE.
           02  LH-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  LH-DESC PIC X(20).
           02  FILLER PIC X(5) VALUE " QTY ".
           02  LH-QTY PIC ZZZZZ9.99.
           02  FILLER PIC X(8) VALUE " WANTED ".
           02  LH-WANTED-BY PIC X(10).
       01  BID-LINE.
           02  BL-RANK PIC Z9.
           02  FILLER PIC XX VALUE SPACE.
           02  BL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  BL-NAME PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  BL-PRICE PIC ZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  BL-VALUE PIC ZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  BL-LEAD PIC ZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  BL-VALID PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  BL-NOTE PIC X(8).
       01  AWARD-LINE.
           02  FILLER PIC X(14) VALUE "    AWARDED TO".
           02  FILLER PIC X VALUE SPACE.
           02  AL-SUPPLIER PIC X(4).
           02  FILLER PIC X(10) VALUE " ON ORDER ".
           02  AL-PO PIC X(6).
           02  FILLER PIC X(4) VALUE " AT ".
           02  AL-PRICE PIC ZZZ9.99.
       01  REASON-LINE.
           02  FILLER PIC X(20) VALUE "    CHEAPER BID NOT ".
           02  FILLER PIC X(9) VALUE "TAKEN - ".
           02  RL-REASON PIC X(30).
       01  WAITING-LINE.
           02  FILLER PIC X(4) VALUE SPACE.
           02  WL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  WL-NAME PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  WL-STATE PIC X(20).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
      *THE SIGNED-ON OPERATOR'S TERMINAL CODES, LOADED BY
      *STOCK-MENU FROM THE NAMED PROFILE, REPLACE THE BUILT-IN
      *ONES BEFORE ANYTHING IS DISPLAYED
       APPLY-TERM-PROFILE.
           IF SGN-HIGHLIGHT-ON NOT = SPACE
               MOVE SGN-HIGHLIGHT-ON TO TERM-HIGHLIGHT-ON
               MOVE SGN-HIGHLIGHT-OFF TO TERM-HIGHLIGHT-OFF.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "QUOTATION COMPARISON SHEET".
           OPEN INPUT RFQ-FILE.
           IF RFQ-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "NO ENQUIRIES ON FILE"
                   TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN INPUT RFQ-LINE-FILE.
           OPEN INPUT RFQ-REPLY-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT STOCK-FILE.
       ASK-ENQUIRY.
           DISPLAY "ENTER ENQUIRY NO: ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO CLOSE-FILES.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           READ RFQ-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ENQUIRY NO"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ENQUIRY
           END-READ.
           DISPLAY RFQ-DESC.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO RPT-TITLE.
           STRING "QUOTATION COMPARISON - ENQUIRY " ENTERED-RFQ-NO
               DELIMITED BY SIZE INTO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE RFQ-DESC TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF RFQ-STATUS = "X"
               MOVE "*** THIS ENQUIRY IS CANCELLED ***" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "Y" TO MORE-LINES.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE 0 TO RFL-LINE-NO.
           START RFQ-LINE-FILE KEY NOT LESS THAN RFL-KEY
               INVALID MOVE "N" TO MORE-LINES.
       LINE-LOOP.
           IF MORE-LINES = "N" GO TO LIST-WAITING.
           READ RFQ-LINE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-LINES
               GO TO LINE-LOOP.
           IF RFL-RFQ-NO NOT = ENTERED-RFQ-NO
               MOVE "N" TO MORE-LINES
               GO TO LINE-LOOP.
           PERFORM COMPARE-ONE-LINE THRU COMPARE-ONE-LINE-EXIT.
           GO TO LINE-LOOP.
      *THE SUPPLIERS WHO HAVE NOT ANSWERED YET, AND WHETHER THEY
      *HAVE HAD THEIR LETTER
       LIST-WAITING.
           MOVE 0 TO WAITING-COUNT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "SUPPLIERS STILL TO REPLY:" TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "Y" TO MORE-BIDS.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE LOW-VALUE TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           START RFQ-REPLY-FILE KEY NOT LESS THAN RFR-KEY
               INVALID MOVE "N" TO MORE-BIDS.
       LIST-WAITING-LOOP.
           IF MORE-BIDS = "N" GO TO LIST-WAITING-DONE.
           READ RFQ-REPLY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-BIDS
               GO TO LIST-WAITING-LOOP.
           IF RFR-RFQ-NO NOT = ENTERED-RFQ-NO
               MOVE "N" TO MORE-BIDS
               GO TO LIST-WAITING-LOOP.
           IF RFR-LINE-NO NOT = 0 OR RFR-STATUS = "R"
               GO TO LIST-WAITING-LOOP.
           MOVE RFR-SUPPLIER TO WL-SUPPLIER.
           MOVE RFR-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN SUPPLIER" TO WL-NAME
               NOT INVALID MOVE SUPPLIER-NAME TO WL-NAME
           END-READ.
           IF RFR-STATUS = "P"
               MOVE SPACE TO WL-STATE
               STRING "LETTER SENT " RFR-REPLY-DATE
                   DELIMITED BY SIZE INTO WL-STATE
           ELSE
               MOVE "LETTER NOT PRINTED" TO WL-STATE
           END-IF.
           MOVE WAITING-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO WAITING-COUNT.
           GO TO LIST-WAITING-LOOP.
       LIST-WAITING-DONE.
           IF WAITING-COUNT = 0
               MOVE "    NONE - EVERY SUPPLIER ASKED HAS REPLIED"
                   TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "COMPARISON WRITTEN TO " STOCK-RFC-FN.
       CLOSE-FILES.
           CLOSE RFQ-FILE.
           CLOSE RFQ-LINE-FILE.
           CLOSE RFQ-REPLY-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE STOCK-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *ONE ENQUIRY LINE - GATHER EVERY SUPPLIER'S ANSWER FOR IT,
      *THEN PRINT THE VALID BIDS CHEAPEST FIRST, FOLLOWED BY THE
      *EXPIRED BIDS AND THE NO BIDS
       COMPARE-ONE-LINE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE RFL-LINE-NO TO LH-LINE-NO.
           MOVE RFL-STOCK-CODE TO LH-STOCK-CODE.
           MOVE RFL-STOCK-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           MOVE SPACE TO LH-DESC.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID CONTINUE
               NOT INVALID
                   READ STOCK-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF STOCK-CODE = RFL-STOCK-CODE
                               MOVE PRODUCT-DESC TO LH-DESC
                           END-IF
                   END-READ
           END-START.
           MOVE RFL-QTY TO LH-QTY.
           MOVE RFL-WANTED-BY TO LH-WANTED-BY.
           MOVE LINE-HEAD TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO BID-COUNT.
           MOVE "Y" TO MORE-BIDS.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE LOW-VALUE TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           START RFQ-REPLY-FILE KEY NOT LESS THAN RFR-KEY
               INVALID MOVE "N" TO MORE-BIDS.
       GATHER-BIDS.
           IF MORE-BIDS = "N" GO TO GATHER-BIDS-DONE.
           READ RFQ-REPLY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-BIDS
               GO TO GATHER-BIDS.
           IF RFR-RFQ-NO NOT = ENTERED-RFQ-NO
               MOVE "N" TO MORE-BIDS
               GO TO GATHER-BIDS.
           IF RFR-LINE-NO NOT = RFL-LINE-NO GO TO GATHER-BIDS.
           IF BID-COUNT = 20 GO TO GATHER-BIDS.
           ADD 1 TO BID-COUNT.
           MOVE RFR-SUPPLIER TO BT-SUPPLIER (BID-COUNT).
           MOVE RFR-PRICE TO BT-PRICE (BID-COUNT).
           MOVE RFR-LEAD-DAYS TO BT-LEAD (BID-COUNT).
           MOVE RFR-VALID-UNTIL TO BT-VALID (BID-COUNT).
           MOVE RFR-VALID-UNTIL (7:4) TO BT-VALID-NUM (BID-COUNT) (1:4).
           MOVE RFR-VALID-UNTIL (1:2) TO BT-VALID-NUM (BID-COUNT) (5:2).
           MOVE RFR-VALID-UNTIL (4:2) TO BT-VALID-NUM (BID-COUNT) (7:2).
           MOVE RFR-STATUS TO BT-STATUS (BID-COUNT).
           MOVE "N" TO BT-DONE (BID-COUNT).
           GO TO GATHER-BIDS.
       GATHER-BIDS-DONE.
           IF BID-COUNT = 0
               MOVE "    NO REPLIES YET FOR THIS LINE" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               GO TO SHOW-AWARD.
           MOVE 0 TO RANK-NO.
       RANK-PASS.
           MOVE 0 TO BEST-IX.
           MOVE 0 TO BID-IX.
       RANK-SCAN.
           ADD 1 TO BID-IX.
           IF BID-IX > BID-COUNT GO TO RANK-PICKED.
           IF BT-DONE (BID-IX) = "Y" GO TO RANK-SCAN.
           IF BT-STATUS (BID-IX) = "N" GO TO RANK-SCAN.
           IF BT-VALID-NUM (BID-IX) < RUN-DATE-NUM GO TO RANK-SCAN.
           IF BEST-IX = 0
               MOVE BID-IX TO BEST-IX
               GO TO RANK-SCAN.
           IF BT-PRICE (BID-IX) < BT-PRICE (BEST-IX)
               MOVE BID-IX TO BEST-IX.
           GO TO RANK-SCAN.
       RANK-PICKED.
           IF BEST-IX = 0 GO TO LIST-UNRANKED.
           ADD 1 TO RANK-NO.
           MOVE BEST-IX TO BID-IX.
           MOVE RANK-NO TO BL-RANK.
           MOVE SPACE TO BL-NOTE.
           PERFORM PRINT-BID THRU PRINT-BID-EXIT.
           GO TO RANK-PASS.
      *WHAT IS LEFT CANNOT BE RANKED - THE PRICE HAS RUN OUT OR
      *THE SUPPLIER DID NOT BID
       LIST-UNRANKED.
           MOVE 0 TO BID-IX.
       LIST-UNRANKED-LOOP.
           ADD 1 TO BID-IX.
           IF BID-IX > BID-COUNT GO TO SHOW-AWARD.
           IF BT-DONE (BID-IX) = "Y" GO TO LIST-UNRANKED-LOOP.
           MOVE 0 TO BL-RANK.
           IF BT-STATUS (BID-IX) = "N"
               MOVE "NO BID" TO BL-NOTE
           ELSE
               MOVE "EXPIRED" TO BL-NOTE
           END-IF.
           PERFORM PRINT-BID THRU PRINT-BID-EXIT.
           GO TO LIST-UNRANKED-LOOP.
       SHOW-AWARD.
           IF RFL-STATUS NOT = "A" GO TO COMPARE-ONE-LINE-EXIT.
           MOVE RFL-AWARD-SUPPLIER TO AL-SUPPLIER.
           MOVE RFL-AWARD-PO TO AL-PO.
           MOVE RFL-AWARD-PRICE TO AL-PRICE.
           MOVE AWARD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF RFL-PASS-REASON NOT = SPACE
               MOVE RFL-PASS-REASON TO RL-REASON
               MOVE REASON-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       COMPARE-ONE-LINE-EXIT.
           EXIT.
       PRINT-BID.
           MOVE "Y" TO BT-DONE (BID-IX).
           MOVE BT-SUPPLIER (BID-IX) TO BL-SUPPLIER.
           MOVE BT-SUPPLIER (BID-IX) TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN SUPPLIER" TO BL-NAME
               NOT INVALID MOVE SUPPLIER-NAME TO BL-NAME
           END-READ.
           IF BT-STATUS (BID-IX) = "N"
               MOVE 0 TO BL-PRICE
               MOVE 0 TO BL-VALUE
               MOVE 0 TO BL-LEAD
               MOVE SPACE TO BL-VALID
               GO TO PRINT-BID-WRITE.
           MOVE BT-PRICE (BID-IX) TO BL-PRICE.
           COMPUTE LINE-VALUE-WORK ROUNDED =
               RFL-QTY * BT-PRICE (BID-IX)
               ON SIZE ERROR MOVE 0 TO LINE-VALUE-WORK
           END-COMPUTE.
           MOVE LINE-VALUE-WORK TO BL-VALUE.
           MOVE BT-LEAD (BID-IX) TO BL-LEAD.
           MOVE BT-VALID (BID-IX) TO BL-VALID.
           IF BT-STATUS (BID-IX) = "W"
               MOVE "AWARDED" TO BL-NOTE.
           IF BT-STATUS (BID-IX) = "P"
               MOVE "PASSED" TO BL-NOTE.
       PRINT-BID-WRITE.
           MOVE BID-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-BID-EXIT.
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
           MOVE "TRAIN.RFQ" TO STOCK-RFQ-FN.
           MOVE "TRAIN.RFL" TO STOCK-RFL-FN.
           MOVE "TRAIN.RFR" TO STOCK-RFR-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.RFC" TO STOCK-RFC-FN.
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
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
