       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *WHAT EACH SUPPLIER OWES US IN VOLUME REBATE.  REBATE-CALC
      *FIRST BRINGS EVERY AGREEMENT UP TO DATE FROM THE JOURNAL,
      *THEN EACH AGREEMENT PRINTS ITS SPEND TO DATE, THE BAND
      *REACHED AND ITS PERCENTAGE, THE REBATE EARNED, WHAT HAS
      *ALREADY BEEN ACCRUED TO THE LEDGER AND THE SPEND THAT WOULD
      *REACH THE NEXT BAND.  ONE AGREEMENT YEAR OR ALL OF THEM;
      *THE LISTING GOES TO STOCK.RBR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN DYNAMIC STOCK-RBT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RB-KEY
           FILE STATUS RB-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SU-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-RBR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE; RECORD 128.
           COPY "REBFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-RBT-FN PIC X(12) VALUE "STOCK.RBT".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-RBR-FN PIC X(12) VALUE "STOCK.RBR".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "REBREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  RB-FILE-STATUS PIC XX.
       01  SU-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  MORE-RECORDS PIC X VALUE "Y".
       01  WANTED-YEAR-X PIC X(4).
       01  WANTED-YEAR-9 REDEFINES WANTED-YEAR-X PIC 9(4).
       01  TOTAL-SPEND PIC 9(10)V99.
       01  NEXT-BAND PIC 9.
       01  AGREEMENTS-PRINTED PIC 9(4) VALUE 0.
       01  GRAND-EARNED PIC 9(10)V99 VALUE 0.
       01  GRAND-ACCRUED PIC 9(10)V99 VALUE 0.
       01  HEADING-2.
           02  FILLER PIC X(16) VALUE "SUPP NAME".
           02  FILLER PIC X(4) VALUE "YEAR".
           02  FILLER PIC X(13) VALUE "SPEND TO DATE".
           02  FILLER PIC X(9) VALUE " BAND PCT".
           02  FILLER PIC X(12) VALUE "      EARNED".
           02  FILLER PIC X(12) VALUE "     ACCRUED".
           02  FILLER PIC X(12) VALUE "   NEXT BAND".
       01  DETAIL-LINE.
           02  DL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-NAME PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-YEAR PIC 9(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-SPEND PIC ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-TIER PIC 9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-PCT PIC Z9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-EARNED PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-ACCRUED PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-NEXT PIC ZZZZZZZ9.99.
           02  DL-NEXT-X REDEFINES DL-NEXT PIC X(11).
       01  TOTAL-LINE.
           02  FILLER PIC X(42) VALUE "ALL AGREEMENTS".
           02  TL-EARNED PIC ZZZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  TL-ACCRUED PIC ZZZZZZZZZ9.99.
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
           DISPLAY "SUPPLIER REBATE REPORT".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-YEAR.
           DISPLAY "AGREEMENT YEAR (YYYY, BLANK FOR ALL): ".
           MOVE SPACE TO WANTED-YEAR-X.
           ACCEPT WANTED-YEAR-X.
           IF WANTED-YEAR-X NOT = SPACE AND WANTED-YEAR-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "YEAR MUST BE YYYY"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-YEAR.
           DISPLAY "BRINGING THE AGREEMENTS UP TO DATE...".
           MOVE "V" TO RR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO RR-TRAINING-FLAG.
           CALL "REBATE-CALC" USING REBATE-REQ-BLOCK.
           IF RR-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO REBATE AGREEMENTS OR NO JOURNAL ON DISK"
                   TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN INPUT REBATE-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "SUPPLIER VOLUME REBATES - SPEND AND REBATE EARNED"
               TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE LOW-VALUE TO RB-KEY.
           START REBATE-FILE KEY NOT LESS THAN RB-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       PRINT-LOOP.
           IF MORE-RECORDS = "N" GO TO END-IT.
           READ REBATE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PRINT-LOOP.
           IF WANTED-YEAR-X NOT = SPACE AND RB-YEAR NOT = WANTED-YEAR-9
               GO TO PRINT-LOOP.
           MOVE RB-SUPPLIER TO DL-SUPPLIER.
           MOVE RB-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN" TO DL-NAME
               NOT INVALID MOVE SUPPLIER-NAME TO DL-NAME
           END-READ.
           MOVE RB-YEAR TO DL-YEAR.
           COMPUTE TOTAL-SPEND = RB-SPEND + RB-PENDING.
           MOVE TOTAL-SPEND TO DL-SPEND.
           MOVE RB-TIER TO DL-TIER.
           MOVE 0 TO DL-PCT.
           IF RB-TIER NOT = 0
               MOVE RB-PCT (RB-TIER) TO DL-PCT.
           MOVE RB-EARNED TO DL-EARNED.
           MOVE RB-ACCRUED TO DL-ACCRUED.
      *THE NEXT BAND UP, IF THERE IS ONE - THE TOP BAND REACHED
      *HAS NOWHERE FURTHER TO GO
           COMPUTE NEXT-BAND = RB-TIER + 1.
           IF NEXT-BAND > 4
               MOVE "  TOP BAND" TO DL-NEXT-X
           ELSE
               IF RB-THRESHOLD (NEXT-BAND) = 0
                   MOVE "  TOP BAND" TO DL-NEXT-X
               ELSE
                   MOVE RB-THRESHOLD (NEXT-BAND) TO DL-NEXT
               END-IF
           END-IF.
           ADD RB-EARNED TO GRAND-EARNED.
           ADD RB-ACCRUED TO GRAND-ACCRUED.
           ADD 1 TO AGREEMENTS-PRINTED.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
           GO TO PRINT-LOOP.
       END-IT.
           IF AGREEMENTS-PRINTED = 0
               MOVE "NO AGREEMENTS FOR THE YEAR ASKED FOR"
                   TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY "NO AGREEMENTS FOR THE YEAR ASKED FOR"
           ELSE
               MOVE GRAND-EARNED TO TL-EARNED
               MOVE GRAND-ACCRUED TO TL-ACCRUED
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE TOTAL-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY TOTAL-LINE
           END-IF.
           MOVE "SPEND IS AT THE AGREED ORDER PRICE, IN THE SUPPLIER'S"
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "INVOICING CURRENCY. REBATE IS ACCRUED AT MONTH-END."
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           CLOSE REBATE-FILE.
           CLOSE SUPPLIER-FILE.
           DISPLAY "RECEIPTS FOUND SINCE THE LAST MONTH-END: "
               RR-RECEIPTS.
           DISPLAY "REPORT WRITTEN TO " STOCK-RBR-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
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
           MOVE "TRAIN.RBT" TO STOCK-RBT-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.RBR" TO STOCK-RBR-FN.
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
