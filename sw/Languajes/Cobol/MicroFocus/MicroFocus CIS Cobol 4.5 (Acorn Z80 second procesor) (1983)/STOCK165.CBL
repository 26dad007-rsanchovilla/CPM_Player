       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-PURGE.
       AUTHOR. MICRO FOCUS LTD.
      *TAKES CLOSED ("C") AND CANCELLED ("X") PURCHASE ORDERS THAT
      *HAVE GONE QUIET FOR LONGER THAN THE RETENTION PERIOD OFF
      *STOCK.PO AND STOCK.POL, HEADER AND LINES TOGETHER, ONTO THE
      *HISTORY FILE STOCK.POH (SEE POHFILE.CPY) WHERE
      *PO-HISTORY-INQUIRY CAN STILL SHOW THEM.  AN ORDER IS AS OLD
      *AS THE LATEST DATE IT CARRIES - RAISED, ANY LINE DUE, OR A
      *CONTRACT'S EXPIRY - AND IS PURGED WHEN THAT IS BEFORE THE
      *FIRST OF THE MONTH PO-KEEP-MTHS MONTHS BACK (STOCK.PRM).
      *TWO KINDS OF ORDER ARE KEPT WHATEVER THEIR AGE: ONE WITH A
      *RECEIPT ON STOCK.JRN NOT YET CLAIMED BY INVOICE MATCHING
      *(STOCK.IVM) - THE RNI ACCRUAL STILL PRICES IT FROM THE LINE -
      *AND A CONTRACT WITH A CALL-OFF AGAINST IT STILL OPEN.  THE
      *KEPT ORDERS ARE GATHERED FIRST ON THE WORK FILE STOCK.PGW.
      *A LIST-ONLY RUN SHOWS WHAT WOULD GO WITHOUT MOVING ANYTHING.
      *THE LISTING IS PRINTED ON STOCK.PGL.  SUPERVISORS ONLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN DYNAMIC STOCK-PO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-NUMBER
           FILE STATUS PO-FILE-STATUS.
           SELECT PO-LINE-FILE ASSIGN DYNAMIC STOCK-POL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY POL-KEY
           FILE STATUS POL-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT MATCHED-FILE ASSIGN DYNAMIC STOCK-IVM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IM-TRAN-NO
           FILE STATUS IM-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC STOCK-POH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PH-KEY
           FILE STATUS PH-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN DYNAMIC STOCK-PGW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HW-ORDER-NO.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-PGL-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  MATCHED-FILE; RECORD 44.
       01  MATCHED-RECORD.
           02  IM-TRAN-NO PIC 9(4).
           02  IM-INVOICE-REF PIC X(8).
           02  IM-TAX-CODE PIC X.
           02  IM-TAXABLE-VALUE PIC 9(7)V99.
           02  IM-TAX-VALUE PIC 9(7)V99.
           02  IM-DATE-NUM PIC 9(8).
           02  FILLER PIC X.
           02  IM-MATCHED-BY PIC X(4).
       FD  HISTORY-FILE; RECORD 84.
           COPY "POHFILE.CPY".
      *ONE RECORD PER ORDER THAT MUST STAY LIVE - HW-REASON "R" FOR
      *UNINVOICED RECEIPTS, "K" FOR A CONTRACT WITH OPEN CALL-OFFS
       FD  HOLD-FILE; RECORD 7.
       01  HOLD-RECORD.
           02  HW-ORDER-NO PIC X(6).
           02  HW-REASON PIC X.
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-IVM-FN PIC X(12) VALUE "STOCK.IVM".
           02  STOCK-POH-FN PIC X(12) VALUE "STOCK.POH".
           02  STOCK-PGW-FN PIC X(12) VALUE "STOCK.PGW".
           02  STOCK-PGL-FN PIC X(12) VALUE "STOCK.PGL".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  IM-FILE-STATUS PIC XX.
       01  PH-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  CONFIRM-ANSWER PIC X.
      *"L" LISTS WHAT WOULD GO, "P" PURGES IT
       01  RUN-MODE PIC X.
       01  MORE-RECORDS PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
           02  RD-YYYY PIC 9999.
           02  RD-MM PIC 99.
           02  RD-DD PIC 99.
      *HOW MANY MONTHS A FINISHED ORDER STAYS ON THE LIVE FILES -
      *PO-KEEP-MTHS ON STOCK.PRM
       01  KEEP-MONTHS PIC 999 VALUE 24.
       01  MONTH-INDEX PIC 9(6).
       01  CUTOFF-DATE-NUM PIC 9(8).
       01  CUTOFF-DATE.
           02  CO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  CO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  CO-YYYY PIC 9999.
      *A DATE OFF THE ORDER OR ITS LINES, TAKEN APART TO COMPARE
       01  DATE-WORK.
           02  DW-MM PIC 99.
           02  FILLER PIC X.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
       01  DATE-WORK-NUM PIC 9(8).
       01  LAST-DATE-NUM PIC 9(8).
       01  LAST-DATE-TEXT PIC X(10).
       01  ORDER-LINES PIC 999.
       01  ORDERS-READ PIC 9(6) VALUE 0.
       01  CANDIDATE-COUNT PIC 9(6) VALUE 0.
       01  PURGED-COUNT PIC 9(6) VALUE 0.
       01  LINES-MOVED PIC 9(6) VALUE 0.
       01  KEPT-RNI-COUNT PIC 9(6) VALUE 0.
       01  KEPT-CALL-COUNT PIC 9(6) VALUE 0.
       01  HEADING-2.
           02  FILLER PIC X(8)  VALUE "ORDER".
           02  FILLER PIC X(6)  VALUE "SUPP".
           02  FILLER PIC X(12) VALUE "RAISED".
           02  FILLER PIC X(3)  VALUE "ST".
           02  FILLER PIC X(3)  VALUE "TY".
           02  FILLER PIC X(6)  VALUE "LINES".
           02  FILLER PIC X(12) VALUE "LAST DATED".
           02  FILLER PIC X(24) VALUE "ACTION".
       01  DETAIL-LINE.
           02  DL-ORDER-NO PIC X(6).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-STATUS PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-TYPE PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-LINES PIC ZZ9.
           02  FILLER PIC XXX VALUE SPACE.
           02  DL-LAST-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-ACTION PIC X(24).
       01  COUNT-LINE.
           02  CL-LABEL PIC X(36).
           02  CL-COUNT PIC ZZZZZ9.
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
           DISPLAY "PURGE CLOSED PURCHASE ORDERS TO HISTORY".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "PO-KEEP-MTHS" TO PQ-KEY.
           MOVE KEEP-MONTHS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO KEEP-MONTHS.
           IF KEEP-MONTHS < 1 OR KEEP-MONTHS > 120
               MOVE 24 TO KEEP-MONTHS.
      *THE CUT-OFF IS THE FIRST OF THE MONTH KEEP-MONTHS BEFORE THE
      *RUN MONTH, SO NOTHING YOUNGER THAN THE PERIOD EVER GOES
           COMPUTE MONTH-INDEX = RD-YYYY * 12 + RD-MM - 1
               - KEEP-MONTHS.
           DIVIDE MONTH-INDEX BY 12 GIVING CO-YYYY
               REMAINDER CO-MM.
           ADD 1 TO CO-MM.
           MOVE 1 TO CO-DD.
           MOVE CO-YYYY TO CUTOFF-DATE-NUM (1:4).
           MOVE CO-MM TO CUTOFF-DATE-NUM (5:2).
           MOVE CO-DD TO CUTOFF-DATE-NUM (7:2).
           DISPLAY "FINISHED ORDERS ARE KEPT " KEEP-MONTHS " MONTHS -".
           DISPLAY "ORDERS WITH NOTHING DATED ON OR AFTER "
               CUTOFF-DATE " GO.".
       ASK-MODE.
           DISPLAY "(L)IST WHAT WOULD GO, (P)URGE, OR (E)ND: ".
           ACCEPT RUN-MODE.
           IF RUN-MODE = "l" MOVE "L" TO RUN-MODE.
           IF RUN-MODE = "p" MOVE "P" TO RUN-MODE.
           IF RUN-MODE = "E" OR RUN-MODE = "e"
               GO TO END-IT.
           IF RUN-MODE NOT = "L" AND RUN-MODE NOT = "P"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ASK-MODE.
           IF RUN-MODE = "P"
               DISPLAY "PURGED ORDERS LEAVE THE LIVE FILES FOR GOOD."
               DISPLAY "CONTINUE? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   DISPLAY "PURGE ABANDONED."
                   GO TO END-IT.
           OPEN I-O PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDERS ON DISK - NOTHING TO PURGE"
               GO TO END-IT.
           OPEN I-O PO-LINE-FILE.
           IF POL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF PH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN OUTPUT HOLD-FILE.
           CLOSE HOLD-FILE.
           OPEN I-O HOLD-FILE.
           PERFORM HOLD-UNINVOICED THRU HOLD-UNINVOICED-EXIT.
           PERFORM HOLD-CONTRACTS THRU HOLD-CONTRACTS-EXIT.
           OPEN OUTPUT PRINT-FILE.
           IF RUN-MODE = "P"
               MOVE "PURCHASE ORDERS PURGED TO HISTORY" TO RPT-TITLE
           ELSE
               MOVE "PURCHASE ORDERS DUE FOR PURGE - LIST ONLY"
                   TO RPT-TITLE
           END-IF.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE LOW-VALUE TO PO-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-NUMBER
               INVALID GO TO PURGE-DONE.
      *EVERY FINISHED ORDER PAST THE CUT-OFF IS LISTED, WHETHER IT
      *GOES OR IS KEPT; DELETING THE ORDER JUST READ DOES NOT LOSE
      *THE PLACE IN THE FILE
       PURGE-LOOP.
           READ PO-FILE NEXT RECORD
               AT END GO TO PURGE-DONE.
           ADD 1 TO ORDERS-READ.
           IF PO-STATUS NOT = "C" AND PO-STATUS NOT = "X"
               GO TO PURGE-LOOP.
           PERFORM FIND-LAST-DATE THRU FIND-LAST-DATE-EXIT.
           IF LAST-DATE-NUM = 0
               OR LAST-DATE-NUM NOT < CUTOFF-DATE-NUM
               GO TO PURGE-LOOP.
           ADD 1 TO CANDIDATE-COUNT.
           MOVE PO-NUMBER TO DL-ORDER-NO.
           MOVE PO-SUPPLIER TO DL-SUPPLIER.
           MOVE PO-DATE TO DL-DATE.
           MOVE PO-STATUS TO DL-STATUS.
           MOVE PO-ORDER-TYPE TO DL-TYPE.
           MOVE ORDER-LINES TO DL-LINES.
           MOVE LAST-DATE-TEXT TO DL-LAST-DATE.
           MOVE PO-NUMBER TO HW-ORDER-NO.
           READ HOLD-FILE
               INVALID MOVE SPACE TO HW-REASON.
           IF HW-REASON = "R"
               ADD 1 TO KEPT-RNI-COUNT
               MOVE "KEPT - NOT INVOICED" TO DL-ACTION
               GO TO PURGE-PRINT.
           IF HW-REASON = "K"
               ADD 1 TO KEPT-CALL-COUNT
               MOVE "KEPT - CALL-OFFS OPEN" TO DL-ACTION
               GO TO PURGE-PRINT.
           ADD 1 TO PURGED-COUNT.
           IF RUN-MODE = "L"
               MOVE "WOULD BE PURGED" TO DL-ACTION
               GO TO PURGE-PRINT.
           PERFORM MOVE-TO-HISTORY THRU MOVE-TO-HISTORY-EXIT.
           MOVE "PURGED" TO DL-ACTION.
       PURGE-PRINT.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
           GO TO PURGE-LOOP.
       PURGE-DONE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "ORDERS ON FILE" TO CL-LABEL.
           MOVE ORDERS-READ TO CL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "FINISHED AND PAST THE CUT-OFF" TO CL-LABEL.
           MOVE CANDIDATE-COUNT TO CL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "KEPT - RECEIPTS NOT YET INVOICED" TO CL-LABEL.
           MOVE KEPT-RNI-COUNT TO CL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "KEPT - CONTRACT CALL-OFFS STILL OPEN" TO CL-LABEL.
           MOVE KEPT-CALL-COUNT TO CL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           IF RUN-MODE = "L"
               MOVE "ORDERS THAT WOULD BE PURGED" TO CL-LABEL
           ELSE
               MOVE "ORDERS PURGED TO STOCK.POH" TO CL-LABEL
           END-IF.
           MOVE PURGED-COUNT TO CL-COUNT.
           PERFORM PRINT-COUNT-LINE.
           IF RUN-MODE = "P"
               MOVE "ORDER LINES PURGED WITH THEM" TO CL-LABEL
               MOVE LINES-MOVED TO CL-COUNT
               PERFORM PRINT-COUNT-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HOLD-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "LISTING IS ON STOCK.PGL".
       END-IT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       PRINT-COUNT-LINE.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY COUNT-LINE.
      *EVERY RECEIPT NOT YET CLAIMED BY AN INVOICE HOLDS ITS ORDER -
      *THE SAME TEST THE RNI ACCRUAL REPORT APPLIES
       HOLD-UNINVOICED.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               GO TO HOLD-UNINVOICED-EXIT.
           OPEN INPUT MATCHED-FILE.
           IF IM-FILE-STATUS NOT = "00"
               OPEN OUTPUT MATCHED-FILE
               CLOSE MATCHED-FILE
               OPEN INPUT MATCHED-FILE
           END-IF.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       HOLD-UNINVOICED-LOOP.
           IF MORE-RECORDS = "N" GO TO HOLD-UNINVOICED-DONE.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO HOLD-UNINVOICED-LOOP.
           IF JR-TYPE NOT = "R" AND JR-TYPE NOT = "Q"
               GO TO HOLD-UNINVOICED-LOOP.
           IF JR-REFERENCE = SPACE GO TO HOLD-UNINVOICED-LOOP.
           MOVE JR-TRAN-NO TO IM-TRAN-NO.
           READ MATCHED-FILE
               INVALID CONTINUE
               NOT INVALID GO TO HOLD-UNINVOICED-LOOP
           END-READ.
           MOVE JR-REFERENCE TO HW-ORDER-NO.
           MOVE "R" TO HW-REASON.
           WRITE HOLD-RECORD
               INVALID CONTINUE.
           GO TO HOLD-UNINVOICED-LOOP.
       HOLD-UNINVOICED-DONE.
           CLOSE JOURNAL-FILE.
           CLOSE MATCHED-FILE.
       HOLD-UNINVOICED-EXIT.
           EXIT.
      *A CALL-OFF STILL OPEN, HELD FOR APPROVAL OR NOT YET FINISHED
      *HOLDS THE CONTRACT IT DRAWS FROM, HOWEVER OLD THE CONTRACT
       HOLD-CONTRACTS.
           MOVE LOW-VALUE TO PO-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-NUMBER
               INVALID GO TO HOLD-CONTRACTS-EXIT.
       HOLD-CONTRACTS-LOOP.
           READ PO-FILE NEXT RECORD
               AT END GO TO HOLD-CONTRACTS-EXIT.
           IF PO-ORDER-TYPE NOT = "L"
               OR PO-CONTRACT-NO = SPACE
               GO TO HOLD-CONTRACTS-LOOP.
           IF PO-STATUS = "C" OR PO-STATUS = "X"
               GO TO HOLD-CONTRACTS-LOOP.
           MOVE PO-CONTRACT-NO TO HW-ORDER-NO.
           MOVE "K" TO HW-REASON.
           WRITE HOLD-RECORD
               INVALID CONTINUE.
           GO TO HOLD-CONTRACTS-LOOP.
       HOLD-CONTRACTS-EXIT.
           EXIT.
      *THE LATEST DATE THE ORDER CARRIES - RAISED, A CONTRACT'S
      *EXPIRY, OR ANY LINE'S DUE DATE - AND HOW MANY LINES IT HAS.
      *AN ORDER WITH NO READABLE DATE AT ALL COMES BACK ZERO AND IS
      *LEFT ALONE.
       FIND-LAST-DATE.
           MOVE 0 TO LAST-DATE-NUM.
           MOVE SPACE TO LAST-DATE-TEXT.
           MOVE 0 TO ORDER-LINES.
           MOVE PO-DATE TO DATE-WORK.
           PERFORM TAKE-LATER-DATE THRU TAKE-LATER-DATE-EXIT.
           IF PO-ORDER-TYPE = "K"
               MOVE PO-EXPIRY-DATE TO DATE-WORK
               PERFORM TAKE-LATER-DATE THRU TAKE-LATER-DATE-EXIT.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO FIND-LAST-DATE-EXIT.
       FIND-LAST-DATE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO FIND-LAST-DATE-EXIT.
           IF POL-ORDER-NO NOT = PO-NUMBER
               GO TO FIND-LAST-DATE-EXIT.
           ADD 1 TO ORDER-LINES.
           MOVE POL-DUE-DATE TO DATE-WORK.
           PERFORM TAKE-LATER-DATE THRU TAKE-LATER-DATE-EXIT.
           GO TO FIND-LAST-DATE-LOOP.
       FIND-LAST-DATE-EXIT.
           EXIT.
       TAKE-LATER-DATE.
           IF DW-MM NOT NUMERIC OR DW-DD NOT NUMERIC
               OR DW-YYYY NOT NUMERIC
               GO TO TAKE-LATER-DATE-EXIT.
           MOVE DW-YYYY TO DATE-WORK-NUM (1:4).
           MOVE DW-MM TO DATE-WORK-NUM (5:2).
           MOVE DW-DD TO DATE-WORK-NUM (7:2).
           IF DATE-WORK-NUM > LAST-DATE-NUM
               MOVE DATE-WORK-NUM TO LAST-DATE-NUM
               MOVE DATE-WORK TO LAST-DATE-TEXT.
       TAKE-LATER-DATE-EXIT.
           EXIT.
      *THE HEADER GOES TO HISTORY FIRST AND LEAVES THE LIVE FILE
      *LAST, SO A RUN CUT SHORT LEAVES THE ORDER WHERE THE NEXT RUN
      *FINDS IT AND FINISHES THE JOB - A RECORD ALREADY ON HISTORY
      *IS SIMPLY WRITTEN OVER
       MOVE-TO-HISTORY.
           MOVE PO-NUMBER TO PH-ORDER-NO.
           MOVE "H" TO PH-REC-TYPE.
           MOVE 0 TO PH-LINE-NO.
           MOVE RUN-DATE TO PH-PURGE-DATE.
           MOVE SGN-OPERATOR-ID TO PH-PURGED-BY.
           MOVE SPACE TO PH-IMAGE.
           MOVE PO-RECORD TO PH-IMAGE.
           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO MOVE-TO-HISTORY-HEADER.
       MOVE-TO-HISTORY-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO MOVE-TO-HISTORY-HEADER.
           IF POL-ORDER-NO NOT = PO-NUMBER
               GO TO MOVE-TO-HISTORY-HEADER.
           MOVE PO-NUMBER TO PH-ORDER-NO.
           MOVE "L" TO PH-REC-TYPE.
           MOVE POL-LINE-NO TO PH-LINE-NO.
           MOVE RUN-DATE TO PH-PURGE-DATE.
           MOVE SGN-OPERATOR-ID TO PH-PURGED-BY.
           MOVE PO-LINE-RECORD TO PH-IMAGE.
           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
           DELETE PO-LINE-FILE
               INVALID CONTINUE
               NOT INVALID ADD 1 TO LINES-MOVED
           END-DELETE.
           GO TO MOVE-TO-HISTORY-LOOP.
       MOVE-TO-HISTORY-HEADER.
           DELETE PO-FILE
               INVALID CONTINUE.
       MOVE-TO-HISTORY-EXIT.
           EXIT.
       WRITE-HISTORY.
           WRITE PO-HISTORY-RECORD
               INVALID REWRITE PO-HISTORY-RECORD
               END-REWRITE
           END-WRITE.
       WRITE-HISTORY-EXIT.
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
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.IVM" TO STOCK-IVM-FN.
           MOVE "TRAIN.POH" TO STOCK-POH-FN.
           MOVE "TRAIN.PGW" TO STOCK-PGW-FN.
           MOVE "TRAIN.PGL" TO STOCK-PGL-FN.
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
