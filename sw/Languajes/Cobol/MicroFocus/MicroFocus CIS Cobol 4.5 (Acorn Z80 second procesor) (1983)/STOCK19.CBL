           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE.
      *DOCK BOOKINGS THE SUPPLIER FAILED TO TURN UP FOR, MARKED "N"
      *BY THE DOCK DIARY'S END-OF-DAY NO-SHOW PASS
           SELECT DOCK-FILE ASSIGN DYNAMIC STOCK-DKA-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DA-KEY
           FILE STATUS DA-FILE-STATUS.
      *THE DELIVERY DATE THE SUPPLIER CONFIRMED WHEN ACKNOWLEDGING
      *THE ORDER, KEPT BY PO-EXPEDITE AGAINST EACH ORDER LINE
           SELECT ACK-FILE ASSIGN DYNAMIC STOCK-POA-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PA-KEY
           FILE STATUS PA-FILE-STATUS.
      *PER-SUPPLIER TOTALS ARE ACCUMULATED ON A WORK FILE KEYED BY
      *SUPPLIER CODE, SO THE REPORT NEEDS NO IN-MEMORY TABLE AND NO
      *CEILING ON HOW MANY SUPPLIERS THERE ARE
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  DOCK-FILE; RECORD 90.
           COPY "DKAFILE.CPY".
       FD  ACK-FILE; RECORD 56.
           COPY "POAFILE.CPY".
       FD  WORK-FILE; RECORD 54.
       01  WORK-RECORD.
           02  SP-SUPPLIER PIC X(4).
           02  SP-DELIVERIES PIC 9(6).
           02  SP-LATE-DELIVERIES PIC 9(6).
           02  SP-DAYS-LATE PIC 9(8).
           02  SP-REJECTIONS PIC 9(6).
           02  SP-NO-SHOWS PIC 9(6).
           02  SP-CONF-DELIVERIES PIC 9(6).
           02  SP-CONF-LATE PIC 9(6).
           02  SP-CONF-DAYS-LATE PIC 9(6).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-DKA-FN PIC X(12) VALUE "STOCK.DKA".
           02  STOCK-POA-FN PIC X(12) VALUE "STOCK.POA".
           02  STOCK-SPW-FN PIC X(12) VALUE "STOCK.SPW".
           02  STOCK-SPR-FN PIC X(12) VALUE "STOCK.SPR".
       01  RJ-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  DA-FILE-STATUS PIC XX.
       01  PA-FILE-STATUS PIC XX.
       01  ACK-OPEN PIC X VALUE "N".
       01  ORIGINAL-DAYS-LATE PIC 9(8).
       01  DOCK-OPEN PIC X VALUE "N".
       01  JRN-EOF PIC X VALUE "N".
       01  MORE-RECORDS PIC X VALUE "Y".
       01  UNMATCHED-COUNT PIC 9(4) VALUE 0.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
      *LATENESS IS COUNTED IN WORKING DAYS ON THE SHOP CALENDAR -
      *A DELIVERY DUE ON A HOLIDAY AND MADE ON THE NEXT WORKING DAY
      *IS ON TIME.  A YEAR NOT SET UP ON THE CALENDAR FALLS BACK TO
      *CALENDAR DAYS AND THE FOOT OF THE REPORT SAYS SO.
           COPY "CALREQ.CPY".
       01  DATE-NUM-WORK PIC 9(8).
       01  RECEIVED-NUM PIC 9(8).
       01  DUE-NUM PIC 9(8).
       01  DAYS-LATE PIC 9(8).
       01  CALENDAR-FALLBACK PIC X VALUE "N".
       01  PO-LINE-FOUND PIC X.
       01  AVG-DAYS-LATE PIC 9(4)V9.
       01  HEADING-1.
           02  FILLER PIC X(36) VALUE
               "SUPPLIER PERFORMANCE - DELIVERY AND ".
           02  FILLER PIC X(19) VALUE "REJECTIONS/NO-SHOWS".
       01  HEADING-2.
           02  FILLER PIC X(6)  VALUE "SUPP".
           02  FILLER PIC X(21) VALUE "NAME".
           02  FILLER PIC X(11) VALUE "DELIVERIES".
           02  FILLER PIC X(6)  VALUE "LATE".
           02  FILLER PIC X(10) VALUE "AVG LATE".
           02  FILLER PIC X(9)  VALUE "REJECTS".
           02  FILLER PIC X(8)  VALUE "NO-SHOWS".
       01  DETAIL-LINE.
           02  DL-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-AVG-LATE PIC ZZZ9.9.
           02  FILLER PIC X(3) VALUE SPACE.
           02  DL-REJECTS PIC ZZZZZ9.
           02  FILLER PIC X(3) VALUE SPACE.
           02  DL-NO-SHOWS PIC ZZZZZ9.
      *PRINTED UNDER A SUPPLIER WHOSE DELIVERIES HAD A CONFIRMED
      *DATE - THE SAME MEASURE TAKEN AGAINST WHAT THEY PROMISED
       01  CONFIRMED-LINE.
           02  FILLER PIC X(27) VALUE
               "    AGAINST CONFIRMED DATE".
           02  CF-DELIVERIES PIC ZZZZZ9.
           02  FILLER PIC X(4) VALUE SPACE.
           02  CF-LATE PIC ZZZZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  CF-AVG-LATE PIC ZZZ9.9.
       01  SUMMARY-LINE.
           02  FILLER PIC X(26) VALUE "RECEIPTS WITH NO PO MATCH ".
           02  SL-UNMATCHED PIC ZZZ9.
       01  BASIS-WORKING PIC X(50) VALUE
           "DAYS LATE ARE WORKING DAYS ON THE SHOP CALENDAR".
       01  BASIS-CALENDAR PIC X(60) VALUE
           "DAYS LATE ARE CALENDAR DAYS - SHOP CALENDAR NOT SET UP".
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
           OPEN INPUT PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT ACK-FILE.
           IF PA-FILE-STATUS = "00"
               MOVE "Y" TO ACK-OPEN.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
               ADD 1 TO UNMATCHED-COUNT
               GO TO SCAN-RECEIPTS.
           MOVE POL-DUE-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO DUE-NUM.
           MOVE JR-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO RECEIVED-NUM.
           PERFORM COUNT-DAYS-LATE THRU COUNT-DAYS-LATE-EXIT.
           PERFORM FETCH-SUPPLIER-TOTALS.
           ADD 1 TO SP-DELIVERIES.
           IF DAYS-LATE NOT = 0
               ADD 1 TO SP-LATE-DELIVERIES
               ADD DAYS-LATE TO SP-DAYS-LATE
           END-IF.
           PERFORM MEASURE-CONFIRMED THRU MEASURE-CONFIRMED-EXIT.
           REWRITE WORK-RECORD.
           GO TO SCAN-RECEIPTS.
       SCAN-REJECTS-START.
           CLOSE JOURNAL-FILE.
           OPEN INPUT REJECT-FILE.
           IF RJ-STATUS NOT = "00" GO TO SCAN-NO-SHOWS-START.
       SCAN-REJECTS.
           READ REJECT-FILE AT END GO TO SCAN-NO-SHOWS-START.
           MOVE RJ-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO SCAN-REJECTS
           ADD 1 TO SP-REJECTIONS.
           REWRITE WORK-RECORD.
           GO TO SCAN-REJECTS.
       SCAN-NO-SHOWS-START.
           OPEN INPUT DOCK-FILE.
           IF DA-FILE-STATUS NOT = "00" GO TO PRINT-REPORT.
           MOVE "Y" TO DOCK-OPEN.
           MOVE LOW-VALUE TO DA-KEY.
           START DOCK-FILE KEY NOT LESS THAN DA-KEY
               INVALID GO TO PRINT-REPORT
           END-START.
       SCAN-NO-SHOWS.
           READ DOCK-FILE NEXT RECORD
               AT END GO TO PRINT-REPORT
           END-READ.
           IF DA-STATUS NOT = "N" GO TO SCAN-NO-SHOWS.
           MOVE DA-SUPPLIER TO PO-SUPPLIER.
           PERFORM FETCH-SUPPLIER-TOTALS.
           ADD 1 TO SP-NO-SHOWS.
           REWRITE WORK-RECORD.
           GO TO SCAN-NO-SHOWS.
      *GET (OR CREATE) THE RUNNING TOTALS RECORD FOR PO-SUPPLIER
       FETCH-SUPPLIER-TOTALS.
           MOVE PO-SUPPLIER TO SP-SUPPLIER.
                   MOVE 0 TO SP-LATE-DELIVERIES
                   MOVE 0 TO SP-DAYS-LATE
                   MOVE 0 TO SP-REJECTIONS
                   MOVE 0 TO SP-NO-SHOWS
                   MOVE 0 TO SP-CONF-DELIVERIES
                   MOVE 0 TO SP-CONF-LATE
                   MOVE 0 TO SP-CONF-DAYS-LATE
                   WRITE WORK-RECORD
           END-READ.
      *THE PROMISED DATE IS THE DUE DATE ON THE ORDER LINE FOR THE
           GO TO FIND-DUE-DATE-LOOP.
       FIND-DUE-DATE-EXIT.
           EXIT.
      *A LINE THE SUPPLIER ACKNOWLEDGED WITH A DELIVERY DATE IS
      *MEASURED A SECOND TIME, AGAINST THAT CONFIRMED DATE - THE
      *ORIGINAL DUE DATE IS WHAT WE ASKED FOR, THE CONFIRMED DATE
      *WHAT THEY UNDERTOOK TO DO
       MEASURE-CONFIRMED.
           IF ACK-OPEN NOT = "Y" GO TO MEASURE-CONFIRMED-EXIT.
           MOVE POL-KEY TO PA-KEY.
           READ ACK-FILE
               INVALID GO TO MEASURE-CONFIRMED-EXIT
           END-READ.
           IF PA-ACK-CONFIRMED = SPACE GO TO MEASURE-CONFIRMED-EXIT.
           MOVE PA-ACK-CONFIRMED TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           IF DATE-NUM-WORK = 0 GO TO MEASURE-CONFIRMED-EXIT.
           MOVE DAYS-LATE TO ORIGINAL-DAYS-LATE.
           MOVE DATE-NUM-WORK TO DUE-NUM.
           PERFORM COUNT-DAYS-LATE THRU COUNT-DAYS-LATE-EXIT.
           ADD 1 TO SP-CONF-DELIVERIES.
           IF DAYS-LATE NOT = 0
               ADD 1 TO SP-CONF-LATE
               ADD DAYS-LATE TO SP-CONF-DAYS-LATE
           END-IF.
           MOVE ORIGINAL-DAYS-LATE TO DAYS-LATE.
       MEASURE-CONFIRMED-EXIT.
           EXIT.
       DATE-TO-NUM.
           IF DW-YYYY NOT NUMERIC OR DW-MM NOT NUMERIC
               OR DW-DD NOT NUMERIC
               MOVE 0 TO DATE-NUM-WORK
           ELSE
               MOVE DW-YYYY TO DATE-NUM-WORK (1:4)
               MOVE DW-MM TO DATE-NUM-WORK (5:2)
               MOVE DW-DD TO DATE-NUM-WORK (7:2)
           END-IF.
      *THE DUE DATE IS ROLLED ON TO A WORKING DAY FIRST, THEN THE
      *WORKING DAYS AFTER IT UP TO THE DAY RECEIVED ARE THE DAYS
      *LATE.  A DATE THAT WILL NOT PARSE LEAVES THE DELIVERY ON
      *TIME RATHER THAN DECADES LATE.
       COUNT-DAYS-LATE.
           MOVE 0 TO DAYS-LATE.
           IF DUE-NUM = 0 OR RECEIVED-NUM = 0
               GO TO COUNT-DAYS-LATE-EXIT.
           MOVE "A" TO CQ-FUNCTION.
           MOVE DUE-NUM TO CQ-FROM-NUM.
           MOVE 0 TO CQ-DAYS.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E" GO TO COUNT-DAYS-LATE-EXIT.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           IF RECEIVED-NUM NOT > CQ-TO-NUM
               GO TO COUNT-DAYS-LATE-EXIT.
           MOVE "C" TO CQ-FUNCTION.
           MOVE CQ-TO-NUM TO CQ-FROM-NUM.
           MOVE RECEIVED-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           IF CQ-BASIS NOT = "E" AND CQ-DAYS > 0
               MOVE CQ-DAYS TO DAYS-LATE.
       COUNT-DAYS-LATE-EXIT.
           EXIT.
       PRINT-REPORT.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           END-IF.
           MOVE AVG-DAYS-LATE TO DL-AVG-LATE.
           MOVE SP-REJECTIONS TO DL-REJECTS.
           MOVE SP-NO-SHOWS TO DL-NO-SHOWS.
           MOVE DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY DETAIL-LINE.
           IF SP-CONF-DELIVERIES = 0 GO TO PRINT-LOOP.
           MOVE SP-CONF-DELIVERIES TO CF-DELIVERIES.
           MOVE SP-CONF-LATE TO CF-LATE.
           COMPUTE AVG-DAYS-LATE ROUNDED =
               SP-CONF-DAYS-LATE / SP-CONF-DELIVERIES.
           MOVE AVG-DAYS-LATE TO CF-AVG-LATE.
           MOVE CONFIRMED-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY CONFIRMED-LINE.
           GO TO PRINT-LOOP.
       END-IT.
           MOVE UNMATCHED-COUNT TO SL-UNMATCHED.
           MOVE SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY SUMMARY-LINE.
           IF CALENDAR-FALLBACK = "Y"
               MOVE BASIS-CALENDAR TO PRINT-LINE
           ELSE
               MOVE BASIS-WORKING TO PRINT-LINE.
           DISPLAY PRINT-LINE.
           WRITE PRINT-LINE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           IF RJ-STATUS = "00" CLOSE REJECT-FILE.
           IF DOCK-OPEN = "Y" CLOSE DOCK-FILE.
           IF ACK-OPEN = "Y" CLOSE ACK-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.DKA" TO STOCK-DKA-FN.
           MOVE "TRAIN.POA" TO STOCK-POA-FN.
           MOVE "TRAIN.SPW" TO STOCK-SPW-FN.
           MOVE "TRAIN.SPR" TO STOCK-SPR-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
