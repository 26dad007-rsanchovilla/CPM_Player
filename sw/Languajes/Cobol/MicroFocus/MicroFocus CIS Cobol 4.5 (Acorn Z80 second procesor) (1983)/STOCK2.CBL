           ASSIGN DYNAMIC STOCK-INT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IN-STATUS.
           SELECT ADVICE-FILE ASSIGN DYNAMIC STOCK-ASN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AS-KEY
           FILE STATUS AS-FILE-STATUS.
           SELECT ADVICE-DISC-FILE
           ASSIGN DYNAMIC STOCK-ASD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS ASD-STATUS.
           SELECT REPAIR-FILE ASSIGN DYNAMIC STOCK-RPR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RP-REPAIR-NO
           FILE STATUS RP-FILE-STATUS.
           SELECT CTYPE-FILE ASSIGN DYNAMIC STOCK-CTY-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CT-TYPE
           FILE STATUS CT-FILE-STATUS.
           SELECT CONTAINER-FILE ASSIGN DYNAMIC STOCK-CTR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CL-KEY
           FILE STATUS CL-FILE-STATUS.
           SELECT NONSTOCK-FILE ASSIGN DYNAMIC STOCK-NSQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY NK-REQ-NO
           FILE STATUS NK-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN DYNAMIC STOCK-BUD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BG-KEY
           FILE STATUS BG-FILE-STATUS.
           SELECT ITEM-CUSTOMS-FILE ASSIGN DYNAMIC STOCK-ICU-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IU-STOCK-CODE
           FILE STATUS IU-FILE-STATUS.
           SELECT IMPORT-RECEIPT-FILE ASSIGN DYNAMIC STOCK-IRC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IR-KEY
           FILE STATUS IR-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
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
       FD  REJECT-FILE; RECORD 44.
           COPY "REJREC.CPY".
       FD  PO-FILE; RECORD 50.
       01  BKO-PRINT-LINE PIC X(80).
       FD  QUAR-FILE; RECORD 90.
           COPY "QUARFILE.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  LEAD-TIME-FILE; RECORD 24.
           COPY "LTMFILE.CPY".
           COPY "NTSFILE.CPY".
       FD  INTENT-FILE; RECORD 56.
           COPY "INTFILE.CPY".
       FD  ADVICE-FILE; RECORD 80.
           COPY "ASNFILE.CPY".
       FD  ADVICE-DISC-FILE; RECORD 80.
       01  ADVICE-DISC-LINE PIC X(80).
       FD  REPAIR-FILE; RECORD 150.
           COPY "RPRFILE.CPY".
       FD  CTYPE-FILE; RECORD 40.
           COPY "CTYFILE.CPY".
       FD  CONTAINER-FILE; RECORD 64.
           COPY "CTRFILE.CPY".
       FD  NONSTOCK-FILE; RECORD 120.
           COPY "NSQFILE.CPY".
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
       FD  ITEM-CUSTOMS-FILE; RECORD 40.
           COPY "ICUFILE.CPY".
       FD  IMPORT-RECEIPT-FILE; RECORD 100.
           COPY "IRCFILE.CPY".

       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           02  STOCK-SER-FN PIC X(12) VALUE "STOCK.SER".
           02  STOCK-NTS-FN PIC X(12) VALUE "STOCK.NTS".
           02  STOCK-INT-FN PIC X(12) VALUE "STOCK.INT".
           02  STOCK-ASN-FN PIC X(12) VALUE "STOCK.ASN".
           02  STOCK-ASD-FN PIC X(12) VALUE "STOCK.ASD".
           02  STOCK-RPR-FN PIC X(12) VALUE "STOCK.RPR".
           02  STOCK-CTY-FN PIC X(12) VALUE "STOCK.CTY".
           02  STOCK-CTR-FN PIC X(12) VALUE "STOCK.CTR".
           02  STOCK-NSQ-FN PIC X(12) VALUE "STOCK.NSQ".
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-ICU-FN PIC X(12) VALUE "STOCK.ICU".
           02  STOCK-IRC-FN PIC X(12) VALUE "STOCK.IRC".
       COPY "TERMPROF.CPY".
      *THE RECEIPT BEING BUILT - SAME SHAPE THE OLD STOCK.TRS RECORD
      *HAD, NOW POSTED TO THE UNIFIED JOURNAL THROUGH POST-JOURNAL
       01  SERIAL-IX PIC 9(8).
       01  ENTERED-SERIAL PIC X(12).
       01  SHELF-LIFE-OK PIC X.
       01  IU-FILE-STATUS PIC XX.
       01  IR-FILE-STATUS PIC XX.
       01  ENTERED-ORIGIN PIC X(2).
       01  ENTERED-COMMODITY PIC X(10).
       01  BIN-HAZ-RATED PIC X.
       01  ITEM-HAZ-CLASS PIC X.
       01  HAZARD-LINE.
       01  SUGGEST-FOUND PIC X.
       01  SUGGEST-LOC PIC X(4).
       01  CAND-ROOM PIC S9(7)V99.
      *DATE WORK ITEMS - THE SHELF-LIFE CHECK USES THE SAME
      *APPROXIMATE 365/30 ARITHMETIC THE CYCLE-COUNT SCHEDULER USES.
      *LEAD TIMES ARE COUNTED IN WORKING DAYS ON THE SHOP CALENDAR,
      *THE SAME BASIS PURCHASE ORDERS DEFAULT THEIR DUE DATES ON.
       01  LEAD-DATE-WORK.
           02  LW-MM PIC 99.
           02  FILLER PIC X.
           02  LW-DD PIC 99.
           02  FILLER PIC X.
           02  LW-YYYY PIC 9999.
       01  RECEIPT-DAY-COUNT PIC 9(8).
       01  LEAD-DAYS PIC S9(5).
       01  ORDER-DATE-NUM PIC 9(8).
           COPY "CALREQ.CPY".
       01  LEAD-AVG-WORK PIC 9(7).
       01  ENTERED-LOT-NO PIC X(8).
       01  ENTERED-EXPIRY.
      *KEYED OVER THEM IS PUT BACK BEFORE VALIDATION
       01  GRN-ORDER-HOLD PIC X(6).
       01  GRN-DATE-HOLD PIC X(10).
      *A GRN CALLED UP FROM A SUPPLIER'S DESPATCH ADVICE (STOCK.ASN)
      *OFFERS EACH EXPECTED LINE PRE-KEYED.  ASN-MODE IS "N" FOR AN
      *ORDINARY GRN, "Y" WHILE ADVISED LINES ARE STILL BEING
      *OFFERED AND "A" ONCE ALL HAVE BEEN; ASN-LINE-HOLD IS THE
      *ADVICE LINE NOW ON SCREEN, ZERO FOR A FREELY KEYED LINE
       01  ASN-MODE PIC X VALUE "N".
       01  ASN-ADVICE-ENTRY PIC X(10).
       01  ASN-ADVICE-HOLD PIC X(10).
       01  ASN-LINE-HOLD PIC 999 VALUE 0.
       01  ASN-LAST-LINE PIC 999.
       01  ASN-OTHER-ORDER PIC X(6).
       01  ASN-DISC-COUNT PIC 9(4).
       01  ASN-QTY-SHOW PIC ZZZZZ9.99.
       01  AS-FILE-STATUS PIC XX.
      *A UNIT COMING BACK FROM REPAIR IS BOOKED AGAINST ITS REPAIR
      *ORDER (STOCK.RPR) RATHER THAN A PURCHASE ORDER - THE NUMBER,
      *THE REAL REPAIR CHARGE AND THE DATE BACK ARE HELD HERE
       01  RP-FILE-STATUS PIC XX.
       01  REPAIR-NO-ENTRY PIC X(6).
       01  REPAIR-NO-ENTRY-9 REDEFINES REPAIR-NO-ENTRY PIC 9(6).
       01  REPAIR-COST-ENTRY PIC X(8).
       01  REPAIR-COST-ENTRY-9 REDEFINES REPAIR-COST-ENTRY
               PIC 9(6)V99.
       01  REPAIR-COST-HOLD PIC 9(6)V99.
       01  REPAIR-DATE-HOLD PIC X(10).
       01  REPAIR-ANSWER PIC X.
      *RETURNABLE CONTAINERS THAT CAME WITH A GRN'S DELIVERY - EACH
      *TYPE AND COUNT GOES ON THE SUPPLIER'S CONTAINER LEDGER
      *(STOCK.CTR) AND ON THE PRINTED GRN
       01  CT-FILE-STATUS PIC XX.
       01  CL-FILE-STATUS PIC XX.
      *A NON-STOCK ORDER LINE (NO STOCK CODE) IS DELIVERED STRAIGHT
      *TO THE DEPARTMENT THAT REQUISITIONED IT - ITS VALUE GOES TO
      *THE DEPARTMENT'S SPEND ON STOCK.BUD AND ITS REQUISITION ON
      *STOCK.NSQ IS MARKED RECEIVED, BUT STOCK.IT NEVER SEES IT
       01  NK-FILE-STATUS PIC XX.
       01  BG-FILE-STATUS PIC XX.
       01  DIRECT-LINE-ENTRY PIC XX.
       01  DIRECT-LINE-ENTRY-9 REDEFINES DIRECT-LINE-ENTRY PIC 99.
       01  DIRECT-QTY PIC 9(6)V99.
       01  DIRECT-VALUE PIC 9(6)V99.
       01  DIRECT-VALUE-SHOW PIC ZZZZZ9.99.
       01  DIRECT-ANSWER PIC X.
       01  NSQ-FOUND PIC X.
       01  GRN-SUPPLIER-HOLD PIC X(4).
       01  CONTAINER-TYPE-ENTRY PIC X(4).
       01  CONTAINER-QTY PIC 9(5).
       01  CONTAINER-NEXT-SEQ PIC 9(6).
       01  CONTAINER-DATE-WORK.
           02  CW-MM PIC 99.
           02  FILLER PIC X.
           02  CW-DD PIC 99.
           02  FILLER PIC X.
           02  CW-YYYY PIC 9999.
       01  GRN-CONTAINER-LINE.
           02  FILLER PIC X(10) VALUE "CONTAINER ".
           02  GC-TYPE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  GC-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  GC-QUANTITY PIC ZZZZ9.
           02  FILLER PIC X(13) VALUE " ON DEPOSIT @".
           02  GC-DEPOSIT PIC ZZZ9.99.
       01  ASD-STATUS PIC XX.
       01  ASN-DISC-HEADER-1.
           02  FILLER PIC X(28) VALUE "ADVISED AGAINST RECEIVED -  ".
           02  FILLER PIC X(7) VALUE "ADVICE ".
           02  AH-ADVICE-NO PIC X(10).
           02  FILLER PIC X(6) VALUE "  GRN ".
           02  AH-GRN-NO PIC 9(4).
           02  FILLER PIC X(8) VALUE "  ORDER ".
           02  AH-ORDER-NO PIC X(6).
       01  ASN-DISC-HEADER-2.
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(14) VALUE "ITEM REF".
           02  FILLER PIC X(11) VALUE "   ADVISED".
           02  FILLER PIC X(11) VALUE "  RECEIVED".
           02  FILLER PIC X(2) VALUE SPACE.
           02  FILLER PIC X(13) VALUE "DISCREPANCY".
       01  ASN-DISC-DETAIL.
           02  AD-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  AD-ITEM-REF PIC X(12).
           02  FILLER PIC XX VALUE SPACE.
           02  AD-ADVISED PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  AD-RECEIVED PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  AD-NOTE PIC X(13).
       01  DEC-QTY-X PIC X(8).
       01  DEC-QTY-9 REDEFINES DEC-QTY-X PIC 9(6)V99.
      *TYPING "?" AT A COVERED PROMPT SHOWS ITS HELP LINES OFF
      *STOCK.HLP AND RE-ISSUES THE PROMPT
           COPY "HLPREQ.CPY".
           COPY "CHKREQ.CPY".
       01  STOCK-INWARD-FORM.
           02  PRG-TITLE PIC X(20) VALUE "       GOODS INWARD".
           02  FILLER PIC X(140).
               CLOSE NOTE-FILE
               OPEN INPUT NOTE-FILE
           END-IF.
           OPEN I-O ADVICE-FILE.
           IF AS-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADVICE-FILE
               CLOSE ADVICE-FILE
               OPEN I-O ADVICE-FILE
           END-IF.
           OPEN I-O REPAIR-FILE.
           IF RP-FILE-STATUS NOT = "00"
               OPEN OUTPUT REPAIR-FILE
               CLOSE REPAIR-FILE
               OPEN I-O REPAIR-FILE
           END-IF.
           OPEN INPUT CTYPE-FILE.
           IF CT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CTYPE-FILE
               CLOSE CTYPE-FILE
               OPEN INPUT CTYPE-FILE
           END-IF.
           OPEN I-O CONTAINER-FILE.
           IF CL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONTAINER-FILE
               CLOSE CONTAINER-FILE
               OPEN I-O CONTAINER-FILE
           END-IF.
           OPEN I-O NONSTOCK-FILE.
           IF NK-FILE-STATUS NOT = "00"
               OPEN OUTPUT NONSTOCK-FILE
               CLOSE NONSTOCK-FILE
               OPEN I-O NONSTOCK-FILE
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF BG-FILE-STATUS NOT = "00"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN INPUT ITEM-CUSTOMS-FILE.
           IF IU-FILE-STATUS NOT = "00"
               OPEN OUTPUT ITEM-CUSTOMS-FILE
               CLOSE ITEM-CUSTOMS-FILE
               OPEN INPUT ITEM-CUSTOMS-FILE
           END-IF.
           OPEN I-O IMPORT-RECEIPT-FILE.
           IF IR-FILE-STATUS NOT = "00"
               OPEN OUTPUT IMPORT-RECEIPT-FILE
               CLOSE IMPORT-RECEIPT-FILE
               OPEN I-O IMPORT-RECEIPT-FILE
           END-IF.
           DISPLAY SPACE.
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           MOVE 0 TO CF-LAST-TRAN-NO.
           IF SIMULATE-MODE = "y" MOVE "Y" TO SIMULATE-MODE.
       ASK-ENTRY-MODE.
           DISPLAY "ENTRY MODE - (K)EYED, (B)ATCH FILE (STOCK.BAT),".
           DISPLAY "(S)CANNER, (G)RN GROUPED ENTRY,".
           DISPLAY "(R)EPAIR RETURN, OR (D)IRECT TO DEPARTMENT: ".
           ACCEPT ENTRY-MODE.
           IF ENTRY-MODE = "?"
               MOVE "GOODS-IN" TO HQ-PROGRAM
           IF ENTRY-MODE = "G" OR ENTRY-MODE = "g"
               MOVE "G" TO ENTRY-MODE
               OPEN OUTPUT GRN-PRINT-FILE
               OPEN OUTPUT ADVICE-DISC-FILE
               GO TO GRN-START.
           IF ENTRY-MODE = "R" OR ENTRY-MODE = "r"
               MOVE "R" TO ENTRY-MODE
               GO TO REPAIR-RETURN.
           IF ENTRY-MODE = "D" OR ENTRY-MODE = "d"
               MOVE "D" TO ENTRY-MODE
               GO TO DIRECT-DELIVERY.
           DISPLAY STOCK-INWARD-FORM.
       GET-INPUT.
           IF ENTRY-MODE = "S" GO TO SCANNER-GET-INPUT.
               MOVE SGN-TRAINING-FLAG TO HQ-TRAINING-FLAG
               CALL "HELP-DISPLAY" USING HELP-REQ-BLOCK
               GO TO SCANNER-ASK-UOM.
      *A CODE OR ORDER NUMBER WHOSE CHECK CHARACTER FAILS IS A
      *KEYING SLIP, WHETHER OR NOT IT HAPPENS TO BE ON FILE
       VALIDATE-RECEIPT.
           MOVE SR-STOCK-CODE TO CK-CODE.
           MOVE "S" TO CK-KIND.
           PERFORM VERIFY-CHECK-CHAR THRU VERIFY-CHECK-CHAR-EXIT.
           IF CK-RESULT NOT = "Y" GO TO BAD-CHECK-CODE.
           MOVE SR-ORDER-NO TO CK-CODE.
           MOVE "P" TO CK-KIND.
           PERFORM VERIFY-CHECK-CHAR THRU VERIFY-CHECK-CHAR-EXIT.
           IF CK-RESULT NOT = "Y" GO TO BAD-CHECK-ORDER.
           CALL "VALIDATE-NUMERIC-ENTRY" USING SR-NO-OF-UNITS,
               MIN-NO-OF-UNITS, MAX-NO-OF-UNITS, ENTRY-VALID-FLAG.
           IF ENTRY-VALID-FLAG = "N" GO TO INVALID-ENTRY.
      *STOCK.GRN.  EVERY POSTED LINE CARRIES THE GRN NUMBER ON ITS
      *JOURNAL RECORD SO THE RECEIPT TRACES BACK TO ITS PAPERWORK.
       GRN-START.
           MOVE "N" TO ASN-MODE.
           MOVE 0 TO ASN-LINE-HOLD.
           DISPLAY SPACE.
           DISPLAY "ENTER ORDER NO FOR THIS GRN (BLANK TO END): ".
           DISPLAY "(* TO CALL UP A SUPPLIER'S DESPATCH ADVICE)".
           ACCEPT SR-ORDER-NO.
           IF SR-ORDER-NO = "?"
               MOVE "GOODS-IN" TO HQ-PROGRAM
               CALL "HELP-DISPLAY" USING HELP-REQ-BLOCK
               GO TO GRN-START.
           IF SR-ORDER-NO = SPACE GO TO END-IT.
           IF SR-ORDER-NO = "*" GO TO GRN-CALL-ADVICE.
       GRN-CHECK-ORDER.
           MOVE SR-ORDER-NO TO CK-CODE.
           MOVE "P" TO CK-KIND.
           PERFORM VERIFY-CHECK-CHAR THRU VERIFY-CHECK-CHAR-EXIT.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NO CHECK CHAR WRONG"
                   TERM-HIGHLIGHT-OFF
               GO TO GRN-START.
           MOVE SR-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
               GO TO GRN-START
           END-READ.
           DISPLAY SUPPLIER-NAME.
           MOVE PO-SUPPLIER TO GRN-SUPPLIER-HOLD.
       GRN-ASK-DATE.
           DISPLAY "ENTER DELIVERY DATE MM/DD/YYYY: ".
           ACCEPT SR-DATE.
           MOVE SPACE TO GRN-PRINT-LINE.
           PERFORM WRITE-GRN-SAFE THRU WRITE-GRN-EXIT.
           DISPLAY "GRN " CURRENT-GRN " OPENED.".
           IF ASN-MODE = "Y"
               PERFORM START-ADVICE-LIST THRU START-ADVICE-LIST-EXIT.
           MOVE SR-ORDER-NO TO GRN-ORDER-HOLD.
           MOVE SR-DATE TO GRN-DATE-HOLD.
           DISPLAY STOCK-INWARD-FORM.
           MOVE 0 TO SR-NO-OF-UNITS.
           MOVE GRN-ORDER-HOLD TO SR-ORDER-NO.
           MOVE GRN-DATE-HOLD TO SR-DATE.
           IF ASN-MODE = "Y"
               PERFORM NEXT-ADVICE-LINE THRU NEXT-ADVICE-LINE-EXIT.
           DISPLAY STOCK-RECEIPT.
           DISPLAY CONFIRM-MSG.
           ACCEPT STOCK-RECEIPT.
           IF SR-STOCK-CODE = SPACE GO TO GRN-FINISH.
           IF ASN-LINE-HOLD NOT = 0 AND SR-NO-OF-UNITS = 0
               DISPLAY "ADVISED LINE LEFT AS NOT DELIVERED"
               GO TO GRN-LINE-INPUT.
           MOVE GRN-ORDER-HOLD TO SR-ORDER-NO.
           MOVE GRN-DATE-HOLD TO SR-DATE.
           GO TO VALIDATE-RECEIPT.
       GRN-FINISH.
           IF SIMULATE-MODE NOT = "Y"
               PERFORM CAPTURE-CONTAINERS THRU CAPTURE-CONTAINERS-EXIT.
           MOVE GRN-LINE-COUNT TO GF-LINES.
           MOVE SPACE TO GRN-PRINT-LINE.
           PERFORM WRITE-GRN-SAFE THRU WRITE-GRN-EXIT.
           PERFORM WRITE-GRN-SAFE THRU WRITE-GRN-EXIT.
           MOVE SPACE TO GRN-PRINT-LINE.
           PERFORM WRITE-GRN-SAFE THRU WRITE-GRN-EXIT.
           IF ASN-MODE NOT = "N"
               PERFORM LIST-ADVICE-DISC THRU LIST-ADVICE-DISC-EXIT.
           DISPLAY "GRN " CURRENT-GRN " CLOSED - LINES: "
               GRN-LINE-COUNT.
           MOVE 0 TO CURRENT-GRN.
           IF GRN-ANSWER = "Y" OR GRN-ANSWER = "y"
               GO TO GRN-START.
           GO TO END-IT.
      *THE DRIVER'S PAPERWORK LISTS THE CYLINDERS, DRUMS AND PALLETS
      *LEFT ON DEPOSIT - EACH TYPE AND COUNT GOES ON THE SUPPLIER'S
      *CONTAINER LEDGER AS A RECEIPT AND PRINTS ON THE GRN
       CAPTURE-CONTAINERS.
           DISPLAY "RETURNABLE CONTAINER TYPE WITH THIS DELIVERY".
           DISPLAY "(BLANK WHEN NONE OR DONE): ".
           MOVE SPACE TO CONTAINER-TYPE-ENTRY.
           ACCEPT CONTAINER-TYPE-ENTRY.
           IF CONTAINER-TYPE-ENTRY = SPACE
               GO TO CAPTURE-CONTAINERS-EXIT.
           MOVE CONTAINER-TYPE-ENTRY TO CT-TYPE.
           READ CTYPE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CONTAINER TYPE NOT ON FILE" TERM-HIGHLIGHT-OFF
               GO TO CAPTURE-CONTAINERS
           END-READ.
           DISPLAY CT-DESC "  NUMBER RECEIVED: ".
           ACCEPT CONTAINER-QTY.
           IF CONTAINER-QTY NOT NUMERIC OR CONTAINER-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO CAPTURE-CONTAINERS.
           MOVE 0 TO CONTAINER-NEXT-SEQ.
           MOVE GRN-SUPPLIER-HOLD TO CL-SUPPLIER.
           MOVE CT-TYPE TO CL-TYPE.
           MOVE 0 TO CL-SEQ.
           START CONTAINER-FILE KEY NOT LESS THAN CL-KEY
               INVALID GO TO CAPTURE-CONTAINER-PUT
           END-START.
       CAPTURE-CONTAINER-SCAN.
           READ CONTAINER-FILE NEXT RECORD
               AT END GO TO CAPTURE-CONTAINER-PUT
           END-READ.
           IF CL-SUPPLIER NOT = GRN-SUPPLIER-HOLD
               OR CL-TYPE NOT = CT-TYPE
               GO TO CAPTURE-CONTAINER-PUT.
           MOVE CL-SEQ TO CONTAINER-NEXT-SEQ.
           GO TO CAPTURE-CONTAINER-SCAN.
       CAPTURE-CONTAINER-PUT.
           ADD 1 TO CONTAINER-NEXT-SEQ.
           MOVE SPACE TO CONTAINER-LEDGER-RECORD.
           MOVE GRN-SUPPLIER-HOLD TO CL-SUPPLIER.
           MOVE CT-TYPE TO CL-TYPE.
           MOVE CONTAINER-NEXT-SEQ TO CL-SEQ.
           MOVE "R" TO CL-DIRECTION.
           MOVE CONTAINER-QTY TO CL-QUANTITY.
           MOVE CONTAINER-QTY TO CL-OPEN-QTY.
           MOVE CT-DEPOSIT TO CL-DEPOSIT.
           MOVE GRN-DATE-HOLD TO CL-DATE.
           MOVE GRN-DATE-HOLD TO CONTAINER-DATE-WORK.
           COMPUTE CL-DATE-NUM =
               CW-YYYY * 10000 + CW-MM * 100 + CW-DD.
           MOVE GRN-ORDER-HOLD TO CL-REFERENCE.
           MOVE CURRENT-GRN TO CL-GRN-NO.
           MOVE OPERATOR-ID TO CL-OPERATOR-ID.
           WRITE CONTAINER-LEDGER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CONTAINER LEDGER I/O ERROR, STATUS: "
                   CL-FILE-STATUS TERM-HIGHLIGHT-OFF
               GO TO CAPTURE-CONTAINERS
           END-WRITE.
           MOVE CT-TYPE TO GC-TYPE.
           MOVE CT-DESC TO GC-DESC.
           MOVE CONTAINER-QTY TO GC-QUANTITY.
           MOVE CT-DEPOSIT TO GC-DEPOSIT.
           MOVE GRN-CONTAINER-LINE TO GRN-PRINT-LINE.
           PERFORM WRITE-GRN-SAFE THRU WRITE-GRN-EXIT.
           GO TO CAPTURE-CONTAINERS.
       CAPTURE-CONTAINERS-EXIT.
           EXIT.
      *THE STOREMAN KEYS "*" AND THE ADVICE NUMBER OFF THE DRIVER'S
      *PAPERWORK - THE GRN OPENS ON THE FIRST ORDER THE ADVICE
      *STILL HAS EXPECTED LINES FOR.  AN ADVICE SPANNING SEVERAL
      *ORDERS IS CALLED UP ONCE PER ORDER, ONE GRN EACH.
       GRN-CALL-ADVICE.
           DISPLAY "ENTER DESPATCH ADVICE NO: ".
           MOVE SPACE TO ASN-ADVICE-ENTRY.
           ACCEPT ASN-ADVICE-ENTRY.
           IF ASN-ADVICE-ENTRY = SPACE GO TO GRN-START.
           MOVE ASN-ADVICE-ENTRY TO AS-ADVICE-NO.
           MOVE 0 TO AS-LINE-NO.
           START ADVICE-FILE KEY NOT LESS THAN AS-KEY
               INVALID GO TO GRN-ADVICE-NOT-FOUND
           END-START.
       GRN-CALL-ADVICE-LOOP.
           READ ADVICE-FILE NEXT RECORD
               AT END GO TO GRN-ADVICE-NOT-FOUND
           END-READ.
           IF AS-ADVICE-NO NOT = ASN-ADVICE-ENTRY
               GO TO GRN-ADVICE-NOT-FOUND.
           IF AS-STATUS NOT = "E" GO TO GRN-CALL-ADVICE-LOOP.
           MOVE ASN-ADVICE-ENTRY TO ASN-ADVICE-HOLD.
           MOVE 0 TO ASN-LAST-LINE.
           MOVE "Y" TO ASN-MODE.
           MOVE AS-ORDER-NO TO SR-ORDER-NO.
           DISPLAY "ADVICE " ASN-ADVICE-HOLD " SUPPLIER " AS-SUPPLIER
               " - ORDER " AS-ORDER-NO.
           GO TO GRN-CHECK-ORDER.
       GRN-ADVICE-NOT-FOUND.
           DISPLAY TERM-HIGHLIGHT-ON
               "NO EXPECTED LINES ON FILE FOR THAT ADVICE"
               TERM-HIGHLIGHT-OFF.
           GO TO GRN-START.
      *THE BUYER'S COPY OF ADVISED AGAINST RECEIVED STARTS WITH
      *THE GRN - EACH CALLED-UP GRN GETS ITS OWN BLOCK ON STOCK.ASD
       START-ADVICE-LIST.
           MOVE 0 TO ASN-DISC-COUNT.
           MOVE ASN-ADVICE-HOLD TO AH-ADVICE-NO.
           MOVE CURRENT-GRN TO AH-GRN-NO.
           MOVE SR-ORDER-NO TO AH-ORDER-NO.
           MOVE ASN-DISC-HEADER-1 TO ADVICE-DISC-LINE.
           PERFORM WRITE-ASD-SAFE THRU WRITE-ASD-EXIT.
           MOVE ASN-DISC-HEADER-2 TO ADVICE-DISC-LINE.
           PERFORM WRITE-ASD-SAFE THRU WRITE-ASD-EXIT.
       START-ADVICE-LIST-EXIT.
           EXIT.
      *PUT THE NEXT EXPECTED LINE OF THIS ORDER ON THE FORM - CODE,
      *ADVISED QUANTITY IN UNITS AND THE ITEM'S FIRST BIN - FOR THE
      *STOREMAN TO CONFIRM OR KEY OVER
       NEXT-ADVICE-LINE.
           MOVE 0 TO ASN-LINE-HOLD.
           MOVE ASN-ADVICE-HOLD TO AS-ADVICE-NO.
           MOVE ASN-LAST-LINE TO AS-LINE-NO.
           START ADVICE-FILE KEY GREATER THAN AS-KEY
               INVALID GO TO NEXT-ADVICE-NONE
           END-START.
       NEXT-ADVICE-LOOP.
           READ ADVICE-FILE NEXT RECORD
               AT END GO TO NEXT-ADVICE-NONE
           END-READ.
           IF AS-ADVICE-NO NOT = ASN-ADVICE-HOLD
               GO TO NEXT-ADVICE-NONE.
           IF AS-ORDER-NO NOT = GRN-ORDER-HOLD GO TO NEXT-ADVICE-LOOP.
           IF AS-STATUS NOT = "E" GO TO NEXT-ADVICE-LOOP.
           MOVE AS-LINE-NO TO ASN-LINE-HOLD.
           MOVE AS-LINE-NO TO ASN-LAST-LINE.
           MOVE AS-STOCK-CODE TO SR-STOCK-CODE.
           IF AS-QTY-ADVISED > 9999
               MOVE 9999 TO SR-NO-OF-UNITS
           ELSE
               MOVE AS-QTY-ADVISED TO SR-NO-OF-UNITS
           END-IF.
           MOVE "E" TO SR-UOM.
           MOVE SPACE TO SR-LOCATION.
           MOVE AS-STOCK-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO NEXT-ADVICE-SHOW
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO NEXT-ADVICE-SHOW
           END-READ.
           IF STOCK-CODE = AS-STOCK-CODE
               MOVE LOCATION-CODE TO SR-LOCATION.
       NEXT-ADVICE-SHOW.
           MOVE AS-QTY-ADVISED TO ASN-QTY-SHOW.
           DISPLAY "ADVISED " ASN-QTY-SHOW " OF " AS-ITEM-REF
               " - CONFIRM OR CORRECT,".
           DISPLAY "0 UNITS IF IT WAS NOT DELIVERED".
           GO TO NEXT-ADVICE-LINE-EXIT.
       NEXT-ADVICE-NONE.
           MOVE "A" TO ASN-MODE.
           MOVE SPACE TO SR-STOCK-CODE.
           MOVE SPACE TO SR-LOCATION.
           DISPLAY "ALL ADVISED LINES OFFERED - KEY ANY EXTRA".
           DISPLAY "LINES, OR A BLANK CODE TO CLOSE THE GRN".
       NEXT-ADVICE-LINE-EXIT.
           EXIT.
      *THE RECEIPT JUST POSTED IS ADDED TO THE ADVICE LINE IT WAS
      *OFFERED AS - OR, IF THE STOREMAN KEYED A DIFFERENT CODE OR
      *AN EXTRA LINE, TO ANY LINE OF THE ADVICE FOR THAT ORDER AND
      *CODE.  GOODS NOBODY ADVISED ARE NOTED STRAIGHT AWAY.
       RECORD-ADVICE-RECEIPT.
           IF ASN-LINE-HOLD = 0 GO TO RECORD-ADVICE-SEARCH.
           MOVE ASN-ADVICE-HOLD TO AS-ADVICE-NO.
           MOVE ASN-LINE-HOLD TO AS-LINE-NO.
           READ ADVICE-FILE
               INVALID GO TO RECORD-ADVICE-SEARCH
           END-READ.
           IF AS-STOCK-CODE = TF-STOCK-CODE
               GO TO RECORD-ADVICE-UPDATE.
       RECORD-ADVICE-SEARCH.
           MOVE ASN-ADVICE-HOLD TO AS-ADVICE-NO.
           MOVE 0 TO AS-LINE-NO.
           START ADVICE-FILE KEY NOT LESS THAN AS-KEY
               INVALID GO TO RECORD-ADVICE-NOT-ADVISED
           END-START.
       RECORD-ADVICE-LOOP.
           READ ADVICE-FILE NEXT RECORD
               AT END GO TO RECORD-ADVICE-NOT-ADVISED
           END-READ.
           IF AS-ADVICE-NO NOT = ASN-ADVICE-HOLD
               GO TO RECORD-ADVICE-NOT-ADVISED.
           IF AS-ORDER-NO NOT = GRN-ORDER-HOLD
               OR AS-STOCK-CODE NOT = TF-STOCK-CODE
               GO TO RECORD-ADVICE-LOOP.
       RECORD-ADVICE-UPDATE.
           ADD TF-QUANTITY TO AS-QTY-RECEIVED.
           MOVE "R" TO AS-STATUS.
           MOVE CURRENT-GRN TO AS-GRN-NO.
           REWRITE ADVICE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "ADVICE LINE UPDATE FAILED" TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO RECORD-ADVICE-EXIT.
       RECORD-ADVICE-NOT-ADVISED.
           ADD 1 TO ASN-DISC-COUNT.
           MOVE SPACE TO ASN-DISC-DETAIL.
           MOVE TF-STOCK-CODE TO AD-STOCK-CODE.
           MOVE 0 TO AD-ADVISED.
           MOVE TF-QUANTITY TO AD-RECEIVED.
           MOVE "NOT ADVISED" TO AD-NOTE.
           MOVE ASN-DISC-DETAIL TO ADVICE-DISC-LINE.
           PERFORM WRITE-ASD-SAFE THRU WRITE-ASD-EXIT.
       RECORD-ADVICE-EXIT.
           EXIT.
      *AT THE CLOSE OF A CALLED-UP GRN EVERY LINE OF THE ADVICE FOR
      *THIS ORDER IS SETTLED - WHATEVER WAS NOT OFFERED OR WAS LEFT
      *AT ZERO IS CLOSED AS NOT DELIVERED - AND EACH LINE WHERE
      *RECEIVED DIFFERS FROM ADVISED IS LISTED FOR THE BUYER.
      *LINES FOR OTHER ORDERS ON THE SAME ADVICE ARE LEFT FOR THEIR
      *OWN GRN AND THE STOREMAN IS REMINDED OF THEM.
       LIST-ADVICE-DISC.
           MOVE SPACE TO ASN-OTHER-ORDER.
           MOVE ASN-ADVICE-HOLD TO AS-ADVICE-NO.
           MOVE 0 TO AS-LINE-NO.
           START ADVICE-FILE KEY NOT LESS THAN AS-KEY
               INVALID GO TO LIST-ADVICE-DISC-END
           END-START.
       LIST-ADVICE-DISC-LOOP.
           READ ADVICE-FILE NEXT RECORD
               AT END GO TO LIST-ADVICE-DISC-END
           END-READ.
           IF AS-ADVICE-NO NOT = ASN-ADVICE-HOLD
               GO TO LIST-ADVICE-DISC-END.
           IF AS-ORDER-NO NOT = GRN-ORDER-HOLD
               IF AS-STATUS = "E" AND AS-ORDER-NO NOT = ASN-OTHER-ORDER
                   MOVE AS-ORDER-NO TO ASN-OTHER-ORDER
                   DISPLAY "ADVICE ALSO CARRIES ORDER " AS-ORDER-NO
                       " - CALL IT UP AGAIN FOR THAT GRN"
               END-IF
               GO TO LIST-ADVICE-DISC-LOOP.
           IF AS-QTY-RECEIVED = AS-QTY-ADVISED
               GO TO LIST-ADVICE-DISC-CLOSE.
           ADD 1 TO ASN-DISC-COUNT.
           MOVE SPACE TO ASN-DISC-DETAIL.
           MOVE AS-STOCK-CODE TO AD-STOCK-CODE.
           MOVE AS-ITEM-REF TO AD-ITEM-REF.
           MOVE AS-QTY-ADVISED TO AD-ADVISED.
           MOVE AS-QTY-RECEIVED TO AD-RECEIVED.
           IF AS-QTY-RECEIVED = 0
               MOVE "NOT DELIVERED" TO AD-NOTE
           ELSE
               IF AS-QTY-RECEIVED < AS-QTY-ADVISED
                   MOVE "SHORT" TO AD-NOTE
               ELSE
                   MOVE "OVER" TO AD-NOTE
               END-IF
           END-IF.
           MOVE ASN-DISC-DETAIL TO ADVICE-DISC-LINE.
           PERFORM WRITE-ASD-SAFE THRU WRITE-ASD-EXIT.
       LIST-ADVICE-DISC-CLOSE.
           IF AS-STATUS = "E" AND SIMULATE-MODE NOT = "Y"
               MOVE "R" TO AS-STATUS
               MOVE CURRENT-GRN TO AS-GRN-NO
               REWRITE ADVICE-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "ADVICE LINE UPDATE FAILED" TERM-HIGHLIGHT-OFF
               END-REWRITE
           END-IF.
           GO TO LIST-ADVICE-DISC-LOOP.
       LIST-ADVICE-DISC-END.
           IF ASN-DISC-COUNT = 0
               MOVE "NO DISCREPANCIES" TO ADVICE-DISC-LINE
               PERFORM WRITE-ASD-SAFE THRU WRITE-ASD-EXIT
           ELSE
               DISPLAY TERM-HIGHLIGHT-ON ASN-DISC-COUNT
                   " ADVICE DISCREPANCIES - SEE STOCK.ASD"
                   TERM-HIGHLIGHT-OFF
           END-IF.
           MOVE SPACE TO ADVICE-DISC-LINE.
           PERFORM WRITE-ASD-SAFE THRU WRITE-ASD-EXIT.
           MOVE "N" TO ASN-MODE.
       LIST-ADVICE-DISC-EXIT.
           EXIT.
      *PHASE ONE - EDIT THE WHOLE FILE, PROVE THE HEADER AND TRAILER
      *CONTROL TOTALS, AND PRINT AN EDIT REPORT.  NOTHING POSTS
      *UNLESS THE BATCH IS CLEAN OR THE OPERATOR ACCEPTS THE VALID
           IF BR-NO-OF-UNITS NOT NUMERIC
               MOVE "BAD UNITS" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           MOVE BR-STOCK-CODE TO CK-CODE.
           MOVE "S" TO CK-KIND.
           PERFORM VERIFY-CHECK-CHAR THRU VERIFY-CHECK-CHAR-EXIT.
           IF CK-RESULT NOT = "Y"
               MOVE "CODE CHECK CHAR" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           MOVE BR-ORDER-NO TO CK-CODE.
           MOVE "P" TO CK-KIND.
           PERFORM VERIFY-CHECK-CHAR THRU VERIFY-CHECK-CHAR-EXIT.
           IF CK-RESULT NOT = "Y"
               MOVE "ORDER CHECK CHAR" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           MOVE BR-STOCK-CODE TO SR-STOCK-CODE.
           MOVE BR-ORDER-NO TO SR-ORDER-NO.
           MOVE BR-DATE TO SR-DATE.
               READ CONTROL-FILE AT END
                   MOVE 0 TO CF-LAST-RVRSL-NO
                   MOVE 0 TO CF-LAST-ISS-NO
                   MOVE SPACE TO CF-SITE-CODE
                   MOVE SPACE TO CF-SITE-NAME
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-ISS-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           MOVE TRAN-NO TO CF-LAST-TRAN-NO.
               END-IF
           END-IF.
           PERFORM CONVERT-LINE-COST THRU CONVERT-COST-EXIT.
      *GOODS FROM A FOREIGN-CURRENCY SUPPLIER ARE AN IMPORT - THE
      *CUSTOMS RETURN NEEDS THE COMMODITY CODE AND ORIGIN OF EACH
           IF SUP-CURRENCY NOT = SPACE
               PERFORM RECORD-IMPORT-RECEIPT
                   THRU RECORD-IMPORT-EXIT.
           IF QUAR-EXEMPT-FLAG = "Y"
               PERFORM APPLY-RECEIPT-TO-STOCK THRU APPLY-RECEIPT-EXIT
           ELSE
                           " IS NOW FULLY RECEIVED"
               END-READ
           END-IF.
           IF ASN-MODE NOT = "N"
               PERFORM RECORD-ADVICE-RECEIPT THRU RECORD-ADVICE-EXIT.
           PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT.
       WRITE-TRANS-EXIT.
           EXIT.
      *REPAIR RETURN - A UNIT SENT AWAY THROUGH REPAIR-ORDERS COMES
      *BACK TO THE BIN IT LEFT.  THE JOURNAL TAKES IT AS TYPE Y
      *AGAINST THE REPAIR NUMBER, AND THE REPAIR CHARGE IS FOLDED
      *INTO THE BIN'S UNIT COST ALONG WITH THE UNIT'S OWN VALUE AT
      *THE COST IT WENT OUT AT
       REPAIR-RETURN.
           DISPLAY SPACE.
           DISPLAY "REPAIR ORDER NO (BLANK TO END): ".
           MOVE SPACE TO REPAIR-NO-ENTRY.
           ACCEPT REPAIR-NO-ENTRY.
           IF REPAIR-NO-ENTRY = SPACE GO TO END-IT.
           IF REPAIR-NO-ENTRY NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "REPAIR NO NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO REPAIR-RETURN.
           MOVE REPAIR-NO-ENTRY-9 TO RP-REPAIR-NO.
           READ REPAIR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REPAIR ORDER NOT ON FILE" TERM-HIGHLIGHT-OFF
               GO TO REPAIR-RETURN
           END-READ.
           IF RP-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON "REPAIR ORDER IS NOT OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO REPAIR-RETURN.
           MOVE RP-STOCK-CODE TO STOCK-CODE.
           MOVE RP-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "BIN NO LONGER ON FILE - SET IT UP FIRST"
                   TERM-HIGHLIGHT-OFF
               GO TO REPAIR-RETURN
           END-READ.
           DISPLAY RP-STOCK-CODE " " PRODUCT-DESC " " RP-SERIAL-NO.
           DISPLAY "QTY " RP-QUANTITY " BACK FROM " RP-SUPPLIER
               " TO BIN " RP-LOCATION ", SENT " RP-SENT-DATE.
       REPAIR-ASK-DATE.
           DISPLAY "DATE BACK MM/DD/YYYY (RETURN ALONE FOR TODAY): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO REPAIR-ASK-DATE.
           MOVE DC-DATE TO REPAIR-DATE-HOLD.
       REPAIR-ASK-COST.
           DISPLAY "ACTUAL REPAIR COST (NNNNNNNN = NNNNNN.NN),".
           DISPLAY "RETURN ALONE FOR THE QUOTE OF " RP-QUOTED-COST ": ".
           MOVE SPACE TO REPAIR-COST-ENTRY.
           ACCEPT REPAIR-COST-ENTRY.
           IF REPAIR-COST-ENTRY = SPACE
               MOVE RP-QUOTED-COST TO REPAIR-COST-HOLD
               GO TO REPAIR-CONFIRM.
           IF REPAIR-COST-ENTRY NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "COST NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO REPAIR-ASK-COST.
           MOVE REPAIR-COST-ENTRY-9 TO REPAIR-COST-HOLD.
       REPAIR-CONFIRM.
           DISPLAY "BOOK BACK INTO STOCK AT A REPAIR COST OF "
               REPAIR-COST-HOLD " ? (Y/N): ".
           ACCEPT REPAIR-ANSWER.
           IF REPAIR-ANSWER NOT = "Y" AND REPAIR-ANSWER NOT = "y"
               GO TO REPAIR-RETURN.
           IF SIMULATE-MODE = "Y"
               DISPLAY "SIMULATE MODE - NOTHING POSTED"
               GO TO REPAIR-RETURN.
           PERFORM POST-REPAIR-RETURN THRU POST-REPAIR-RETURN-EXIT.
           GO TO REPAIR-RETURN.
       POST-REPAIR-RETURN.
           READ STOCK-FILE
               INVALID
                   DISPLAY TERM-HIGHLIGHT-ON "RECORD IN USE-RETRY"
                       TERM-HIGHLIGHT-OFF
                   GO TO POST-REPAIR-RETURN-EXIT
           END-READ.
           ADD 1 TO TRAN-NO.
           MOVE "Y" TO JP-TYPE.
           MOVE RP-STOCK-CODE TO JP-STOCK-CODE.
           MOVE RP-LOCATION TO JP-LOCATION.
           MOVE RP-QUANTITY TO JP-QUANTITY.
           MOVE "+" TO JP-SIGN.
           MOVE RP-REPAIR-NO TO JP-REFERENCE.
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE REPAIR-DATE-HOLD TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
           MOVE RP-SUPPLIER TO JP-DEPARTMENT.
           MOVE TRAN-NO TO JP-TRAN-NO.
           MOVE SPACE TO INTENT-RECORD.
           MOVE JP-TYPE TO IN-TYPE.
           MOVE JP-STOCK-CODE TO IN-STOCK-CODE.
           MOVE JP-LOCATION TO IN-LOCATION.
           MOVE JP-QUANTITY TO IN-QUANTITY.
           MOVE JP-DATE TO IN-DATE.
           MOVE OPERATOR-ID TO IN-OPERATOR.
           PERFORM SET-INTENT THRU SET-INTENT-EXIT.
           CALL "POST-JOURNAL" USING JRN-POST-BLOCK.
           IF JP-RESULT NOT = "Y"
               PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT
               SUBTRACT 1 FROM TRAN-NO
               DISPLAY TERM-HIGHLIGHT-ON
                   "POSTING REFUSED - STOCK NOT MOVED"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-REPAIR-RETURN-EXIT.
      *THE OLD VALUE OF THE BIN, PLUS THE UNITS BACK AT THE COST
      *THEY LEFT AT, PLUS THE REPAIR CHARGE, OVER THE NEW QUANTITY
           COMPUTE AVG-COST-WORK ROUNDED =
               (QUANTITY-ON-HAND * UNIT-COST
                + RP-QUANTITY * RP-CARRY-COST
                + REPAIR-COST-HOLD)
               / (QUANTITY-ON-HAND + RP-QUANTITY)
               ON SIZE ERROR MOVE UNIT-COST TO AVG-COST-WORK
           END-COMPUTE.
           MOVE AVG-COST-WORK TO UNIT-COST.
           ADD RP-QUANTITY TO QUANTITY-ON-HAND.
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM
               INVALID PERFORM SHOW-IO-ERROR
           END-REWRITE.
           MOVE "R" TO RP-STATUS.
           MOVE REPAIR-COST-HOLD TO RP-ACTUAL-COST.
           MOVE REPAIR-DATE-HOLD TO RP-RETURN-DATE.
           REWRITE REPAIR-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REPAIR FILE I/O ERROR, STATUS: " RP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           IF RP-SERIAL-NO = SPACE GO TO POST-REPAIR-DONE.
           MOVE RP-STOCK-CODE TO SE-STOCK-CODE.
           MOVE RP-SERIAL-NO TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID GO TO POST-REPAIR-DONE
           END-READ.
           MOVE "S" TO SE-STATUS.
           MOVE RP-LOCATION TO SE-LOCATION.
           REWRITE SERIAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SERIAL FILE I/O ERROR, STATUS: " SE-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
       POST-REPAIR-DONE.
           PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT.
           DISPLAY "REPAIR ORDER " RP-REPAIR-NO " BOOKED BACK IN. "
               "UNIT COST NOW " UNIT-COST.
       POST-REPAIR-RETURN-EXIT.
           EXIT.
      *DIRECT TO DEPARTMENT - A NON-STOCK REQUISITION'S ORDER LINE
      *CARRIES NO STOCK CODE AND THE GOODS GO STRAIGHT TO THE
      *DEPARTMENT.  THE OUTSTANDING BALANCE IS BOOKED IN ONE GO,
      *VALUED IN HOME CURRENCY THE WAY A STOCK RECEIPT IS, AND
      *CHARGED TO THE DEPARTMENT'S SPEND FOR THE MONTH DELIVERED.
      *NO JOURNAL ROW AND NO STOCK.IT UPDATE - NOTHING WENT INTO A
      *BIN.  THE NOMINAL EXTRACT PICKS THE VALUE UP OFF STOCK.NSQ
       DIRECT-DELIVERY.
           DISPLAY SPACE.
           DISPLAY "ORDER NO (BLANK TO END): ".
           MOVE SPACE TO SR-ORDER-NO.
           ACCEPT SR-ORDER-NO.
           IF SR-ORDER-NO = SPACE GO TO END-IT.
           MOVE SR-ORDER-NO TO CK-CODE.
           MOVE "P" TO CK-KIND.
           PERFORM VERIFY-CHECK-CHAR THRU VERIFY-CHECK-CHAR-EXIT.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NO CHECK CHAR WRONG"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-DELIVERY.
           MOVE SR-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-DELIVERY
           END-READ.
           IF PO-STATUS = "A"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER AWAITING APPROVAL"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-DELIVERY.
           IF PO-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER IS NOT OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-DELIVERY.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-DELIVERY
           END-READ.
           DISPLAY SUPPLIER-NAME.
       DIRECT-ASK-LINE.
           DISPLAY "ORDER LINE NO: ".
           MOVE SPACE TO DIRECT-LINE-ENTRY.
           ACCEPT DIRECT-LINE-ENTRY.
           IF DIRECT-LINE-ENTRY = SPACE GO TO DIRECT-DELIVERY.
           IF DIRECT-LINE-ENTRY NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "LINE NO NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-ASK-LINE.
           MOVE SR-ORDER-NO TO POL-ORDER-NO.
           MOVE DIRECT-LINE-ENTRY-9 TO POL-LINE-NO.
           READ PO-LINE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NO SUCH LINE"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-ASK-LINE
           END-READ.
           IF POL-STOCK-CODE NOT = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "LINE IS FOR STOCK "
                   POL-STOCK-CODE " - BOOK IT IN THE USUAL WAY"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-ASK-LINE.
           IF POL-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON "LINE IS NOT OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-ASK-LINE.
           PERFORM FIND-REQUISITION THRU FIND-REQUISITION-EXIT.
           IF NSQ-FOUND NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO REQUISITION IS ON ORDER AGAINST THIS LINE"
                   TERM-HIGHLIGHT-OFF
               GO TO DIRECT-ASK-LINE.
           COMPUTE DIRECT-QTY = POL-QTY-ORDERED - POL-QTY-RECEIVED.
           DISPLAY NK-REQ-NO " " NK-DESC.
           DISPLAY "FOR DEPARTMENT " NK-DEPT ", QTY " DIRECT-QTY.
       DIRECT-ASK-DATE.
           DISPLAY "DATE DELIVERED MM/DD/YYYY".
           DISPLAY "(RETURN ALONE FOR TODAY): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO DIRECT-ASK-DATE.
           MOVE DC-DATE TO SR-DATE.
           MOVE DC-DATE-NUM TO RECEIPT-DATE-NUM.
           PERFORM CONVERT-LINE-COST THRU CONVERT-COST-EXIT.
           IF HOME-UNIT-COST = 0 AND POL-UNIT-COST NOT = 0
               DISPLAY "CANNOT VALUE THE DELIVERY - NOT BOOKED"
               GO TO DIRECT-DELIVERY.
           COMPUTE DIRECT-VALUE ROUNDED = DIRECT-QTY * HOME-UNIT-COST
               ON SIZE ERROR MOVE 0 TO DIRECT-VALUE
           END-COMPUTE.
           MOVE DIRECT-VALUE TO DIRECT-VALUE-SHOW.
       DIRECT-CONFIRM.
           DISPLAY "DELIVERED DIRECT TO " NK-DEPT ", CHARGING "
               DIRECT-VALUE-SHOW " ? (Y/N): ".
           ACCEPT DIRECT-ANSWER.
           IF DIRECT-ANSWER NOT = "Y" AND DIRECT-ANSWER NOT = "y"
               GO TO DIRECT-DELIVERY.
           IF SIMULATE-MODE = "Y"
               DISPLAY "SIMULATE MODE - NOTHING POSTED"
               GO TO DIRECT-DELIVERY.
           PERFORM POST-DIRECT-DELIVERY THRU POST-DIRECT-EXIT.
           GO TO DIRECT-DELIVERY.
       POST-DIRECT-DELIVERY.
           ADD DIRECT-QTY TO POL-QTY-RECEIVED.
           MOVE "C" TO POL-STATUS.
           REWRITE PO-LINE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PO LINE UPDATE FAILED" TERM-HIGHLIGHT-OFF
               GO TO POST-DIRECT-EXIT
           END-REWRITE.
      *THE DEPARTMENT'S SPEND FOR THE MONTH DELIVERED - A MONTH
      *WITH NO BUDGET SET GETS A ZERO-BUDGET RECORD SO THE ACTUALS
      *ARE NOT LOST, AS ISSUES DO
           MOVE NK-DEPT TO BG-DEPT-CODE.
           COMPUTE BG-PERIOD = RECEIPT-DATE-NUM / 100.
           READ BUDGET-FILE
               INVALID
                   MOVE NK-DEPT TO BG-DEPT-CODE
                   COMPUTE BG-PERIOD = RECEIPT-DATE-NUM / 100
                   MOVE 0 TO BG-BUDGET-VALUE
                   MOVE DIRECT-VALUE TO BG-SPENT-VALUE
                   WRITE BUDGET-RECORD
                       INVALID CONTINUE
                   END-WRITE
               NOT INVALID
                   ADD DIRECT-VALUE TO BG-SPENT-VALUE
                   REWRITE BUDGET-RECORD
           END-READ.
           MOVE "R" TO NK-STATUS.
           MOVE SR-DATE TO NK-RECEIVED-DATE.
           MOVE DIRECT-VALUE TO NK-RECEIVED-VALUE.
           REWRITE NONSTOCK-REQ-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REQUISITION FILE I/O ERROR, STATUS: "
                   NK-FILE-STATUS TERM-HIGHLIGHT-OFF
           END-REWRITE.
           DISPLAY "REQUISITION " NK-REQ-NO " DELIVERED TO " NK-DEPT.
           PERFORM CHECK-ORDER-COMPLETE THRU CHECK-ORDER-COMPLETE-EXIT.
           IF ORDER-COMPLETE = "Y"
               MOVE SR-ORDER-NO TO PO-NUMBER
               READ PO-FILE
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE "C" TO PO-STATUS
                       REWRITE PO-RECORD
                       DISPLAY "ORDER " SR-ORDER-NO
                           " IS NOW FULLY RECEIVED"
               END-READ
           END-IF.
       POST-DIRECT-EXIT.
           EXIT.
      *THE REQUISITION ON ORDER AGAINST THE CURRENT ORDER LINE
       FIND-REQUISITION.
           MOVE "N" TO NSQ-FOUND.
           MOVE LOW-VALUE TO NK-REQ-NO.
           START NONSTOCK-FILE KEY NOT LESS THAN NK-REQ-NO
               INVALID GO TO FIND-REQUISITION-EXIT
           END-START.
       FIND-REQUISITION-LOOP.
           READ NONSTOCK-FILE NEXT RECORD
               AT END GO TO FIND-REQUISITION-EXIT
           END-READ.
           IF NK-STATUS NOT = "O" GO TO FIND-REQUISITION-LOOP.
           IF NK-PO-NO NOT = POL-ORDER-NO
               OR NK-PO-LINE NOT = POL-LINE-NO
               GO TO FIND-REQUISITION-LOOP.
           MOVE "Y" TO NSQ-FOUND.
       FIND-REQUISITION-EXIT.
           EXIT.
      *FOLD THE DELIVERY'S AGREED PRICE INTO THE ITEM'S
      *WEIGHTED-AVERAGE COST BEFORE THE ON-HAND FIGURE MOVES - THE
      *OLD VALUE TIMES THE OLD QUANTITY PLUS THE NEW VALUE TIMES THE
               GO TO CAPTURE-BAD-EXPIRY.
           IF EX-MM < 1 OR EX-MM > 12 OR EX-DD < 1 OR EX-DD > 31
               GO TO CAPTURE-BAD-EXPIRY.
           MOVE SPACE TO LOT-RECORD.
           MOVE TF-STOCK-CODE TO LT-STOCK-CODE.
           MOVE TF-LOCATION TO LT-LOCATION.
           MOVE ENTERED-LOT-NO TO LT-LOT-NO.
           MOVE EX-MM TO LT-EXPIRY-NUM (5:2).
           MOVE EX-DD TO LT-EXPIRY-NUM (7:2).
           MOVE TF-QUANTITY TO LT-QUANTITY.
           MOVE TF-ORDER-NO TO LT-ORDER-NO.
           MOVE TF-GRN-NO TO LT-GRN-NO.
           WRITE LOT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOT FILE I/O ERROR, STATUS: " LT-FILE-STATUS
           GO TO CHECK-ORDER-LOOP.
       CHECK-ORDER-COMPLETE-EXIT.
           EXIT.
      *THE CALLER MOVES THE CODE AND ITS KIND IN
       VERIFY-CHECK-CHAR.
           MOVE "V" TO CK-FUNCTION.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
       VERIFY-CHECK-CHAR-EXIT.
           EXIT.
      *THE MEASURED QUANTITY, KEYED WITH TWO IMPLIED DECIMALS THE
      *WAY PRICES ARE KEYED
       GET-DECIMAL-QTY.
               TERM-HIGHLIGHT-OFF.
       CONVERT-COST-EXIT.
           EXIT.
      *THE ITEM'S USUAL COMMODITY CODE AND COUNTRY OF ORIGIN ARE
      *OFFERED AND THE OPERATOR KEYS OTHERS ONLY WHEN THE DELIVERY
      *PAPERS SAY DIFFERENT - A BATCH FILE TAKES THE USUAL VALUES.
      *ONE IMPORT RECEIPT RECORD PER RECEIPT, DATED AS THE JOURNAL
      *ROW IS, FOR THE QUARTERLY IMPORT SUMMARY
       RECORD-IMPORT-RECEIPT.
           MOVE SPACE TO IMPORT-RECEIPT-RECORD.
           MOVE TF-STOCK-CODE TO IU-STOCK-CODE.
           READ ITEM-CUSTOMS-FILE
               INVALID MOVE SPACE TO IU-COMMODITY IU-ORIGIN
           END-READ.
           MOVE IU-COMMODITY TO IR-COMMODITY.
           MOVE IU-ORIGIN TO IR-ORIGIN.
           MOVE "N" TO IR-OVERRIDE.
           IF ENTRY-MODE = "B" GO TO RECORD-IMPORT-WRITE.
           DISPLAY "IMPORTED GOODS - COMMODITY CODE " IR-COMMODITY
               " ORIGIN " IR-ORIGIN.
       RECORD-IMPORT-ASK-ORIGIN.
           DISPLAY "COUNTRY OF ORIGIN (RETURN KEEPS " IR-ORIGIN "): ".
           MOVE SPACE TO ENTERED-ORIGIN.
           ACCEPT ENTERED-ORIGIN.
           IF ENTERED-ORIGIN NOT = SPACE
               AND ENTERED-ORIGIN NOT = IR-ORIGIN
               IF ENTERED-ORIGIN (1:1) NOT ALPHABETIC
                   OR ENTERED-ORIGIN (2:1) NOT ALPHABETIC
                   OR ENTERED-ORIGIN (2:1) = SPACE
                   DISPLAY TERM-HIGHLIGHT-ON
                       "TWO-LETTER COUNTRY CODE PLEASE"
                       TERM-HIGHLIGHT-OFF
                   GO TO RECORD-IMPORT-ASK-ORIGIN
               END-IF
               MOVE ENTERED-ORIGIN TO IR-ORIGIN
               MOVE "Y" TO IR-OVERRIDE
           END-IF.
           DISPLAY "COMMODITY CODE (RETURN KEEPS " IR-COMMODITY "): ".
           MOVE SPACE TO ENTERED-COMMODITY.
           ACCEPT ENTERED-COMMODITY.
           IF ENTERED-COMMODITY NOT = SPACE
               AND ENTERED-COMMODITY NOT = IR-COMMODITY
               MOVE ENTERED-COMMODITY TO IR-COMMODITY
               MOVE "Y" TO IR-OVERRIDE
           END-IF.
       RECORD-IMPORT-WRITE.
           MOVE RECEIPT-DATE-NUM TO IR-DATE-NUM.
           MOVE TF-STOCK-CODE TO IR-STOCK-CODE.
           MOVE TF-LOCATION TO IR-LOCATION.
           MOVE 1 TO IR-SEQ.
           MOVE TF-GRN-NO TO IR-GRN-NO.
           MOVE TF-ORDER-NO TO IR-ORDER-NO.
           MOVE SUPPLIER-CODE TO IR-SUPPLIER.
           MOVE SUP-CURRENCY TO IR-CURRENCY.
           MOVE TF-QUANTITY TO IR-QUANTITY.
           COMPUTE IR-FOREIGN-VALUE ROUNDED =
               TF-QUANTITY * POL-UNIT-COST
               ON SIZE ERROR MOVE 0 TO IR-FOREIGN-VALUE
           END-COMPUTE.
           COMPUTE IR-HOME-VALUE ROUNDED =
               TF-QUANTITY * HOME-UNIT-COST
               ON SIZE ERROR MOVE 0 TO IR-HOME-VALUE
           END-COMPUTE.
           MOVE OPERATOR-ID TO IR-OPERATOR.
       RECORD-IMPORT-PUT.
           WRITE IMPORT-RECEIPT-RECORD
               INVALID
                   IF IR-SEQ < 99
                       ADD 1 TO IR-SEQ
                       GO TO RECORD-IMPORT-PUT
                   ELSE
                       DISPLAY TERM-HIGHLIGHT-ON
                           "IMPORT RECEIPT NOT KEPT, STATUS: "
                           IR-FILE-STATUS TERM-HIGHLIGHT-OFF
                   END-IF
           END-WRITE.
       RECORD-IMPORT-EXIT.
           EXIT.
      *THE ACTUAL LEAD TIME IS THE WORKING DAYS FROM PO-DATE TO THIS
      *DELIVERY, ROLLED INTO BOTH THE SUPPLIER'S OVERALL AVERAGE
      *AND THE SUPPLIER/ITEM AVERAGE.  THE SAMPLE COUNT IS CAPPED
      *AT 20 SO THE AVERAGE TRACKS HOW THE SUPPLIER PERFORMS NOW.
           IF LW-MM NOT NUMERIC OR LW-DD NOT NUMERIC
               OR LW-YYYY NOT NUMERIC
               GO TO UPDATE-LEAD-TIME-EXIT.
           MOVE LW-YYYY TO ORDER-DATE-NUM (1:4).
           MOVE LW-MM TO ORDER-DATE-NUM (5:2).
           MOVE LW-DD TO ORDER-DATE-NUM (7:2).
           MOVE SR-DATE TO LEAD-DATE-WORK.
           IF LW-MM NOT NUMERIC OR LW-DD NOT NUMERIC
               OR LW-YYYY NOT NUMERIC
               GO TO UPDATE-LEAD-TIME-EXIT.
           MOVE "C" TO CQ-FUNCTION.
           MOVE ORDER-DATE-NUM TO CQ-FROM-NUM.
           MOVE LW-YYYY TO CQ-TO-NUM (1:4).
           MOVE LW-MM TO CQ-TO-NUM (5:2).
           MOVE LW-DD TO CQ-TO-NUM (7:2).
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E"
               GO TO UPDATE-LEAD-TIME-EXIT.
           MOVE CQ-DAYS TO LEAD-DAYS.
           IF LEAD-DAYS < 0 OR LEAD-DAYS > 999
               GO TO UPDATE-LEAD-TIME-EXIT.
           MOVE PO-SUPPLIER TO LM-SUPPLIER.
                   GO TO WRITE-GRN-SAFE.
       WRITE-GRN-EXIT.
           EXIT.
       WRITE-ASD-SAFE.
           WRITE ADVICE-DISC-LINE.
           IF ASD-STATUS NOT = "00" AND ASD-STATUS NOT = "02"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.ASD, STATUS " ASD-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-ASD-SAFE.
       WRITE-ASD-EXIT.
           EXIT.
       WRITE-BKP-SAFE.
           WRITE BKO-PRINT-LINE.
           IF BKP-STATUS NOT = "00" AND BKP-STATUS NOT = "02"
           MOVE OPERATOR-ID TO RJ-OPERATOR-ID.
           PERFORM WRITE-REJECT-SAFE THRU WRITE-REJECT-EXIT.
           GO TO NEXT-INPUT.
       BAD-CHECK-CODE.
           MOVE "CODE CHECK CHAR WRONG" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           MOVE SR-STOCK-CODE TO RJ-STOCK-CODE.
           MOVE SR-LOCATION TO RJ-LOCATION.
           MOVE SR-ORDER-NO TO RJ-ORDER-NO.
           MOVE SR-NO-OF-UNITS TO RJ-NO-OF-UNITS.
           MOVE SR-DATE TO RJ-DATE.
           MOVE "CHK CODE" TO RJ-REASON.
           MOVE OPERATOR-ID TO RJ-OPERATOR-ID.
           PERFORM WRITE-REJECT-SAFE THRU WRITE-REJECT-EXIT.
           GO TO NEXT-INPUT.
       BAD-CHECK-ORDER.
           MOVE "ORDER CHECK CHAR WRONG" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           MOVE SR-STOCK-CODE TO RJ-STOCK-CODE.
           MOVE SR-LOCATION TO RJ-LOCATION.
           MOVE SR-ORDER-NO TO RJ-ORDER-NO.
           MOVE SR-NO-OF-UNITS TO RJ-NO-OF-UNITS.
           MOVE SR-DATE TO RJ-DATE.
           MOVE "CHK ORDR" TO RJ-REASON.
           MOVE OPERATOR-ID TO RJ-OPERATOR-ID.
           PERFORM WRITE-REJECT-SAFE THRU WRITE-REJECT-EXIT.
           GO TO NEXT-INPUT.
       INVALID-LOCATION.
           MOVE "INVALID LOCATION" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           CLOSE CURRENCY-FILE.
           CLOSE SERIAL-FILE.
           CLOSE NOTE-FILE.
           CLOSE ADVICE-FILE.
           CLOSE REPAIR-FILE.
           CLOSE CTYPE-FILE.
           CLOSE CONTAINER-FILE.
           CLOSE NONSTOCK-FILE.
           CLOSE BUDGET-FILE.
           CLOSE ITEM-CUSTOMS-FILE.
           CLOSE IMPORT-RECEIPT-FILE.
           IF ENTRY-MODE = "B"
               CLOSE BATCH-FILE
               MOVE 0 TO BATCH-DONE
           END-IF.
           IF ENTRY-MODE = "G"
               CLOSE GRN-PRINT-FILE
               CLOSE ADVICE-DISC-FILE
           END-IF.
           PERFORM WRITE-CHECKPOINT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           MOVE "TRAIN.SER" TO STOCK-SER-FN.
           MOVE "TRAIN.NTS" TO STOCK-NTS-FN.
           MOVE "TRAIN.INT" TO STOCK-INT-FN.
           MOVE "TRAIN.ASN" TO STOCK-ASN-FN.
           MOVE "TRAIN.ASD" TO STOCK-ASD-FN.
           MOVE "TRAIN.RPR" TO STOCK-RPR-FN.
           MOVE "TRAIN.CTY" TO STOCK-CTY-FN.
           MOVE "TRAIN.CTR" TO STOCK-CTR-FN.
           MOVE "TRAIN.NSQ" TO STOCK-NSQ-FN.
           MOVE "TRAIN.BUD" TO STOCK-BUD-FN.
           MOVE "TRAIN.ICU" TO STOCK-ICU-FN.
           MOVE "TRAIN.IRC" TO STOCK-IRC-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
