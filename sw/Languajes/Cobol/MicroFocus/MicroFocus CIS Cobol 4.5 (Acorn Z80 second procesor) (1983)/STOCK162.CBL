       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-EXCHANGE.
       AUTHOR. MICRO FOCUS LTD.
      *CARRIES INTER-SITE TRANSFERS BETWEEN OUR SITES ON THE
      *EXCHANGE DISKETTE STOCK.XST - SEE XSTREC.CPY.
      *(W)RITE PUTS EVERY TRANSFER THIS SITE HAS DISPATCHED TO
      *ANOTHER SITE AND STILL HOLDS IN TRANSIT ON THE DISKETTE,
      *WITH A RECEIPT FOR EVERY TRANSFER THIS SITE HAS TAKEN IN
      *FROM ANOTHER, AND A TRAILER.  (R)EAD PROVES A DISKETTE FROM
      *ANOTHER SITE, THEN WALKS THE TRANSFERS ADDRESSED HERE SO
      *EACH ONE CAN BE CONFIRMED AS THE GOODS COME OFF THE VAN -
      *THE TO BIN IS CREDITED, THE TYPE U RECORD POSTED AND THE
      *RECEIPT LOGGED ON STOCK.XSR - AND CLOSES THE IN-TRANSIT
      *RECORD OF EVERY TRANSFER OF OURS THE DISKETTE SAYS THE
      *OTHER SITE HAS RECEIVED.  A TRANSFER IS RE-SENT ON EVERY
      *DISKETTE UNTIL ITS RECEIPT COMES BACK, SO A LOST DISKETTE
      *COSTS NOTHING; THE RECEIPT LOG STOPS IT BEING TAKEN IN TWICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-FILE
           ASSIGN DYNAMIC STOCK-XST-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS XS-STATUS.
           SELECT RECEIPT-LOG-FILE ASSIGN DYNAMIC STOCK-XSR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY XL-KEY
           FILE STATUS XL-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY.
           SELECT TRANSIT-FILE ASSIGN DYNAMIC STOCK-ITT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY TT-KEY
           FILE STATUS TT-FILE-STATUS.
           SELECT INTENT-FILE
           ASSIGN DYNAMIC STOCK-INT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IN-STATUS.
           SELECT CONTROL-FILE
           ASSIGN DYNAMIC STOCK-CTL-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS CF-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-FILE; RECORD 72.
           COPY "XSTREC.CPY".
       FD  RECEIPT-LOG-FILE; RECORD 48.
           COPY "XSRFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  TRANSIT-FILE; RECORD 48.
           COPY "ITTFILE.CPY".
       FD  INTENT-FILE; RECORD 56.
           COPY "INTFILE.CPY".
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
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-XST-FN PIC X(12) VALUE "STOCK.XST".
           02  STOCK-XSR-FN PIC X(12) VALUE "STOCK.XSR".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-ITT-FN PIC X(12) VALUE "STOCK.ITT".
           02  STOCK-INT-FN PIC X(12) VALUE "STOCK.INT".
           02  STOCK-CTL-FN PIC X(12) VALUE "STOCK.CTL".
       COPY "TERMPROF.CPY".
           COPY "JRNPOST.CPY".
       01  XS-STATUS PIC XX.
       01  XL-FILE-STATUS PIC XX.
       01  TT-FILE-STATUS PIC XX.
       01  IN-STATUS PIC XX.
       01  CF-STATUS PIC XX.
       01  THIS-SITE PIC XX.
       01  THIS-SITE-NAME PIC X(20).
       01  SENDING-SITE PIC XX.
       01  OPERATOR-ID PIC X(4).
       01  TRAN-NO PIC 9(4).
       01  EXCHANGE-DATE PIC X(10).
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  DISKETTE-USABLE PIC X.
       01  WALK-COMPLETE PIC X.
       01  MORE-RECORDS PIC X.
       01  DETAIL-COUNT PIC 9(6).
       01  QTY-TOTAL PIC 9(10)V99.
       01  FOR-US-COUNT PIC 9(4).
       01  TAKEN-IN-COUNT PIC 9(4).
       01  ALREADY-IN-COUNT PIC 9(4).
       01  CLOSED-COUNT PIC 9(4).
       01  DROPPED-COUNT PIC 9(4).
       01  SENT-COUNT PIC 9(4).
       01  RECEIPT-COUNT PIC 9(4).
       01  EXCHANGE-LINE.
           02  EL-FROM-SITE PIC XX.
           02  FILLER PIC X VALUE SPACE.
           02  EL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  EL-DESC PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  EL-TO-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  EL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  EL-DATE PIC X(10).
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
           MOVE SGN-TRAINING-FLAG TO JP-TRAINING-FLAG.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "INTER-SITE EXCHANGE DISKETTE".
           PERFORM READ-SITE THRU READ-SITE-EXIT.
           IF THIS-SITE = SPACE
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO SITE CODE IS SET - SEE SITE SETUP"
                   TERM-HIGHLIGHT-OFF
               GO TO END-RUN.
           DISPLAY "THIS IS SITE " THIS-SITE " - " THIS-SITE-NAME.
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           MOVE 0 TO TRAN-NO.
           OPEN I-O STOCK-FILE.
           OPEN I-O TRANSIT-FILE.
           IF TT-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSIT-FILE
               CLOSE TRANSIT-FILE
               OPEN I-O TRANSIT-FILE
           END-IF.
           OPEN I-O RECEIPT-LOG-FILE.
           IF XL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-LOG-FILE
               CLOSE RECEIPT-LOG-FILE
               OPEN I-O RECEIPT-LOG-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)EAD A DISKETTE FROM ANOTHER SITE,".
           DISPLAY "(W)RITE A DISKETTE FOR THE OTHER SITES, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO READ-INCOMING.
           IF ACTION-CHOICE = "W" OR ACTION-CHOICE = "w"
               GO TO WRITE-OUTGOING.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *READ THE OTHER SITE'S DISKETTE - PROVED FIRST, THEN EACH
      *TRANSFER FOR US CONFIRMED AS THE GOODS ARE CHECKED IN, AND
      *EACH RECEIPT FOR ONE OF OURS CLOSED OFF
       READ-INCOMING.
           PERFORM PROVE-DISKETTE THRU PROVE-DISKETTE-EXIT.
           IF DISKETTE-USABLE NOT = "Y"
               DISPLAY "NOTHING TAKEN IN."
               GO TO ASK-ACTION.
           DISPLAY "DISKETTE FROM SITE " SENDING-SITE ", "
               DETAIL-COUNT " RECORDS".
           PERFORM GET-EXCHANGE-DATE THRU GET-EXCHANGE-DATE-EXIT.
           MOVE 0 TO FOR-US-COUNT.
           MOVE 0 TO TAKEN-IN-COUNT.
           MOVE 0 TO ALREADY-IN-COUNT.
           MOVE 0 TO CLOSED-COUNT.
           MOVE 0 TO DROPPED-COUNT.
           MOVE "N" TO WALK-COMPLETE.
           OPEN INPUT EXCHANGE-FILE.
       INCOMING-LOOP.
           READ EXCHANGE-FILE
               AT END GO TO INCOMING-DONE
           END-READ.
           IF XS-RECORD-TYPE = "T"
               MOVE "Y" TO WALK-COMPLETE
               GO TO INCOMING-DONE.
           IF XS-RECORD-TYPE = "R" AND XS-FROM-SITE = THIS-SITE
               PERFORM CLOSE-OUR-TRANSFER THRU CLOSE-OUR-TRANSFER-EXIT
               GO TO INCOMING-LOOP.
           IF XS-RECORD-TYPE NOT = "D" OR XS-TO-SITE NOT = THIS-SITE
               GO TO INCOMING-LOOP.
           ADD 1 TO FOR-US-COUNT.
           MOVE XS-FROM-SITE TO XL-FROM-SITE.
           MOVE XS-STOCK-CODE TO XL-STOCK-CODE.
           MOVE XS-FROM-LOCATION TO XL-FROM-LOCATION.
           MOVE XS-SEQ TO XL-SEQ.
           READ RECEIPT-LOG-FILE
               INVALID GO TO INCOMING-SHOW
           END-READ.
      *ALREADY TAKEN IN OFF AN EARLIER DISKETTE - THE SENDER HAS
      *NOT HAD THE RECEIPT YET
           ADD 1 TO ALREADY-IN-COUNT.
           MOVE "Y" TO XL-SEEN-FLAG.
           REWRITE SITE-RECEIPT-RECORD.
           GO TO INCOMING-LOOP.
       INCOMING-SHOW.
           MOVE XS-FROM-SITE TO EL-FROM-SITE.
           MOVE XS-STOCK-CODE TO EL-STOCK-CODE.
           MOVE XS-PRODUCT-DESC TO EL-DESC.
           MOVE XS-TO-LOCATION TO EL-TO-LOCATION.
           MOVE XS-QUANTITY TO EL-QUANTITY.
           MOVE XS-DATE TO EL-DATE.
           DISPLAY SPACE.
           DISPLAY EXCHANGE-LINE.
       INCOMING-ASK.
           DISPLAY "(C)ONFIRM ARRIVED, (S)KIP, OR (X) EXIT: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               PERFORM TAKE-IN-TRANSFER THRU TAKE-IN-TRANSFER-EXIT
               GO TO INCOMING-LOOP.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO INCOMING-LOOP.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO INCOMING-DONE.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO INCOMING-ASK.
       INCOMING-DONE.
           CLOSE EXCHANGE-FILE.
           IF WALK-COMPLETE = "Y"
               PERFORM DROP-CLOSED-RECEIPTS
                   THRU DROP-CLOSED-RECEIPTS-EXIT.
           DISPLAY SPACE.
           DISPLAY "TRANSFERS FOR THIS SITE:     " FOR-US-COUNT.
           DISPLAY "  TAKEN IN NOW:              " TAKEN-IN-COUNT.
           DISPLAY "  TAKEN IN BEFORE:           " ALREADY-IN-COUNT.
           DISPLAY "OUR TRANSFERS NOW RECEIVED:  " CLOSED-COUNT.
           DISPLAY "RECEIPTS NOW CLOSED THERE:   " DROPPED-COUNT.
           IF WALK-COMPLETE NOT = "Y"
               DISPLAY "DISKETTE NOT FINISHED - READ IT AGAIN FOR THE"
               DISPLAY "TRANSFERS NOT YET SHOWN.".
           GO TO ASK-ACTION.
      *PASS ONE - EVERY RECORD A KNOWN TYPE, A TRAILER WHOSE COUNT
      *AND QUANTITY AGREE, AND NOT A DISKETTE THIS SITE WROTE
       PROVE-DISKETTE.
           MOVE "N" TO DISKETTE-USABLE.
           MOVE 0 TO DETAIL-COUNT.
           MOVE 0 TO QTY-TOTAL.
           OPEN INPUT EXCHANGE-FILE.
           IF XS-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "STOCK.XST NOT FOUND"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-EXIT.
       PROVE-DISKETTE-NEXT.
           READ EXCHANGE-FILE
               AT END
                   DISPLAY TERM-HIGHLIGHT-ON "NO DISKETTE TRAILER"
                       TERM-HIGHLIGHT-OFF
                   GO TO PROVE-DISKETTE-DONE
           END-READ.
           IF XS-RECORD-TYPE = "T" GO TO PROVE-DISKETTE-TOTALS.
           IF XS-RECORD-TYPE NOT = "D" AND XS-RECORD-TYPE NOT = "R"
               DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN RECORD TYPE"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
           ADD 1 TO DETAIL-COUNT.
           ADD XS-QUANTITY TO QTY-TOTAL.
           GO TO PROVE-DISKETTE-NEXT.
       PROVE-DISKETTE-TOTALS.
           IF XS-DETAIL-COUNT NOT NUMERIC
               OR XS-DETAIL-COUNT NOT = DETAIL-COUNT
               OR XS-QTY-TOTAL NOT NUMERIC
               OR XS-QTY-TOTAL NOT = QTY-TOTAL
               DISPLAY TERM-HIGHLIGHT-ON
                   "DISKETTE CONTROL TOTALS WRONG - NOTHING TAKEN IN"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
           IF XS-FROM-SITE = THIS-SITE
               DISPLAY TERM-HIGHLIGHT-ON
                   "THIS IS OUR OWN DISKETTE, WRITTEN " XS-WRITTEN-DATE
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
           MOVE XS-FROM-SITE TO SENDING-SITE.
           MOVE "Y" TO DISKETTE-USABLE.
       PROVE-DISKETTE-DONE.
           CLOSE EXCHANGE-FILE.
       PROVE-DISKETTE-EXIT.
           EXIT.
      *THE GOODS ARE HERE - INTO THE TO BIN AS IT IS KNOWN AT THIS
      *SITE, POSTED TYPE U WITH THE SENDING SITE AS THE REFERENCE
       TAKE-IN-TRANSFER.
           MOVE XS-STOCK-CODE TO STOCK-CODE.
           MOVE XS-TO-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID
                   DISPLAY TERM-HIGHLIGHT-ON "NO BIN " XS-TO-LOCATION
                       " FOR " XS-STOCK-CODE " HERE - NOT TAKEN IN"
                       TERM-HIGHLIGHT-OFF
                   GO TO TAKE-IN-TRANSFER-EXIT
           END-READ.
           MOVE SPACE TO INTENT-RECORD.
           MOVE "U" TO IN-TYPE.
           MOVE XS-STOCK-CODE TO IN-STOCK-CODE.
           MOVE XS-TO-LOCATION TO IN-LOCATION.
           MOVE XS-QUANTITY TO IN-QUANTITY.
           MOVE EXCHANGE-DATE TO IN-DATE.
           MOVE OPERATOR-ID TO IN-OPERATOR.
           PERFORM SET-INTENT THRU SET-INTENT-EXIT.
           ADD 1 TO TRAN-NO.
           MOVE "U" TO JP-TYPE.
           MOVE XS-STOCK-CODE TO JP-STOCK-CODE.
           MOVE XS-TO-LOCATION TO JP-LOCATION.
           MOVE XS-QUANTITY TO JP-QUANTITY.
           MOVE "+" TO JP-SIGN.
           MOVE SPACE TO JP-REFERENCE.
           MOVE "SITE" TO JP-REFERENCE (1:4).
           MOVE XS-FROM-SITE TO JP-REFERENCE (5:2).
           MOVE XS-FROM-LOCATION TO JP-TO-LOCATION.
           MOVE EXCHANGE-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
           MOVE SPACE TO JP-DEPARTMENT.
           MOVE TRAN-NO TO JP-TRAN-NO.
      *THE JOURNAL ROW GOES FIRST - IF THE PERIOD CUT-OFF REFUSES
      *IT, NOTHING HAS MOVED AND THE TRANSFER COMES AGAIN ON THE
      *NEXT DISKETTE
           CALL "POST-JOURNAL" USING JRN-POST-BLOCK.
           IF JP-RESULT NOT = "Y"
               PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT
               SUBTRACT 1 FROM TRAN-NO
               DISPLAY TERM-HIGHLIGHT-ON "POSTING REFUSED"
                   TERM-HIGHLIGHT-OFF
               GO TO TAKE-IN-TRANSFER-EXIT.
           ADD XS-QUANTITY TO QUANTITY-ON-HAND.
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM.
           MOVE SPACE TO SITE-RECEIPT-RECORD.
           MOVE XS-FROM-SITE TO XL-FROM-SITE.
           MOVE XS-STOCK-CODE TO XL-STOCK-CODE.
           MOVE XS-FROM-LOCATION TO XL-FROM-LOCATION.
           MOVE XS-SEQ TO XL-SEQ.
           MOVE XS-TO-LOCATION TO XL-TO-LOCATION.
           MOVE XS-QUANTITY TO XL-QUANTITY.
           MOVE EXCHANGE-DATE TO XL-RECEIVED-DATE.
           MOVE OPERATOR-ID TO XL-OPERATOR-ID.
           MOVE "Y" TO XL-SEEN-FLAG.
           WRITE SITE-RECEIPT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "RECEIPT LOG WRITE FAILED, STATUS " XL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT.
           ADD 1 TO TAKEN-IN-COUNT.
           DISPLAY "RECEIVED INTO " XS-TO-LOCATION.
       TAKE-IN-TRANSFER-EXIT.
           EXIT.
      *THE OTHER SITE HAS THE GOODS - OUR TROLLEY RECORD IS CLOSED
       CLOSE-OUR-TRANSFER.
           MOVE XS-STOCK-CODE TO TT-STOCK-CODE.
           MOVE XS-FROM-LOCATION TO TT-FROM-LOCATION.
           MOVE XS-SEQ TO TT-SEQ.
           READ TRANSIT-FILE
               INVALID GO TO CLOSE-OUR-TRANSFER-EXIT
           END-READ.
           IF TT-STATUS NOT = "T" GO TO CLOSE-OUR-TRANSFER-EXIT.
           MOVE "R" TO TT-STATUS.
           REWRITE IN-TRANSIT-RECORD
               INVALID GO TO CLOSE-OUR-TRANSFER-EXIT
           END-REWRITE.
           ADD 1 TO CLOSED-COUNT.
       CLOSE-OUR-TRANSFER-EXIT.
           EXIT.
      *A RECEIPT FROM THE SENDING SITE'S TRANSFERS THAT ITS
      *DISKETTE NO LONGER CARRIES HAS BEEN CLOSED THERE - THE LOG
      *RECORD HAS DONE ITS JOB.  THE REST ARE RESET FOR NEXT TIME.
       DROP-CLOSED-RECEIPTS.
           MOVE "Y" TO MORE-RECORDS.
           MOVE SENDING-SITE TO XL-FROM-SITE.
           MOVE LOW-VALUE TO XL-STOCK-CODE.
           MOVE LOW-VALUE TO XL-FROM-LOCATION.
           MOVE 0 TO XL-SEQ.
           START RECEIPT-LOG-FILE KEY NOT LESS THAN XL-KEY
               INVALID GO TO DROP-CLOSED-RECEIPTS-EXIT
           END-START.
       DROP-CLOSED-LOOP.
           READ RECEIPT-LOG-FILE NEXT RECORD
               AT END GO TO DROP-CLOSED-RECEIPTS-EXIT
           END-READ.
           IF XL-FROM-SITE NOT = SENDING-SITE
               GO TO DROP-CLOSED-RECEIPTS-EXIT.
           IF XL-SEEN-FLAG = "Y"
               MOVE "N" TO XL-SEEN-FLAG
               REWRITE SITE-RECEIPT-RECORD
               GO TO DROP-CLOSED-LOOP.
           DELETE RECEIPT-LOG-FILE RECORD
               INVALID GO TO DROP-CLOSED-LOOP
           END-DELETE.
           ADD 1 TO DROPPED-COUNT.
           GO TO DROP-CLOSED-LOOP.
       DROP-CLOSED-RECEIPTS-EXIT.
           EXIT.
      *WRITE THE DISKETTE FOR THE OTHER SITES - WHATEVER IS STILL
      *ON IT IS REPLACED, SO A DISKETTE FROM ANOTHER SITE NOT YET
      *READ IS CAUGHT FIRST
       WRITE-OUTGOING.
           PERFORM CHECK-UNREAD THRU CHECK-UNREAD-EXIT.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOTHING WRITTEN."
               GO TO ASK-ACTION.
           PERFORM GET-EXCHANGE-DATE THRU GET-EXCHANGE-DATE-EXIT.
           MOVE 0 TO DETAIL-COUNT.
           MOVE 0 TO QTY-TOTAL.
           MOVE 0 TO SENT-COUNT.
           MOVE 0 TO RECEIPT-COUNT.
           OPEN OUTPUT EXCHANGE-FILE.
           IF XS-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT WRITE STOCK.XST, STATUS " XS-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO TT-KEY.
           START TRANSIT-FILE KEY NOT LESS THAN TT-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       OUTGOING-TRANSIT-LOOP.
           IF MORE-RECORDS = "N" GO TO OUTGOING-RECEIPTS.
           READ TRANSIT-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO OUTGOING-TRANSIT-LOOP.
           IF TT-STATUS NOT = "T" OR TT-TO-SITE = SPACE
               GO TO OUTGOING-TRANSIT-LOOP.
           MOVE SPACE TO EXCHANGE-RECORD.
           MOVE "D" TO XS-RECORD-TYPE.
           MOVE THIS-SITE TO XS-FROM-SITE.
           MOVE TT-TO-SITE TO XS-TO-SITE.
           MOVE TT-STOCK-CODE TO XS-STOCK-CODE.
           MOVE TT-FROM-LOCATION TO XS-FROM-LOCATION.
           MOVE TT-SEQ TO XS-SEQ.
           MOVE TT-TO-LOCATION TO XS-TO-LOCATION.
           MOVE TT-QUANTITY TO XS-QUANTITY.
           MOVE TT-DATE TO XS-DATE.
           MOVE TT-OPERATOR-ID TO XS-OPERATOR-ID.
           MOVE TT-STOCK-CODE TO STOCK-CODE.
           MOVE TT-FROM-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE SPACE TO XS-PRODUCT-DESC
               NOT INVALID MOVE PRODUCT-DESC TO XS-PRODUCT-DESC
           END-READ.
           PERFORM WRITE-EXCHANGE THRU WRITE-EXCHANGE-EXIT.
           ADD 1 TO SENT-COUNT.
           GO TO OUTGOING-TRANSIT-LOOP.
       OUTGOING-RECEIPTS.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO XL-KEY.
           START RECEIPT-LOG-FILE KEY NOT LESS THAN XL-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       OUTGOING-RECEIPT-LOOP.
           IF MORE-RECORDS = "N" GO TO OUTGOING-TRAILER.
           READ RECEIPT-LOG-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO OUTGOING-RECEIPT-LOOP.
           MOVE SPACE TO EXCHANGE-RECORD.
           MOVE "R" TO XS-RECORD-TYPE.
           MOVE XL-FROM-SITE TO XS-FROM-SITE.
           MOVE THIS-SITE TO XS-TO-SITE.
           MOVE XL-STOCK-CODE TO XS-STOCK-CODE.
           MOVE XL-FROM-LOCATION TO XS-FROM-LOCATION.
           MOVE XL-SEQ TO XS-SEQ.
           MOVE XL-TO-LOCATION TO XS-TO-LOCATION.
           MOVE XL-QUANTITY TO XS-QUANTITY.
           MOVE XL-RECEIVED-DATE TO XS-DATE.
           MOVE XL-OPERATOR-ID TO XS-OPERATOR-ID.
           PERFORM WRITE-EXCHANGE THRU WRITE-EXCHANGE-EXIT.
           ADD 1 TO RECEIPT-COUNT.
           GO TO OUTGOING-RECEIPT-LOOP.
       OUTGOING-TRAILER.
           MOVE SPACE TO EXCHANGE-RECORD.
           MOVE "T" TO XS-RECORD-TYPE.
           MOVE THIS-SITE TO XS-FROM-SITE.
           MOVE DETAIL-COUNT TO XS-DETAIL-COUNT.
           MOVE QTY-TOTAL TO XS-QTY-TOTAL.
           MOVE EXCHANGE-DATE TO XS-WRITTEN-DATE.
           WRITE EXCHANGE-RECORD.
           CLOSE EXCHANGE-FILE.
           DISPLAY "TRANSFERS ON THE DISKETTE:   " SENT-COUNT.
           DISPLAY "RECEIPTS ON THE DISKETTE:    " RECEIPT-COUNT.
           DISPLAY "SEND STOCK.XST WITH THE NEXT VAN.".
           GO TO ASK-ACTION.
       WRITE-EXCHANGE.
           WRITE EXCHANGE-RECORD.
           IF XS-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "DISKETTE WRITE FAILED, STATUS " XS-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO WRITE-EXCHANGE-EXIT.
           ADD 1 TO DETAIL-COUNT.
           ADD XS-QUANTITY TO QTY-TOTAL.
       WRITE-EXCHANGE-EXIT.
           EXIT.
      *A DISKETTE ALREADY IN THE DRIVE FROM ANOTHER SITE MAY HOLD
      *RECEIPTS AND ARRIVALS NOBODY HAS READ - OVERWRITING IT IS
      *CONFIRMED.  AN EMPTY DRIVE OR OUR OWN LAST DISKETTE IS NOT.
       CHECK-UNREAD.
           MOVE "Y" TO CONFIRM-ANSWER.
           OPEN INPUT EXCHANGE-FILE.
           IF XS-STATUS NOT = "00" GO TO CHECK-UNREAD-EXIT.
       CHECK-UNREAD-NEXT.
           READ EXCHANGE-FILE
               AT END GO TO CHECK-UNREAD-DONE
           END-READ.
           IF XS-RECORD-TYPE NOT = "T" GO TO CHECK-UNREAD-NEXT.
           IF XS-FROM-SITE NOT = THIS-SITE
               DISPLAY TERM-HIGHLIGHT-ON
                   "STOCK.XST HOLDS A DISKETTE FROM SITE " XS-FROM-SITE
                   TERM-HIGHLIGHT-OFF
               DISPLAY "READ IT FIRST UNLESS IT HAS BEEN READ."
               DISPLAY "OVERWRITE IT (Y/N)? "
               ACCEPT CONFIRM-ANSWER.
       CHECK-UNREAD-DONE.
           CLOSE EXCHANGE-FILE.
       CHECK-UNREAD-EXIT.
           EXIT.
      *THE INTENT GOES UP JUST BEFORE THE FIRST FILE WRITE AND
      *COMES DOWN AFTER THE LAST - A CRASH IN BETWEEN LEAVES IT
      *FOR THE SIGN-ON RECOVERY PASS TO FIND
       SET-INTENT.
           OPEN OUTPUT INTENT-FILE.
           MOVE "Y" TO IN-ACTIVE-FLAG.
           MOVE "SITE-EXCHNGE" TO IN-PROGRAM.
           WRITE INTENT-RECORD.
           CLOSE INTENT-FILE.
       SET-INTENT-EXIT.
           EXIT.
       CLEAR-INTENT.
           OPEN OUTPUT INTENT-FILE.
           MOVE SPACE TO INTENT-RECORD.
           MOVE "N" TO IN-ACTIVE-FLAG.
           WRITE INTENT-RECORD.
           CLOSE INTENT-FILE.
       CLEAR-INTENT-EXIT.
           EXIT.
      *THE SITE CODE OFF THE SYSTEM CONTROL RECORD - A RECORD FROM
      *BEFORE SITES WERE KEPT HAS NONE
       READ-SITE.
           MOVE SPACE TO THIS-SITE.
           MOVE SPACE TO THIS-SITE-NAME.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00" GO TO READ-SITE-EXIT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               GO TO READ-SITE-EXIT.
           IF CF-STATUS = "00"
               MOVE CF-SITE-CODE TO THIS-SITE
               MOVE CF-SITE-NAME TO THIS-SITE-NAME.
           CLOSE CONTROL-FILE.
       READ-SITE-EXIT.
           EXIT.
       END-IT.
           CLOSE STOCK-FILE.
           CLOSE TRANSIT-FILE.
           CLOSE RECEIPT-LOG-FILE.
       END-RUN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.XST" TO STOCK-XST-FN.
           MOVE "TRAIN.XSR" TO STOCK-XSR-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.ITT" TO STOCK-ITT-FN.
           MOVE "TRAIN.INT" TO STOCK-INT-FN.
           MOVE "TRAIN.CTL" TO STOCK-CTL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-EXCHANGE-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-EXCHANGE-DATE.
           MOVE DC-DATE TO EXCHANGE-DATE.
       GET-EXCHANGE-DATE-EXIT.
           EXIT.
