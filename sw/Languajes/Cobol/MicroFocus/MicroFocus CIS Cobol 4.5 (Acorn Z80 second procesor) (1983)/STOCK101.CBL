       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASN-IMPORT.
       AUTHOR. MICRO FOCUS LTD.
      *READS A SUPPLIER'S DESPATCH ADVICE DISKETTE (STOCK.DSA) AND
      *HOLDS EACH LINE AS AN EXPECTED DELIVERY ON STOCK.ASN, READY
      *FOR GOODS-IN TO CALL UP BY ADVICE NUMBER WHEN THE LORRY
      *ARRIVES.  EVERY LINE IS MATCHED TO AN OPEN LINE ON THE
      *ORDER IT QUOTES, THE SUPPLIER'S ITEM REFERENCE MAPPED TO
      *OUR STOCK CODE THROUGH STOCK.SXR.  LIKE THE GOODS-IN BATCH
      *THE DISKETTE IS PROVED FIRST - TRAILER COUNT AND NO ADVICE
      *ALREADY LOADED - AND NOTHING LOADS FROM A BAD ONE.  LINES
      *THAT CANNOT BE MATCHED GO TO THE EXCEPTION LISTING ON
      *STOCK.DSE FOR THE BUYER INSTEAD OF THE FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVICE-IN-FILE
           ASSIGN DYNAMIC STOCK-DSA-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS DA-STATUS.
           SELECT ADVICE-FILE ASSIGN DYNAMIC STOCK-ASN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AS-KEY
           FILE STATUS AS-FILE-STATUS.
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
           SELECT XREF-FILE ASSIGN DYNAMIC STOCK-SXR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY XR-KEY
           FILE STATUS XR-FILE-STATUS.
           SELECT EDIT-FILE
           ASSIGN DYNAMIC STOCK-DSE-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS ED-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ADVICE-IN-FILE; RECORD 80.
           COPY "DSAREC.CPY".
       FD  ADVICE-FILE; RECORD 80.
           COPY "ASNFILE.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  XREF-FILE; RECORD 24.
           COPY "SXRFILE.CPY".
       FD  EDIT-FILE; RECORD 80.
       01  EDIT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-DSA-FN PIC X(12) VALUE "STOCK.DSA".
           02  STOCK-ASN-FN PIC X(12) VALUE "STOCK.ASN".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SXR-FN PIC X(12) VALUE "STOCK.SXR".
           02  STOCK-DSE-FN PIC X(12) VALUE "STOCK.DSE".
       COPY "TERMPROF.CPY".
           COPY "CHKREQ.CPY".
       01  DA-STATUS PIC XX.
       01  AS-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  XR-FILE-STATUS PIC XX.
       01  ED-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  MORE-ANSWER PIC X.
       01  BROWSE-LINE-COUNT PIC 99.
       01  ENTERED-ADVICE-NO PIC X(10).
       01  DISKETTE-USABLE PIC X.
       01  DETAIL-COUNT PIC 9(6).
       01  ADVICE-COUNT PIC 9(4).
       01  LINES-LOADED PIC 9(6).
       01  LINES-REJECTED PIC 9(6).
       01  CURRENT-ADVICE-NO PIC X(10).
       01  CURRENT-SUPPLIER PIC X(4).
       01  CURRENT-EXPECTED PIC X(10).
       01  CURRENT-LINE-NO PIC 999.
       01  MATCHED-CODE PIC X(8).
       01  XREF-FOUND PIC X.
       01  LINE-FOUND PIC X.
       01  LINE-OUTSTANDING PIC S9(6)V99.
       01  EDIT-REASON PIC X(20).
       01  EDIT-DETAIL.
           02  ED-ADVICE-NO PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-ORDER-NO PIC X(6).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-ITEM-REF PIC X(12).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-QTY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  ED-REASON PIC X(20).
       01  EDIT-HEADING.
           02  FILLER PIC X(12) VALUE "ADVICE".
           02  FILLER PIC X(8) VALUE "ORDER".
           02  FILLER PIC X(14) VALUE "ITEM REF".
           02  FILLER PIC X(11) VALUE "QUANTITY".
           02  FILLER PIC X(20) VALUE "REASON".
       01  EDIT-SUMMARY.
           02  FILLER PIC X(9) VALUE "ADVICES ".
           02  ES-ADVICES PIC ZZZ9.
           02  FILLER PIC X(9) VALUE "  LOADED ".
           02  ES-LOADED PIC ZZZZZ9.
           02  FILLER PIC X(11) VALUE "  REJECTED ".
           02  ES-REJECTED PIC ZZZZZ9.
       01  ADVICE-LINE-DISPLAY.
           02  AD-LINE-NO PIC ZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  AD-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE "/".
           02  AD-POL-LINE PIC 99.
           02  FILLER PIC X VALUE SPACE.
           02  AD-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  AD-ADVISED PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  AD-RECEIVED PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  AD-GRN PIC ZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  AD-NOTE PIC X(14).
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
           DISPLAY "SUPPLIER DESPATCH ADVICE IMPORT".
           OPEN I-O ADVICE-FILE.
           IF AS-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADVICE-FILE
               CLOSE ADVICE-FILE
               OPEN I-O ADVICE-FILE
           END-IF.
           OPEN INPUT PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT XREF-FILE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(I)MPORT DESPATCH ADVICE DISKETTE (STOCK.DSA),".
           DISPLAY "(L)IST AN ADVICE, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "I" OR ACTION-CHOICE = "i"
               GO TO IMPORT-ADVICES.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LIST-ADVICE.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       IMPORT-ADVICES.
           OPEN OUTPUT EDIT-FILE.
           MOVE EDIT-HEADING TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           PERFORM PROVE-DISKETTE THRU PROVE-DISKETTE-EXIT.
           IF DISKETTE-USABLE NOT = "Y"
               CLOSE EDIT-FILE
               DISPLAY "NOTHING LOADED - SEE STOCK.DSE"
               GO TO ASK-ACTION.
           PERFORM LOAD-DISKETTE THRU LOAD-DISKETTE-EXIT.
           MOVE ADVICE-COUNT TO ES-ADVICES.
           MOVE LINES-LOADED TO ES-LOADED.
           MOVE LINES-REJECTED TO ES-REJECTED.
           MOVE EDIT-SUMMARY TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           CLOSE EDIT-FILE.
           DISPLAY EDIT-SUMMARY.
           IF LINES-REJECTED NOT = 0
               DISPLAY "UNMATCHED LINES ARE LISTED ON STOCK.DSE".
           GO TO ASK-ACTION.
      *PASS ONE - THE DISKETTE MUST OPEN WITH A HEADER, CLOSE WITH
      *A TRAILER WHOSE COUNT AGREES, AND CARRY NO ADVICE NUMBER
      *ALREADY ON STOCK.ASN
       PROVE-DISKETTE.
           MOVE "N" TO DISKETTE-USABLE.
           MOVE 0 TO DETAIL-COUNT.
           OPEN INPUT ADVICE-IN-FILE.
           IF DA-STATUS NOT = "00"
               MOVE "NO DESPATCH ADVICE DISKETTE" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "STOCK.DSA NOT FOUND"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-EXIT.
           READ ADVICE-IN-FILE
               AT END
                   MOVE "EMPTY DISKETTE" TO EDIT-LINE
                   PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
                   GO TO PROVE-DISKETTE-DONE
           END-READ.
           IF DA-RECORD-TYPE NOT = "H"
               MOVE "NO ADVICE HEADER" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "NO ADVICE HEADER"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
       PROVE-DISKETTE-RECORD.
           IF DA-RECORD-TYPE = "T" GO TO PROVE-DISKETTE-TOTALS.
           IF DA-RECORD-TYPE = "D"
               ADD 1 TO DETAIL-COUNT
               GO TO PROVE-DISKETTE-NEXT.
           IF DA-RECORD-TYPE NOT = "H"
               MOVE "UNKNOWN RECORD TYPE ON DISKETTE" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN RECORD TYPE"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
           MOVE DA-ADVICE-NO TO AS-ADVICE-NO.
           MOVE 0 TO AS-LINE-NO.
           START ADVICE-FILE KEY NOT LESS THAN AS-KEY
               INVALID GO TO PROVE-DISKETTE-NEXT
           END-START.
           READ ADVICE-FILE NEXT RECORD
               AT END GO TO PROVE-DISKETTE-NEXT
           END-READ.
           IF AS-ADVICE-NO = DA-ADVICE-NO
               MOVE SPACE TO EDIT-LINE
               STRING "ADVICE " DA-ADVICE-NO " ALREADY LOADED"
                   DELIMITED BY SIZE INTO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "ADVICE " DA-ADVICE-NO
                   " IS ALREADY LOADED" TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
       PROVE-DISKETTE-NEXT.
           READ ADVICE-IN-FILE
               AT END
                   MOVE "NO DISKETTE TRAILER" TO EDIT-LINE
                   PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
                   DISPLAY TERM-HIGHLIGHT-ON "NO DISKETTE TRAILER"
                       TERM-HIGHLIGHT-OFF
                   GO TO PROVE-DISKETTE-DONE
           END-READ.
           GO TO PROVE-DISKETTE-RECORD.
       PROVE-DISKETTE-TOTALS.
           IF DA-DETAIL-COUNT NOT NUMERIC
               OR DA-DETAIL-COUNT NOT = DETAIL-COUNT
               MOVE "CONTROL COUNT DOES NOT MATCH" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON
                   "DISKETTE CONTROL COUNT WRONG - NOTHING LOADED"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-DISKETTE-DONE.
           MOVE "Y" TO DISKETTE-USABLE.
       PROVE-DISKETTE-DONE.
           CLOSE ADVICE-IN-FILE.
       PROVE-DISKETTE-EXIT.
           EXIT.
      *PASS TWO - EVERY MATCHED LINE BECOMES AN EXPECTED DELIVERY,
      *NUMBERED WITHIN ITS ADVICE IN DISKETTE ORDER
       LOAD-DISKETTE.
           MOVE 0 TO ADVICE-COUNT.
           MOVE 0 TO LINES-LOADED.
           MOVE 0 TO LINES-REJECTED.
           OPEN INPUT ADVICE-IN-FILE.
       LOAD-DISKETTE-LOOP.
           READ ADVICE-IN-FILE
               AT END GO TO LOAD-DISKETTE-DONE
           END-READ.
           IF DA-RECORD-TYPE = "T" GO TO LOAD-DISKETTE-DONE.
           IF DA-RECORD-TYPE = "H"
               ADD 1 TO ADVICE-COUNT
               MOVE DA-ADVICE-NO TO CURRENT-ADVICE-NO
               MOVE DA-SUPPLIER TO CURRENT-SUPPLIER
               MOVE DA-EXPECTED-DATE TO CURRENT-EXPECTED
               MOVE 0 TO CURRENT-LINE-NO
               GO TO LOAD-DISKETTE-LOOP.
           PERFORM MATCH-ADVICE-LINE THRU MATCH-ADVICE-LINE-EXIT.
           IF EDIT-REASON NOT = SPACE
               AND EDIT-REASON NOT = "EXCEEDS ORDER"
               ADD 1 TO LINES-REJECTED
               PERFORM LIST-EXCEPTION THRU LIST-EXCEPTION-EXIT
               GO TO LOAD-DISKETTE-LOOP.
      *MORE ON THE LORRY THAN IS STILL DUE IS LOADED ALL THE SAME -
      *THE BUYER HEARS ABOUT IT NOW AND AGAIN AT RECEIPT
           IF EDIT-REASON = "EXCEEDS ORDER"
               PERFORM LIST-EXCEPTION THRU LIST-EXCEPTION-EXIT.
           ADD 1 TO CURRENT-LINE-NO.
           MOVE SPACE TO ADVICE-RECORD.
           MOVE CURRENT-ADVICE-NO TO AS-ADVICE-NO.
           MOVE CURRENT-LINE-NO TO AS-LINE-NO.
           MOVE CURRENT-SUPPLIER TO AS-SUPPLIER.
           MOVE DA-ORDER-NO TO AS-ORDER-NO.
           MOVE POL-LINE-NO TO AS-POL-LINE-NO.
           MOVE MATCHED-CODE TO AS-STOCK-CODE.
           MOVE DA-ITEM-REF TO AS-ITEM-REF.
           MOVE DA-QTY-SHIPPED TO AS-QTY-ADVISED.
           MOVE 0 TO AS-QTY-RECEIVED.
           MOVE CURRENT-EXPECTED TO AS-EXPECTED-DATE.
           MOVE "E" TO AS-STATUS.
           MOVE 0 TO AS-GRN-NO.
           WRITE ADVICE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "ADVICE FILE I/O ERROR, STATUS: " AS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               ADD 1 TO LINES-REJECTED
               GO TO LOAD-DISKETTE-LOOP
           END-WRITE.
           ADD 1 TO LINES-LOADED.
           GO TO LOAD-DISKETTE-LOOP.
       LOAD-DISKETTE-DONE.
           CLOSE ADVICE-IN-FILE.
       LOAD-DISKETTE-EXIT.
           EXIT.
      *THE ORDER MUST BE A LIVE ORDER OF THIS SUPPLIER'S, AND THE
      *ITEM AN OPEN LINE ON IT.  THE CROSS-REFERENCE IS TRIED
      *FIRST; A SUPPLIER WHO QUOTES OUR OWN CODE IS ACCEPTED TOO.
       MATCH-ADVICE-LINE.
           MOVE SPACE TO EDIT-REASON.
           IF DA-QTY-SHIPPED NOT NUMERIC
               MOVE "BAD QUANTITY" TO EDIT-REASON
               GO TO MATCH-ADVICE-LINE-EXIT.
           MOVE "V" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           MOVE DA-ORDER-NO TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               MOVE "ORDER CHECK CHAR" TO EDIT-REASON
               GO TO MATCH-ADVICE-LINE-EXIT.
           MOVE DA-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID MOVE "BAD ORDER" TO EDIT-REASON
           END-READ.
           IF EDIT-REASON NOT = SPACE GO TO MATCH-ADVICE-LINE-EXIT.
           IF PO-STATUS NOT = "O"
               MOVE "ORDER NOT OPEN" TO EDIT-REASON
               GO TO MATCH-ADVICE-LINE-EXIT.
           IF PO-ORDER-TYPE = "K"
               MOVE "CONTRACT ORDER" TO EDIT-REASON
               GO TO MATCH-ADVICE-LINE-EXIT.
           IF PO-SUPPLIER NOT = CURRENT-SUPPLIER
               MOVE "OTHER SUPPLIER'S PO" TO EDIT-REASON
               GO TO MATCH-ADVICE-LINE-EXIT.
           MOVE "N" TO XREF-FOUND.
           MOVE DA-ITEM-REF TO MATCHED-CODE.
           IF XR-FILE-STATUS = "00"
               MOVE CURRENT-SUPPLIER TO XR-SUPPLIER
               MOVE DA-ITEM-REF TO XR-ITEM-REF
               READ XREF-FILE
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE "Y" TO XREF-FOUND
                       MOVE XR-STOCK-CODE TO MATCHED-CODE
               END-READ
           END-IF.
           PERFORM FIND-OPEN-LINE THRU FIND-OPEN-LINE-EXIT.
           IF LINE-FOUND NOT = "Y"
               IF XREF-FOUND = "Y"
                   MOVE "NOT ON ORDER" TO EDIT-REASON
               ELSE
                   MOVE "UNKNOWN ITEM REF" TO EDIT-REASON
               END-IF
               GO TO MATCH-ADVICE-LINE-EXIT.
           COMPUTE LINE-OUTSTANDING =
               POL-QTY-ORDERED - POL-QTY-RECEIVED.
           IF DA-QTY-SHIPPED > LINE-OUTSTANDING
               MOVE "EXCEEDS ORDER" TO EDIT-REASON.
       MATCH-ADVICE-LINE-EXIT.
           EXIT.
       FIND-OPEN-LINE.
           MOVE "N" TO LINE-FOUND.
           MOVE DA-ORDER-NO TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO FIND-OPEN-LINE-EXIT
           END-START.
       FIND-OPEN-LINE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO FIND-OPEN-LINE-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = DA-ORDER-NO GO TO FIND-OPEN-LINE-EXIT.
           IF POL-STOCK-CODE NOT = MATCHED-CODE
               GO TO FIND-OPEN-LINE-LOOP.
           IF POL-STATUS NOT = "O" GO TO FIND-OPEN-LINE-LOOP.
           MOVE "Y" TO LINE-FOUND.
       FIND-OPEN-LINE-EXIT.
           EXIT.
       LIST-EXCEPTION.
           MOVE CURRENT-ADVICE-NO TO ED-ADVICE-NO.
           MOVE DA-ORDER-NO TO ED-ORDER-NO.
           MOVE DA-ITEM-REF TO ED-ITEM-REF.
           IF DA-QTY-SHIPPED NUMERIC
               MOVE DA-QTY-SHIPPED TO ED-QTY
           ELSE
               MOVE 0 TO ED-QTY
           END-IF.
           MOVE EDIT-REASON TO ED-REASON.
           MOVE EDIT-DETAIL TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
       LIST-EXCEPTION-EXIT.
           EXIT.
      *ONE ADVICE ON SCREEN - WHAT THE SUPPLIER SAID WAS COMING
      *AGAINST WHAT GOODS-IN HAS TAKEN IN SO FAR
       LIST-ADVICE.
           DISPLAY "ENTER ADVICE NO: ".
           MOVE SPACE TO ENTERED-ADVICE-NO.
           ACCEPT ENTERED-ADVICE-NO.
           IF ENTERED-ADVICE-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ADVICE-NO TO AS-ADVICE-NO.
           MOVE 0 TO AS-LINE-NO.
           MOVE 0 TO BROWSE-LINE-COUNT.
           START ADVICE-FILE KEY NOT LESS THAN AS-KEY
               INVALID GO TO LIST-ADVICE-DONE
           END-START.
           DISPLAY "LN ORDER/LN CODE      ADVISED  RECEIVED  GRN".
       LIST-ADVICE-LOOP.
           READ ADVICE-FILE NEXT RECORD
               AT END GO TO LIST-ADVICE-DONE
           END-READ.
           IF AS-ADVICE-NO NOT = ENTERED-ADVICE-NO
               GO TO LIST-ADVICE-DONE.
           IF BROWSE-LINE-COUNT = 0
               DISPLAY "SUPPLIER " AS-SUPPLIER "  EXPECTED "
                   AS-EXPECTED-DATE.
           MOVE AS-LINE-NO TO AD-LINE-NO.
           MOVE AS-ORDER-NO TO AD-ORDER-NO.
           MOVE AS-POL-LINE-NO TO AD-POL-LINE.
           MOVE AS-STOCK-CODE TO AD-STOCK-CODE.
           MOVE AS-QTY-ADVISED TO AD-ADVISED.
           MOVE AS-QTY-RECEIVED TO AD-RECEIVED.
           MOVE AS-GRN-NO TO AD-GRN.
           MOVE SPACE TO AD-NOTE.
           IF AS-STATUS = "E"
               MOVE "EXPECTED" TO AD-NOTE
           ELSE
               IF AS-QTY-RECEIVED < AS-QTY-ADVISED
                   MOVE "SHORT" TO AD-NOTE
               END-IF
               IF AS-QTY-RECEIVED > AS-QTY-ADVISED
                   MOVE "OVER" TO AD-NOTE
               END-IF
           END-IF.
           DISPLAY ADVICE-LINE-DISPLAY.
           ADD 1 TO BROWSE-LINE-COUNT.
           IF BROWSE-LINE-COUNT < 15 GO TO LIST-ADVICE-LOOP.
           DISPLAY "MORE? (Y/N): ".
           ACCEPT MORE-ANSWER.
           IF MORE-ANSWER = "Y" OR MORE-ANSWER = "y"
               MOVE 1 TO BROWSE-LINE-COUNT
               GO TO LIST-ADVICE-LOOP.
           GO TO ASK-ACTION.
       LIST-ADVICE-DONE.
           IF BROWSE-LINE-COUNT = 0
               DISPLAY TERM-HIGHLIGHT-ON "ADVICE NOT ON FILE"
                   TERM-HIGHLIGHT-OFF.
           GO TO ASK-ACTION.
       WRITE-EDIT-SAFE.
           WRITE EDIT-LINE.
           IF ED-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.DSE, STATUS " ED-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-EDIT-SAFE.
       WRITE-EDIT-EXIT.
           EXIT.
       END-IT.
           CLOSE ADVICE-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE XREF-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.DSA" TO STOCK-DSA-FN.
           MOVE "TRAIN.ASN" TO STOCK-ASN-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SXR" TO STOCK-SXR-FN.
           MOVE "TRAIN.DSE" TO STOCK-DSE-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
