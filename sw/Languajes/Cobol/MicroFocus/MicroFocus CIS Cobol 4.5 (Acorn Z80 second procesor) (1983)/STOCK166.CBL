       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-HISTORY-INQUIRY.
       AUTHOR. MICRO FOCUS LTD.
      *SHOWS A PURCHASE ORDER PO-PURGE HAS TAKEN OFF THE LIVE FILES
      *- THE HEADER AND EVERY LINE FROM STOCK.POH, EXACTLY AS THEY
      *STOOD WHEN THE ORDER WAS PURGED, WITH WHEN AND BY WHOM.
      *NOTHING IS EVER PUT BACK ON STOCK.PO OR STOCK.POL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC STOCK-POH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PH-KEY
           FILE STATUS PH-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SU-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE; RECORD 84.
           COPY "POHFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-POH-FN PIC X(12) VALUE "STOCK.POH".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           COPY "TERMPROF.CPY".
       01  PH-FILE-STATUS PIC XX.
       01  SU-FILE-STATUS PIC XX.
       01  SUPPLIER-OPEN PIC X VALUE "N".
       01  WANTED-ORDER PIC X(6).
       01  LINE-COUNT PIC 999.
      *THE PURGED RECORDS ARE UNPACKED INTO THE LIVE LAYOUTS SO THE
      *FIELDS READ BY THEIR USUAL NAMES
           COPY "POFILE.CPY".
           COPY "POLINE.CPY".
       01  STATUS-TEXT PIC X(10).
       01  TYPE-TEXT PIC X(9).
       01  LINE-HEADING.
           02  FILLER PIC X(6)  VALUE "LINE".
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(11) VALUE "ORDERED".
           02  FILLER PIC X(11) VALUE "RECEIVED".
           02  FILLER PIC X(12) VALUE "DUE".
           02  FILLER PIC X(3)  VALUE "ST".
           02  FILLER PIC X(8)  VALUE "COST".
       01  LINE-DISPLAY.
           02  LD-LINE-NO PIC 99.
           02  FILLER PIC X(4) VALUE SPACE.
           02  LD-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  LD-QTY-ORDERED PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-QTY-RECEIVED PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-DUE-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  LD-STATUS PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-UNIT-COST PIC ZZZ9.99.
       01  CALLED-DISPLAY.
           02  FILLER PIC X(16) VALUE SPACE.
           02  FILLER PIC X(13) VALUE "CALLED OFF:  ".
           02  CD-QTY-CALLED PIC ZZZZZ9.99.
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
           DISPLAY "PURGED PURCHASE ORDER INQUIRY".
           OPEN INPUT HISTORY-FILE.
           IF PH-FILE-STATUS NOT = "00"
               DISPLAY "NO ORDERS HAVE BEEN PURGED YET."
               GO TO END-IT.
           OPEN INPUT SUPPLIER-FILE.
           IF SU-FILE-STATUS = "00"
               MOVE "Y" TO SUPPLIER-OPEN.
       ASK-ORDER.
           DISPLAY SPACE.
           DISPLAY "ORDER NO (BLANK TO FINISH): ".
           MOVE SPACE TO WANTED-ORDER.
           ACCEPT WANTED-ORDER.
           IF WANTED-ORDER = SPACE GO TO CLOSE-FILES.
           MOVE WANTED-ORDER TO PH-ORDER-NO.
           MOVE "H" TO PH-REC-TYPE.
           MOVE 0 TO PH-LINE-NO.
           READ HISTORY-FILE
               INVALID
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT ON HISTORY"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ORDER.
           MOVE PH-IMAGE TO PO-RECORD.
           PERFORM SHOW-HEADER THRU SHOW-HEADER-EXIT.
           PERFORM SHOW-LINES THRU SHOW-LINES-EXIT.
           GO TO ASK-ORDER.
       CLOSE-FILES.
           CLOSE HISTORY-FILE.
           IF SUPPLIER-OPEN = "Y"
               CLOSE SUPPLIER-FILE.
       END-IT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       SHOW-HEADER.
           MOVE "OPEN" TO STATUS-TEXT.
           IF PO-STATUS = "C" MOVE "CLOSED" TO STATUS-TEXT.
           IF PO-STATUS = "X" MOVE "CANCELLED" TO STATUS-TEXT.
           MOVE "ORDINARY" TO TYPE-TEXT.
           IF PO-ORDER-TYPE = "K" MOVE "CONTRACT" TO TYPE-TEXT.
           IF PO-ORDER-TYPE = "L" MOVE "CALL-OFF" TO TYPE-TEXT.
           MOVE SPACE TO SUPPLIER-NAME.
           IF SUPPLIER-OPEN = "Y"
               MOVE PO-SUPPLIER TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID MOVE "(NO LONGER ON FILE)" TO SUPPLIER-NAME
               END-READ
           END-IF.
           DISPLAY SPACE.
           DISPLAY "ORDER " PO-NUMBER "  " TYPE-TEXT "  " STATUS-TEXT
               "  REVISION " PO-REVISION.
           DISPLAY "SUPPLIER: " PO-SUPPLIER "  " SUPPLIER-NAME.
           DISPLAY "RAISED:   " PO-DATE.
           IF PO-APPROVED-BY NOT = SPACE
               DISPLAY "APPROVED BY: " PO-APPROVED-BY.
           IF PO-ORDER-TYPE = "K"
               DISPLAY "CONTRACT EXPIRES: " PO-EXPIRY-DATE.
           IF PO-ORDER-TYPE = "L"
               DISPLAY "CALLED OFF CONTRACT: " PO-CONTRACT-NO.
           IF PO-RFQ-NO NOT = SPACE
               DISPLAY "AWARDED FROM RFQ: " PO-RFQ-NO.
           DISPLAY "PURGED " PH-PURGE-DATE " BY " PH-PURGED-BY.
       SHOW-HEADER-EXIT.
           EXIT.
      *THE LINES FOLLOW THE HEADER ON THE FILE IN LINE ORDER
       SHOW-LINES.
           MOVE 0 TO LINE-COUNT.
           DISPLAY SPACE.
           DISPLAY LINE-HEADING.
           MOVE WANTED-ORDER TO PH-ORDER-NO.
           MOVE "L" TO PH-REC-TYPE.
           MOVE 0 TO PH-LINE-NO.
           START HISTORY-FILE KEY NOT LESS THAN PH-KEY
               INVALID GO TO SHOW-LINES-DONE.
       SHOW-LINES-LOOP.
           READ HISTORY-FILE NEXT RECORD
               AT END GO TO SHOW-LINES-DONE.
           IF PH-ORDER-NO NOT = WANTED-ORDER
               OR PH-REC-TYPE NOT = "L"
               GO TO SHOW-LINES-DONE.
           MOVE PH-IMAGE TO PO-LINE-RECORD.
           ADD 1 TO LINE-COUNT.
           MOVE POL-LINE-NO TO LD-LINE-NO.
           MOVE POL-STOCK-CODE TO LD-STOCK-CODE.
           MOVE POL-QTY-ORDERED TO LD-QTY-ORDERED.
           MOVE POL-QTY-RECEIVED TO LD-QTY-RECEIVED.
           MOVE POL-DUE-DATE TO LD-DUE-DATE.
           MOVE POL-STATUS TO LD-STATUS.
           MOVE POL-UNIT-COST TO LD-UNIT-COST.
           DISPLAY LINE-DISPLAY.
           IF PO-ORDER-TYPE = "K"
               MOVE POL-QTY-CALLED TO CD-QTY-CALLED
               DISPLAY CALLED-DISPLAY.
           GO TO SHOW-LINES-LOOP.
       SHOW-LINES-DONE.
           DISPLAY "LINES: " LINE-COUNT.
       SHOW-LINES-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.POH" TO STOCK-POH-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
