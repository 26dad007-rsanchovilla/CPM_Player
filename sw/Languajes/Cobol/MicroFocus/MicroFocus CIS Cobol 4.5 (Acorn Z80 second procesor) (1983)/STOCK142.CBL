       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-CUSTOMS-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS EACH STOCK ITEM'S COMMODITY CODE AND USUAL COUNTRY OF
      *ORIGIN ON STOCK.ICU.  GOODS-IN OFFERS THEM ON EVERY RECEIPT
      *FROM A FOREIGN-CURRENCY SUPPLIER AND THE QUARTERLY IMPORT
      *SUMMARY CLASSIFIES THE RECEIPTS BY THEM, SO AN ITEM BOUGHT
      *ABROAD WITH NO CODE HERE PRINTS AS UNCLASSIFIED ON THE
      *CUSTOMS RETURN.  A BLANK CODE AND ORIGIN REMOVES THE ITEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-CUSTOMS-FILE ASSIGN DYNAMIC STOCK-ICU-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IU-STOCK-CODE
           FILE STATUS IU-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-CUSTOMS-FILE; RECORD 40.
           COPY "ICUFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-ICU-FN PIC X(12) VALUE "STOCK.ICU".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
       COPY "TERMPROF.CPY".
       01  IU-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-COMMODITY PIC X(10).
       01  ENTERED-ORIGIN PIC X(2).
       01  ON-FILE PIC X.
       01  RUN-DATE PIC X(10).
       01  CUSTOMS-DISPLAY.
           02  CU-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  CU-COMMODITY PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  CU-ORIGIN PIC X(2).
           02  FILLER PIC X(4) VALUE SPACE.
           02  CU-CHANGED-BY PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  CU-CHANGED-DATE PIC X(10).
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
           DISPLAY "ITEM COMMODITY CODES AND COUNTRY OF ORIGIN".
           OPEN I-O ITEM-CUSTOMS-FILE.
           IF IU-FILE-STATUS NOT = "00"
               OPEN OUTPUT ITEM-CUSTOMS-FILE
               CLOSE ITEM-CUSTOMS-FILE
               OPEN I-O ITEM-CUSTOMS-FILE
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK - NOTHING TO CLASSIFY."
               CLOSE ITEM-CUSTOMS-FILE
               GOBACK.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO RUN-DATE.
       ASK-ITEM.
           DISPLAY SPACE.
           DISPLAY "ENTER STOCK CODE (* TO LIST, BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO END-IT.
           IF ENTERED-CODE = "*" GO TO LIST-CUSTOMS.
      *THE ITEM MUST BE ON THE STOCK MASTER IN AT LEAST ONE BIN
           MOVE ENTERED-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO ITEM-NOT-FOUND
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO ITEM-NOT-FOUND
           END-READ.
           IF STOCK-CODE NOT = ENTERED-CODE GO TO ITEM-NOT-FOUND.
           DISPLAY PRODUCT-DESC.
           MOVE ENTERED-CODE TO IU-STOCK-CODE.
           MOVE "Y" TO ON-FILE.
           READ ITEM-CUSTOMS-FILE
               INVALID
                   MOVE "N" TO ON-FILE
                   MOVE SPACE TO ITEM-CUSTOMS-RECORD
                   MOVE ENTERED-CODE TO IU-STOCK-CODE
           END-READ.
           IF ON-FILE = "Y"
               DISPLAY "COMMODITY CODE " IU-COMMODITY
                   "  ORIGIN " IU-ORIGIN
           ELSE
               DISPLAY "NO CUSTOMS DETAILS ON FILE".
       ASK-COMMODITY.
           DISPLAY "COMMODITY CODE (RETURN KEEPS, - TO CLEAR): ".
           MOVE SPACE TO ENTERED-COMMODITY.
           ACCEPT ENTERED-COMMODITY.
           IF ENTERED-COMMODITY = "-"
               MOVE SPACE TO IU-COMMODITY
           ELSE
               IF ENTERED-COMMODITY NOT = SPACE
                   MOVE ENTERED-COMMODITY TO IU-COMMODITY.
       ASK-ORIGIN.
           DISPLAY "USUAL COUNTRY OF ORIGIN, TWO LETTERS".
           DISPLAY "(RETURN KEEPS, - TO CLEAR): ".
           MOVE SPACE TO ENTERED-ORIGIN.
           ACCEPT ENTERED-ORIGIN.
           IF ENTERED-ORIGIN = "-"
               MOVE SPACE TO IU-ORIGIN
               GO TO SAVE-CUSTOMS.
           IF ENTERED-ORIGIN = SPACE GO TO SAVE-CUSTOMS.
           IF ENTERED-ORIGIN (1:1) NOT ALPHABETIC
               OR ENTERED-ORIGIN (2:1) NOT ALPHABETIC
               OR ENTERED-ORIGIN (2:1) = SPACE
               DISPLAY TERM-HIGHLIGHT-ON
                   "TWO-LETTER COUNTRY CODE PLEASE" TERM-HIGHLIGHT-OFF
               GO TO ASK-ORIGIN.
           MOVE ENTERED-ORIGIN TO IU-ORIGIN.
      *BOTH FIELDS CLEARED TAKES THE ITEM OFF THE FILE ALTOGETHER
       SAVE-CUSTOMS.
           IF IU-COMMODITY = SPACE AND IU-ORIGIN = SPACE
               IF ON-FILE = "Y"
                   DELETE ITEM-CUSTOMS-FILE RECORD
                       INVALID DISPLAY TERM-HIGHLIGHT-ON
                           "CUSTOMS FILE I/O ERROR, STATUS: "
                           IU-FILE-STATUS TERM-HIGHLIGHT-OFF
                   END-DELETE
                   DISPLAY "CUSTOMS DETAILS REMOVED"
               END-IF
               GO TO ASK-ITEM.
           MOVE SGN-OPERATOR-ID TO IU-CHANGED-BY.
           MOVE RUN-DATE TO IU-CHANGED-DATE.
           IF ON-FILE = "Y"
               REWRITE ITEM-CUSTOMS-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CUSTOMS FILE I/O ERROR, STATUS: "
                       IU-FILE-STATUS TERM-HIGHLIGHT-OFF
               END-REWRITE
           ELSE
               WRITE ITEM-CUSTOMS-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CUSTOMS FILE I/O ERROR, STATUS: "
                       IU-FILE-STATUS TERM-HIGHLIGHT-OFF
               END-WRITE
           END-IF.
           IF IU-COMMODITY = SPACE OR IU-ORIGIN = SPACE
               DISPLAY "NOTE - CODE OR ORIGIN STILL BLANK".
           GO TO ASK-ITEM.
       ITEM-NOT-FOUND.
           DISPLAY TERM-HIGHLIGHT-ON "STOCK CODE NOT ON FILE"
               TERM-HIGHLIGHT-OFF.
           GO TO ASK-ITEM.
       LIST-CUSTOMS.
           MOVE LOW-VALUE TO IU-STOCK-CODE.
           START ITEM-CUSTOMS-FILE KEY NOT LESS THAN IU-STOCK-CODE
               INVALID DISPLAY "NO ITEMS CLASSIFIED YET"
               GO TO ASK-ITEM
           END-START.
           DISPLAY "CODE      COMMODITY   ORIGIN  BY    CHANGED".
       LIST-CUSTOMS-LOOP.
           READ ITEM-CUSTOMS-FILE NEXT RECORD
               AT END DISPLAY "END OF LIST"
               GO TO ASK-ITEM
           END-READ.
           MOVE IU-STOCK-CODE TO CU-STOCK-CODE.
           MOVE IU-COMMODITY TO CU-COMMODITY.
           MOVE IU-ORIGIN TO CU-ORIGIN.
           MOVE IU-CHANGED-BY TO CU-CHANGED-BY.
           MOVE IU-CHANGED-DATE TO CU-CHANGED-DATE.
           DISPLAY CUSTOMS-DISPLAY.
           GO TO LIST-CUSTOMS-LOOP.
       END-IT.
           CLOSE ITEM-CUSTOMS-FILE.
           CLOSE STOCK-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.ICU" TO STOCK-ICU-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
