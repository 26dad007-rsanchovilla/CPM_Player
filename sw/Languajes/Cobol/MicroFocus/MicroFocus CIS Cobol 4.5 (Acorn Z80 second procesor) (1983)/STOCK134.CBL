       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPREST-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *SETS UP THE DEPARTMENTS' IMPREST CUPBOARDS ON STOCK.IMC AND
      *THE PAR LEVEL OF EACH STOCK CODE KEPT IN THEM ON STOCK.IMP.
      *A CUPBOARD BELONGS TO ONE DEPARTMENT, WHICH EVERY TOP-UP IS
      *ISSUED TO; A PAR LINE NAMES THE STORES BIN THE TOP-UP COMES
      *FROM.  A CUPBOARD STILL CARRYING PAR LINES, OR WITH A TOP-UP
      *WAITING TO BE CONFIRMED, CANNOT BE DELETED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPBOARD-FILE ASSIGN DYNAMIC STOCK-IMC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IC-CUPBOARD
           FILE STATUS IC-FILE-STATUS.
           SELECT PAR-FILE ASSIGN DYNAMIC STOCK-IMP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IP-KEY
           FILE STATUS IP-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CUPBOARD-FILE; RECORD 60.
           COPY "IMCFILE.CPY".
       FD  PAR-FILE; RECORD 64.
           COPY "IMPFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IMC-FN PIC X(12) VALUE "STOCK.IMC".
           02  STOCK-IMP-FN PIC X(12) VALUE "STOCK.IMP".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
       COPY "TERMPROF.CPY".
       01  IC-FILE-STATUS PIC XX.
       01  IP-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  ENTERED-CUPBOARD PIC X(4).
       01  ENTERED-DEPT PIC X(4).
       01  NEW-DESC PIC X(20).
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-LOCATION PIC X(4).
       01  ENTERED-QTY PIC 9(8).
       01  DEC-QTY-X PIC X(8).
       01  DEC-QTY-9 REDEFINES DEC-QTY-X PIC 9(6)V99.
       01  LINES-FOUND PIC X.
       01  CUPBOARD-DISPLAY.
           02  CD-CUPBOARD PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  CD-DEPT PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  CD-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  CD-LAST-TOPUP PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  CD-STATUS PIC X(12).
       01  PAR-DISPLAY.
           02  PD-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  PD-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  PD-SOURCE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  PD-PAR PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  PD-LEVEL PIC ZZZZZ9.99.
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
           DISPLAY "IMPREST CUPBOARD MAINTENANCE".
           OPEN I-O CUPBOARD-FILE.
           IF IC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUPBOARD-FILE
               CLOSE CUPBOARD-FILE
               OPEN I-O CUPBOARD-FILE
           END-IF.
           OPEN I-O PAR-FILE.
           IF IP-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAR-FILE
               CLOSE PAR-FILE
               OPEN I-O PAR-FILE
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN INPUT STOCK-FILE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT MASTER ON DISK - SET ONE UP"
               DISPLAY "THROUGH DEPARTMENT MAINTENANCE FIRST."
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN INPUT DEPT-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "CUPBOARDS: (A)DD, (C)HANGE, (D)ELETE, (B)ROWSE".
           DISPLAY "(P)AR LEVELS FOR A CUPBOARD, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-CUPBOARD.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-CUPBOARD.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DELETE-CUPBOARD.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-CUPBOARDS.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               GO TO PAR-CUPBOARD.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       ADD-CUPBOARD.
           DISPLAY "ENTER NEW CUPBOARD CODE (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-CUPBOARD.
           ACCEPT ENTERED-CUPBOARD.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-CUPBOARD TO IC-CUPBOARD.
           READ CUPBOARD-FILE
               INVALID GO TO ADD-CUPBOARD-DEPT
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "CUPBOARD ALREADY ON FILE: "
               IC-DESC TERM-HIGHLIGHT-OFF.
           GO TO ADD-CUPBOARD.
       ADD-CUPBOARD-DEPT.
           MOVE SPACE TO IMPREST-CUPBOARD-RECORD.
           MOVE ENTERED-CUPBOARD TO IC-CUPBOARD.
           PERFORM ASK-DEPT THRU ASK-DEPT-EXIT.
       ADD-CUPBOARD-DESC.
           DISPLAY "ENTER DESCRIPTION: ".
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "DESC MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-CUPBOARD-DESC.
           MOVE NEW-DESC TO IC-DESC.
           WRITE IMPREST-CUPBOARD-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CUPBOARD FILE I/O ERROR, STATUS: " IC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO ADD-CUPBOARD.
       CHANGE-CUPBOARD.
           DISPLAY "ENTER CUPBOARD CODE TO CHANGE: ".
           MOVE SPACE TO ENTERED-CUPBOARD.
           ACCEPT ENTERED-CUPBOARD.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-CUPBOARD TO IC-CUPBOARD.
           READ CUPBOARD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           DISPLAY "DEPT: " IC-DEPT "  DESC: " IC-DESC.
           DISPLAY "NEW DESCRIPTION (BLANK TO KEEP): ".
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC NOT = SPACE MOVE NEW-DESC TO IC-DESC.
      *A TOP-UP ALREADY COUNTED IS CHARGED TO THE DEPARTMENT IT WAS
      *COUNTED FOR - THE OWNER ONLY MOVES WHEN NOTHING IS WAITING
           IF IC-STATUS = "P"
               DISPLAY "TOP-UP AWAITING CONFIRMATION - DEPT KEPT"
           ELSE
               DISPLAY "NEW DEPARTMENT (BLANK TO KEEP): "
               MOVE SPACE TO ENTERED-DEPT
               ACCEPT ENTERED-DEPT
               IF ENTERED-DEPT NOT = SPACE
                   PERFORM ASK-DEPT-CHECK THRU ASK-DEPT-EXIT
               END-IF
           END-IF.
           REWRITE IMPREST-CUPBOARD-RECORD.
           GO TO ASK-ACTION.
       DELETE-CUPBOARD.
           DISPLAY "ENTER CUPBOARD CODE TO DELETE: ".
           MOVE SPACE TO ENTERED-CUPBOARD.
           ACCEPT ENTERED-CUPBOARD.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-CUPBOARD TO IC-CUPBOARD.
           READ CUPBOARD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           PERFORM CHECK-ANY-LINES THRU CHECK-ANY-LINES-EXIT.
           IF LINES-FOUND = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CUPBOARD STILL HAS PAR LINES - DELETE THEM FIRST"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "DELETE " IC-CUPBOARD " " IC-DESC " ? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           DELETE CUPBOARD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CUPBOARD FILE I/O ERROR, STATUS: " IC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-DELETE.
           GO TO ASK-ACTION.
       BROWSE-CUPBOARDS.
           MOVE LOW-VALUE TO IC-CUPBOARD.
           START CUPBOARD-FILE KEY NOT LESS THAN IC-CUPBOARD
               INVALID DISPLAY "NO CUPBOARDS ON FILE"
               GO TO ASK-ACTION
           END-START.
       BROWSE-CUPBOARDS-LOOP.
           READ CUPBOARD-FILE NEXT RECORD
               AT END DISPLAY "END OF CUPBOARD FILE"
               GO TO ASK-ACTION
           END-READ.
           MOVE IC-CUPBOARD TO CD-CUPBOARD.
           MOVE IC-DEPT TO CD-DEPT.
           MOVE IC-DESC TO CD-DESC.
           MOVE IC-LAST-TOPUP-DATE TO CD-LAST-TOPUP.
           IF IC-STATUS = "P"
               MOVE "TO CONFIRM" TO CD-STATUS
           ELSE
               MOVE SPACE TO CD-STATUS.
           DISPLAY CUPBOARD-DISPLAY.
           GO TO BROWSE-CUPBOARDS-LOOP.
       ASK-DEPT.
           DISPLAY "OWNING DEPARTMENT: ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
       ASK-DEPT-CHECK.
           MOVE ENTERED-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID DEPARTMENT"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-DEPT
           END-READ.
           DISPLAY DEPT-NAME.
           MOVE ENTERED-DEPT TO IC-DEPT.
       ASK-DEPT-EXIT.
           EXIT.
       CHECK-ANY-LINES.
           MOVE "N" TO LINES-FOUND.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE LOW-VALUE TO IP-STOCK-CODE.
           START PAR-FILE KEY NOT LESS THAN IP-KEY
               INVALID GO TO CHECK-ANY-LINES-EXIT
           END-START.
           READ PAR-FILE NEXT RECORD
               AT END GO TO CHECK-ANY-LINES-EXIT
           END-READ.
           IF IP-CUPBOARD = IC-CUPBOARD
               MOVE "Y" TO LINES-FOUND.
       CHECK-ANY-LINES-EXIT.
           EXIT.
      *THE PAR LINES OF ONE CUPBOARD.  WHILE A TOP-UP IS WAITING TO
      *BE CONFIRMED THE LIST IS LEFT ALONE, SO WHAT IS CONFIRMED IS
      *WHAT WAS PICKED
       PAR-CUPBOARD.
           DISPLAY "ENTER CUPBOARD CODE: ".
           MOVE SPACE TO ENTERED-CUPBOARD.
           ACCEPT ENTERED-CUPBOARD.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-CUPBOARD TO IC-CUPBOARD.
           READ CUPBOARD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO PAR-CUPBOARD
           END-READ.
           DISPLAY IC-CUPBOARD " " IC-DESC " FOR DEPT " IC-DEPT.
       PAR-ACTION.
           DISPLAY SPACE.
           DISPLAY "PAR LINES: (A)DD, (C)HANGE, (D)ELETE, (B)ROWSE,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-PARS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO ASK-ACTION.
           IF ACTION-CHOICE NOT = "A" AND ACTION-CHOICE NOT = "a"
               AND ACTION-CHOICE NOT = "C" AND ACTION-CHOICE NOT = "c"
               AND ACTION-CHOICE NOT = "D" AND ACTION-CHOICE NOT = "d"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO PAR-ACTION.
           IF IC-STATUS = "P"
               DISPLAY TERM-HIGHLIGHT-ON
                   "TOP-UP AWAITING CONFIRMATION - CONFIRM IT FIRST"
                   TERM-HIGHLIGHT-OFF
               GO TO PAR-ACTION.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-PAR.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-PAR.
           GO TO DELETE-PAR.
       ADD-PAR.
           DISPLAY "ENTER STOCK CODE (BLANK TO FINISH): ".
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO PAR-ACTION.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE ENTERED-CODE TO IP-STOCK-CODE.
           READ PAR-FILE
               INVALID GO TO ADD-PAR-SOURCE
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "ALREADY KEPT IN THIS CUPBOARD"
               TERM-HIGHLIGHT-OFF.
           GO TO ADD-PAR.
       ADD-PAR-SOURCE.
           DISPLAY "STORES BIN TO TOP UP FROM: ".
           ACCEPT ENTERED-LOCATION.
           MOVE ENTERED-CODE TO STOCK-CODE.
           MOVE ENTERED-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID CODE"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-PAR
           END-READ.
           IF LOT-CONTROL-FLAG = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "LOT-CONTROLLED ITEM - ISSUE THROUGH GOODS-OUT"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-PAR.
           DISPLAY PRODUCT-DESC.
           MOVE SPACE TO IMPREST-PAR-RECORD.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE ENTERED-CODE TO IP-STOCK-CODE.
           MOVE ENTERED-LOCATION TO IP-SOURCE-LOC.
           MOVE 0 TO IP-PAR-QTY.
           MOVE 0 TO IP-COUNT-QTY.
           MOVE 0 TO IP-PICK-QTY.
           MOVE 0 TO IP-LAST-TOPUP-QTY.
           PERFORM ASK-PAR-QTY THRU ASK-PAR-QTY-EXIT.
      *A NEW LINE IS TAKEN TO START FULL - ITS FIRST TOP-UP IS
      *WHAT MEASURES IT
           MOVE IP-PAR-QTY TO IP-LEVEL-AFTER.
           WRITE IMPREST-PAR-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PAR FILE I/O ERROR, STATUS: " IP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO ADD-PAR.
       CHANGE-PAR.
           DISPLAY "ENTER STOCK CODE TO CHANGE: ".
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO PAR-ACTION.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE ENTERED-CODE TO IP-STOCK-CODE.
           READ PAR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO PAR-ACTION
           END-READ.
           DISPLAY "BIN " IP-SOURCE-LOC "  PAR " IP-PAR-QTY.
           DISPLAY "NEW STORES BIN (BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-LOCATION.
           ACCEPT ENTERED-LOCATION.
           IF ENTERED-LOCATION = SPACE
               MOVE IP-SOURCE-LOC TO ENTERED-LOCATION.
           MOVE IP-STOCK-CODE TO STOCK-CODE.
           MOVE ENTERED-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID CODE"
                   TERM-HIGHLIGHT-OFF
               GO TO PAR-ACTION
           END-READ.
           MOVE ENTERED-LOCATION TO IP-SOURCE-LOC.
           PERFORM ASK-PAR-QTY THRU ASK-PAR-QTY-EXIT.
           REWRITE IMPREST-PAR-RECORD.
           GO TO PAR-ACTION.
       DELETE-PAR.
           DISPLAY "ENTER STOCK CODE TO DELETE: ".
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO PAR-ACTION.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE ENTERED-CODE TO IP-STOCK-CODE.
           READ PAR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO PAR-ACTION
           END-READ.
           DISPLAY "DELETE " IP-STOCK-CODE " FROM " IP-CUPBOARD
               " ? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO PAR-ACTION.
           DELETE PAR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PAR FILE I/O ERROR, STATUS: " IP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-DELETE.
           GO TO PAR-ACTION.
       BROWSE-PARS.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE LOW-VALUE TO IP-STOCK-CODE.
           START PAR-FILE KEY NOT LESS THAN IP-KEY
               INVALID DISPLAY "NO PAR LINES FOR THIS CUPBOARD"
               GO TO PAR-ACTION
           END-START.
           DISPLAY "ITEM      DESCRIPTION           BIN   "
               "      PAR   LAST LEVEL".
       BROWSE-PARS-LOOP.
           READ PAR-FILE NEXT RECORD
               AT END DISPLAY "END OF PAR LINES"
               GO TO PAR-ACTION
           END-READ.
           IF IP-CUPBOARD NOT = IC-CUPBOARD
               DISPLAY "END OF PAR LINES"
               GO TO PAR-ACTION.
           MOVE IP-STOCK-CODE TO PD-CODE.
           MOVE IP-STOCK-CODE TO STOCK-CODE.
           MOVE IP-SOURCE-LOC TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE "** NOT ON MASTER **" TO PRODUCT-DESC
           END-READ.
           MOVE PRODUCT-DESC TO PD-DESC.
           MOVE IP-SOURCE-LOC TO PD-SOURCE.
           MOVE IP-PAR-QTY TO PD-PAR.
           MOVE IP-LEVEL-AFTER TO PD-LEVEL.
           DISPLAY PAR-DISPLAY.
           GO TO BROWSE-PARS-LOOP.
      *CUT AND MEASURED STOCK TAKES TWO DECIMALS IN ITS OWN UNIT,
      *COUNTED "EACH" ITEMS WHOLE NUMBERS - AS ISSUE-REQUESTS
       ASK-PAR-QTY.
           IF IP-PAR-QTY NOT = 0
               DISPLAY "PAR " IP-PAR-QTY " - RETURN ALONE TO KEEP".
           IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
               GO TO ASK-PAR-QTY-DECIMAL.
           DISPLAY "ENTER PAR LEVEL: ".
           MOVE 0 TO ENTERED-QTY.
           ACCEPT ENTERED-QTY.
           IF ENTERED-QTY = 0 AND IP-PAR-QTY NOT = 0
               GO TO ASK-PAR-QTY-EXIT.
           IF ENTERED-QTY NOT NUMERIC OR ENTERED-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-PAR-QTY.
           MOVE ENTERED-QTY TO IP-PAR-QTY.
           GO TO ASK-PAR-QTY-EXIT.
       ASK-PAR-QTY-DECIMAL.
           DISPLAY "PAR LEVEL IN " ITEM-UOM
               " (NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO DEC-QTY-X.
           ACCEPT DEC-QTY-X.
           IF DEC-QTY-X = SPACE AND IP-PAR-QTY NOT = 0
               GO TO ASK-PAR-QTY-EXIT.
           IF DEC-QTY-X NOT NUMERIC OR DEC-QTY-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-PAR-QTY-DECIMAL.
           MOVE DEC-QTY-9 TO IP-PAR-QTY.
       ASK-PAR-QTY-EXIT.
           EXIT.
       END-IT.
           CLOSE CUPBOARD-FILE.
           CLOSE PAR-FILE.
           CLOSE STOCK-FILE.
           CLOSE DEPT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.IMC" TO STOCK-IMC-FN.
           MOVE "TRAIN.IMP" TO STOCK-IMP-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
