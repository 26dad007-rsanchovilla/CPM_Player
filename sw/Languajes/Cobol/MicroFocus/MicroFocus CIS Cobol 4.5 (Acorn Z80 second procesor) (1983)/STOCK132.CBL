       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ISSUE-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS EACH DEPARTMENT'S STANDING ISSUE ORDER ON STOCK.SIO -
      *THE CANTEEN'S, THE CLEANERS', THE PRINT ROOM'S WEEKLY ITEMS
      *- LINE BY LINE WITH ITS FREQUENCY, NEXT-DUE DATE AND END
      *DATE.  STANDING-ISSUE-RUN RAISES THE DUE LINES AS REQUESTS.
      *A LINE IS PROVED AGAINST THE DEPARTMENT MASTER, THE STOCK
      *MASTER AND THE JOB MASTER THE WAY ISSUE-REQUESTS PROVES A
      *KEYED REQUEST, SO THE RUN HAS NOTHING TO QUESTION BUT STOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN DYNAMIC STOCK-SIO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SO-KEY
           FILE STATUS SO-FILE-STATUS.
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
           SELECT JOB-FILE ASSIGN DYNAMIC STOCK-JOB-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JB-NO
           FILE STATUS JB-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE; RECORD 80.
           COPY "SIOFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  JOB-FILE; RECORD 80.
           COPY "JOBFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SIO-FN PIC X(12) VALUE "STOCK.SIO".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-JOB-FN PIC X(12) VALUE "STOCK.JOB".
       COPY "TERMPROF.CPY".
       01  SO-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  JB-FILE-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  ENTERED-DEPT PIC X(4).
       01  ENTERED-LINE-X PIC XX.
       01  ENTERED-LINE-9 REDEFINES ENTERED-LINE-X PIC 99.
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-LOCATION PIC X(4).
       01  ENTERED-QTY PIC 9(8).
       01  DEC-QTY-X PIC X(8).
       01  DEC-QTY-9 REDEFINES DEC-QTY-X PIC 9(6)V99.
       01  ENTERED-FREQ PIC X.
       01  ENTERED-REQUESTER PIC X(10).
       01  ENTERED-INITIALS PIC X(6).
       01  ENTERED-JOB PIC X(4).
       01  JOB-REASON PIC X(20).
       01  NEXT-LINE-NO PIC 99.
       01  END-NUM PIC 9(8).
       01  BROWSE-DISPLAY.
           02  BD-DEPT PIC X(4).
           02  FILLER PIC X VALUE "/".
           02  BD-LINE PIC 99.
           02  FILLER PIC X VALUE SPACE.
           02  BD-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  BD-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  BD-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  BD-FREQ PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  BD-NEXT-DUE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  BD-END-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  BD-LAST-RESULT PIC X.
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
           DISPLAY "STANDING ISSUE ORDER MAINTENANCE".
           OPEN I-O STANDING-FILE.
           IF SO-FILE-STATUS NOT = "00"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
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
           OPEN INPUT JOB-FILE.
           IF JB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-FILE
               CLOSE JOB-FILE
               OPEN INPUT JOB-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, (B)ROWSE, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-LINE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-LINE.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DELETE-LINE.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-LINES.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A NEW LINE GOES ON THE END OF THE DEPARTMENT'S ORDER
       ADD-LINE.
           DISPLAY "ENTER DEPARTMENT (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
           IF ENTERED-DEPT = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID DEPARTMENT"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-LINE
           END-READ.
           DISPLAY DEPT-NAME.
           PERFORM FIND-NEXT-LINE THRU FIND-NEXT-LINE-EXIT.
           IF NEXT-LINE-NO = 0
               DISPLAY TERM-HIGHLIGHT-ON "DEPARTMENT HAS 99 LINES"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-LINE.
       ADD-LINE-ITEM.
           DISPLAY "ENTER STOCK CODE: ".
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ADD-LINE.
           DISPLAY "ENTER LOCATION: ".
           ACCEPT ENTERED-LOCATION.
           MOVE ENTERED-CODE TO STOCK-CODE.
           MOVE ENTERED-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID CODE"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-LINE-ITEM
           END-READ.
      *LOT-CONTROLLED STOCK IS ONLY ISSUED THROUGH GOODS-OUT, SO IT
      *CANNOT STAND ON A STANDING ORDER EITHER
           IF LOT-CONTROL-FLAG = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "LOT-CONTROLLED ITEM - ISSUE THROUGH GOODS-OUT"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-LINE-ITEM.
           DISPLAY PRODUCT-DESC.
           MOVE SPACE TO STANDING-ISSUE-RECORD.
           MOVE ENTERED-DEPT TO SO-DEPT.
           MOVE NEXT-LINE-NO TO SO-LINE-NO.
           MOVE ENTERED-CODE TO SO-STOCK-CODE.
           MOVE ENTERED-LOCATION TO SO-LOCATION.
           MOVE 0 TO SO-QUANTITY.
           PERFORM ASK-QUANTITY THRU ASK-QUANTITY-EXIT.
           PERFORM ASK-FREQUENCY THRU ASK-FREQUENCY-EXIT.
           PERFORM ASK-NEXT-DUE THRU ASK-NEXT-DUE-EXIT.
           PERFORM ASK-END-DATE THRU ASK-END-DATE-EXIT.
           PERFORM ASK-REQUESTER THRU ASK-REQUESTER-EXIT.
           PERFORM ASK-JOB THRU ASK-JOB-EXIT.
           WRITE STANDING-ISSUE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "STANDING FILE I/O ERROR, STATUS: " SO-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-LINE
           END-WRITE.
           DISPLAY "LINE " SO-DEPT "/" SO-LINE-NO " RECORDED".
           GO TO ADD-LINE.
       FIND-NEXT-LINE.
           MOVE 0 TO NEXT-LINE-NO.
           MOVE ENTERED-DEPT TO SO-DEPT.
           MOVE 0 TO SO-LINE-NO.
           START STANDING-FILE KEY NOT LESS THAN SO-KEY
               INVALID GO TO FIND-NEXT-LINE-DONE
           END-START.
       FIND-NEXT-LINE-LOOP.
           READ STANDING-FILE NEXT RECORD
               AT END GO TO FIND-NEXT-LINE-DONE
           END-READ.
           IF SO-DEPT NOT = ENTERED-DEPT
               GO TO FIND-NEXT-LINE-DONE.
           MOVE SO-LINE-NO TO NEXT-LINE-NO.
           GO TO FIND-NEXT-LINE-LOOP.
       FIND-NEXT-LINE-DONE.
           IF NEXT-LINE-NO = 99
               MOVE 0 TO NEXT-LINE-NO
           ELSE
               ADD 1 TO NEXT-LINE-NO.
       FIND-NEXT-LINE-EXIT.
           EXIT.
      *THE ITEM STAYS PUT - A DIFFERENT ITEM IS A NEW LINE - BUT
      *EVERYTHING ELSE MAY CHANGE, A BARE RETURN KEEPING IT
       CHANGE-LINE.
           PERFORM ASK-LINE-KEY THRU ASK-LINE-KEY-EXIT.
           IF ENTERED-DEPT = SPACE GO TO ASK-ACTION.
           READ STANDING-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           PERFORM SHOW-LINE THRU SHOW-LINE-EXIT.
           MOVE SO-STOCK-CODE TO STOCK-CODE.
           MOVE SO-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE SPACE TO ITEM-UOM
           END-READ.
           PERFORM ASK-QUANTITY THRU ASK-QUANTITY-EXIT.
           PERFORM ASK-FREQUENCY THRU ASK-FREQUENCY-EXIT.
           PERFORM ASK-NEXT-DUE THRU ASK-NEXT-DUE-EXIT.
           PERFORM ASK-END-DATE THRU ASK-END-DATE-EXIT.
           PERFORM ASK-REQUESTER THRU ASK-REQUESTER-EXIT.
           PERFORM ASK-JOB THRU ASK-JOB-EXIT.
           REWRITE STANDING-ISSUE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "STANDING FILE I/O ERROR, STATUS: " SO-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO ASK-ACTION.
       DELETE-LINE.
           PERFORM ASK-LINE-KEY THRU ASK-LINE-KEY-EXIT.
           IF ENTERED-DEPT = SPACE GO TO ASK-ACTION.
           READ STANDING-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           PERFORM SHOW-LINE THRU SHOW-LINE-EXIT.
           DISPLAY "DELETE THIS LINE ? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           DELETE STANDING-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "STANDING FILE I/O ERROR, STATUS: " SO-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-DELETE.
           GO TO ASK-ACTION.
      *ONE DEPARTMENT'S ORDER, OR EVERY DEPARTMENT'S ON A BARE RETURN
       BROWSE-LINES.
           DISPLAY "DEPARTMENT (RETURN ALONE FOR ALL): ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
           MOVE ENTERED-DEPT TO SO-DEPT.
           MOVE 0 TO SO-LINE-NO.
           IF ENTERED-DEPT = SPACE
               MOVE LOW-VALUE TO SO-KEY.
           START STANDING-FILE KEY NOT LESS THAN SO-KEY
               INVALID DISPLAY "NO STANDING ORDERS ON FILE"
               GO TO ASK-ACTION
           END-START.
           DISPLAY "LINE    ITEM     BIN    QUANTITY F NEXT DUE"
               "   ENDS       R".
       BROWSE-LOOP.
           READ STANDING-FILE NEXT RECORD
               AT END DISPLAY "END OF STANDING ORDERS"
               GO TO ASK-ACTION
           END-READ.
           IF ENTERED-DEPT NOT = SPACE AND SO-DEPT NOT = ENTERED-DEPT
               DISPLAY "END OF STANDING ORDERS"
               GO TO ASK-ACTION.
           PERFORM SHOW-LINE THRU SHOW-LINE-EXIT.
           GO TO BROWSE-LOOP.
       SHOW-LINE.
           MOVE SO-DEPT TO BD-DEPT.
           MOVE SO-LINE-NO TO BD-LINE.
           MOVE SO-STOCK-CODE TO BD-CODE.
           MOVE SO-LOCATION TO BD-LOCATION.
           MOVE SO-QUANTITY TO BD-QUANTITY.
           MOVE SO-FREQUENCY TO BD-FREQ.
           MOVE SO-NEXT-DUE TO BD-NEXT-DUE.
           MOVE SO-END-DATE TO BD-END-DATE.
           MOVE SO-LAST-RESULT TO BD-LAST-RESULT.
           DISPLAY BROWSE-DISPLAY.
       SHOW-LINE-EXIT.
           EXIT.
       ASK-LINE-KEY.
           DISPLAY "ENTER DEPARTMENT (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
           IF ENTERED-DEPT = SPACE GO TO ASK-LINE-KEY-EXIT.
       ASK-LINE-NO.
           DISPLAY "ENTER LINE NUMBER (NN): ".
           ACCEPT ENTERED-LINE-X.
           IF ENTERED-LINE-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "LINE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-LINE-NO.
           MOVE ENTERED-DEPT TO SO-DEPT.
           MOVE ENTERED-LINE-9 TO SO-LINE-NO.
       ASK-LINE-KEY-EXIT.
           EXIT.
      *CUT AND MEASURED STOCK TAKES TWO DECIMALS IN ITS OWN UNIT,
      *COUNTED "EACH" ITEMS WHOLE NUMBERS - AS ISSUE-REQUESTS
       ASK-QUANTITY.
           IF SO-QUANTITY NOT = 0
               DISPLAY "QUANTITY " SO-QUANTITY
                   " - RETURN ALONE TO KEEP".
           IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
               GO TO ASK-QUANTITY-DECIMAL.
           DISPLAY "ENTER QUANTITY EACH TIME: ".
           MOVE 0 TO ENTERED-QTY.
           ACCEPT ENTERED-QTY.
           IF ENTERED-QTY = 0 AND SO-QUANTITY NOT = 0
               GO TO ASK-QUANTITY-EXIT.
           IF ENTERED-QTY NOT NUMERIC OR ENTERED-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-QUANTITY.
           MOVE ENTERED-QTY TO SO-QUANTITY.
           GO TO ASK-QUANTITY-EXIT.
       ASK-QUANTITY-DECIMAL.
           DISPLAY "QUANTITY IN " ITEM-UOM
               " (NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO DEC-QTY-X.
           ACCEPT DEC-QTY-X.
           IF DEC-QTY-X = SPACE AND SO-QUANTITY NOT = 0
               GO TO ASK-QUANTITY-EXIT.
           IF DEC-QTY-X NOT NUMERIC OR DEC-QTY-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-QUANTITY-DECIMAL.
           MOVE DEC-QTY-9 TO SO-QUANTITY.
       ASK-QUANTITY-EXIT.
           EXIT.
       ASK-FREQUENCY.
           DISPLAY "(W)EEKLY, (F)ORTNIGHTLY OR (M)ONTHLY: ".
           MOVE SPACE TO ENTERED-FREQ.
           ACCEPT ENTERED-FREQ.
           IF ENTERED-FREQ = SPACE AND SO-FREQUENCY NOT = SPACE
               GO TO ASK-FREQUENCY-EXIT.
           IF ENTERED-FREQ = "w" MOVE "W" TO ENTERED-FREQ.
           IF ENTERED-FREQ = "f" MOVE "F" TO ENTERED-FREQ.
           IF ENTERED-FREQ = "m" MOVE "M" TO ENTERED-FREQ.
           IF ENTERED-FREQ NOT = "W" AND ENTERED-FREQ NOT = "F"
               AND ENTERED-FREQ NOT = "M"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ASK-FREQUENCY.
           MOVE ENTERED-FREQ TO SO-FREQUENCY.
       ASK-FREQUENCY-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - ON A NEW LINE A
      *BARE RETURN TAKES TODAYS DATE, ON A CHANGE IT KEEPS THE DATE
       ASK-NEXT-DUE.
           DISPLAY "NEXT DUE DATE (MM/DD/YYYY): ".
           IF SO-NEXT-DUE NOT = SPACE
               DISPLAY "(RETURN ALONE KEEPS " SO-NEXT-DUE ")"
           ELSE
               DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE AND SO-NEXT-DUE NOT = SPACE
               GO TO ASK-NEXT-DUE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO ASK-NEXT-DUE.
           MOVE DC-DATE TO SO-NEXT-DUE.
       ASK-NEXT-DUE-EXIT.
           EXIT.
      *THE END DATE MAY BE LEFT OPEN; "N" CLEARS ONE ALREADY SET
       ASK-END-DATE.
           DISPLAY "END DATE (MM/DD/YYYY), N FOR NO END DATE: ".
           IF SO-END-DATE NOT = SPACE
               DISPLAY "(RETURN ALONE KEEPS " SO-END-DATE ")"
           ELSE
               DISPLAY "(RETURN ALONE LEAVES IT OPEN)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE GO TO ASK-END-DATE-EXIT.
           IF DC-DATE-ENTRY = "N" OR DC-DATE-ENTRY = "n"
               MOVE SPACE TO SO-END-DATE
               GO TO ASK-END-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO ASK-END-DATE.
           MOVE DC-DATE-NUM TO END-NUM.
           MOVE SO-NEXT-DUE TO DC-DATE-ENTRY.
           MOVE DC-DATE TO SO-END-DATE.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF END-NUM < DC-DATE-NUM
               DISPLAY TERM-HIGHLIGHT-ON
                   "END DATE IS BEFORE THE NEXT DUE DATE"
                   TERM-HIGHLIGHT-OFF
               MOVE SPACE TO SO-END-DATE
               GO TO ASK-END-DATE.
       ASK-END-DATE-EXIT.
           EXIT.
      *THE FIRST FOUR CHARACTERS OF THE REQUESTER ARE THE DEPARTMENT
      *THE ISSUE IS CHARGED TO - THE STANDING ORDER'S OWN
       ASK-REQUESTER.
           DISPLAY "REQUESTER INITIALS ON THE RAISED REQUESTS: ".
           IF SO-REQUESTER NOT = SPACE
               DISPLAY "(RETURN ALONE KEEPS " SO-REQUESTER ")".
           MOVE SPACE TO ENTERED-INITIALS.
           ACCEPT ENTERED-INITIALS.
           IF ENTERED-INITIALS = SPACE AND SO-REQUESTER NOT = SPACE
               GO TO ASK-REQUESTER-EXIT.
           MOVE SO-DEPT TO ENTERED-REQUESTER (1:4).
           MOVE ENTERED-INITIALS TO ENTERED-REQUESTER (5:6).
           MOVE ENTERED-REQUESTER TO SO-REQUESTER.
       ASK-REQUESTER-EXIT.
           EXIT.
       ASK-JOB.
           DISPLAY "JOB NUMBER (BLANK FOR NO JOB): ".
           IF SO-JOB-NO NOT = SPACE
               DISPLAY "(NOW " SO-JOB-NO " - N TO CLEAR IT)".
           MOVE SPACE TO ENTERED-JOB.
           ACCEPT ENTERED-JOB.
           IF ENTERED-JOB = SPACE GO TO ASK-JOB-EXIT.
           IF ENTERED-JOB = "N" OR ENTERED-JOB = "n"
               MOVE SPACE TO SO-JOB-NO
               GO TO ASK-JOB-EXIT.
           MOVE ENTERED-JOB TO JB-NO.
           MOVE SPACE TO JOB-REASON.
           READ JOB-FILE
               INVALID MOVE "JOB NOT ON FILE" TO JOB-REASON
           END-READ.
           IF JOB-REASON = SPACE AND JB-STATUS NOT = "O"
               MOVE "JOB IS CLOSED" TO JOB-REASON.
           IF JOB-REASON = SPACE AND JB-DEPT NOT = SO-DEPT
               MOVE "WRONG DEPT FOR JOB" TO JOB-REASON.
           IF JOB-REASON NOT = SPACE
               DISPLAY TERM-HIGHLIGHT-ON JOB-REASON TERM-HIGHLIGHT-OFF
               GO TO ASK-JOB.
           MOVE ENTERED-JOB TO SO-JOB-NO.
       ASK-JOB-EXIT.
           EXIT.
       END-IT.
           CLOSE STANDING-FILE.
           CLOSE STOCK-FILE.
           CLOSE DEPT-FILE.
           CLOSE JOB-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.SIO" TO STOCK-SIO-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.JOB" TO STOCK-JOB-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
