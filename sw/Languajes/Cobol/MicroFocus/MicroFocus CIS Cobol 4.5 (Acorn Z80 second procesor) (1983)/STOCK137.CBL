       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-EXPEDITE.
       AUTHOR. MICRO FOCUS LTD.
      *RECORDS WHAT THE SUPPLIER SAID ABOUT AN ORDER.  (A)CKNOWLEDGE
      *TAKES THE DAY THE ORDER WAS ACKNOWLEDGED AND THE DELIVERY
      *DATE CONFIRMED FOR EACH OPEN LINE ONTO STOCK.POA.  (L)OG A
      *CHASE WRITES A CONTACT ONTO THE EXPEDITING LOG STOCK.EXL -
      *WHO WAS SPOKEN TO, ANY NEW PROMISE AND WHO CALLED - AND MOVES
      *THE LINE'S CURRENT PROMISE TO THE NEW DATE.  (H)ISTORY LISTS
      *THE ORDER'S LINES AND ITS LOG.
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
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT ACK-FILE ASSIGN DYNAMIC STOCK-POA-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PA-KEY
           FILE STATUS PA-FILE-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC STOCK-EXL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY EX-KEY
           FILE STATUS EX-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  ACK-FILE; RECORD 56.
           COPY "POAFILE.CPY".
       FD  LOG-FILE; RECORD 80.
           COPY "EXLFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-POA-FN PIC X(12) VALUE "STOCK.POA".
           02  STOCK-EXL-FN PIC X(12) VALUE "STOCK.EXL".
       COPY "TERMPROF.CPY".
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  PA-FILE-STATUS PIC XX.
       01  EX-FILE-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-ORDER-NO PIC X(6).
       01  ENTERED-LINE-NO PIC 99.
       01  ENTERED-CONTACT PIC X(20).
       01  ENTERED-NOTE PIC X(20).
       01  ACK-DATE PIC X(10).
       01  CHASE-DATE PIC X(10).
       01  PROMISE-DATE PIC X(10).
       01  LINE-DATE PIC X(10).
       01  OPEN-LINES PIC 9(3).
       01  LINES-MOVED PIC 9(3).
       01  EX-NEXT-SEQ PIC 9(3).
       01  LINE-DISPLAY.
           02  LD-LINE-NO PIC Z9.
           02  FILLER PIC X VALUE SPACE.
           02  LD-STOCK-CODE PIC X(8).
           02  FILLER PIC X(5) VALUE " DUE ".
           02  LD-DUE-DATE PIC X(10).
           02  FILLER PIC X(5) VALUE " ACK ".
           02  LD-ACK-DATE PIC X(10).
           02  FILLER PIC X(9) VALUE " PROMISE ".
           02  LD-PROMISE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LD-STATUS PIC X(6).
       01  LOG-DISPLAY.
           02  LG-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LG-LINE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  LG-CONTACT PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  LG-PROMISE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LG-OPERATOR PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  LG-NOTE PIC X(20).
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
           DISPLAY "ORDER ACKNOWLEDGMENT AND EXPEDITING".
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN INPUT PO-FILE
           END-IF.
           OPEN INPUT PO-LINE-FILE.
           IF POL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN INPUT PO-LINE-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           OPEN I-O ACK-FILE.
           IF PA-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
               OPEN I-O ACK-FILE
           END-IF.
           OPEN I-O LOG-FILE.
           IF EX-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN I-O LOG-FILE
           END-IF.
       ASK-ORDER.
           DISPLAY SPACE.
           DISPLAY "ENTER ORDER NUMBER (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-ORDER-NO.
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO END-IT.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ORDER
           END-READ.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
           END-READ.
           DISPLAY "ORDER " PO-NUMBER " DATED " PO-DATE " TO "
               PO-SUPPLIER " " SUPPLIER-NAME.
           PERFORM SHOW-LINES THRU SHOW-LINES-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(A)CKNOWLEDGE, (L)OG A CHASE, (H)ISTORY,".
           DISPLAY "(N)EXT ORDER, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ACKNOWLEDGE-ORDER.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LOG-CHASE.
           IF ACTION-CHOICE = "H" OR ACTION-CHOICE = "h"
               PERFORM SHOW-LINES THRU SHOW-LINES-EXIT
               PERFORM SHOW-LOG THRU SHOW-LOG-EXIT
               GO TO ASK-ACTION.
           IF ACTION-CHOICE = "N" OR ACTION-CHOICE = "n"
               GO TO ASK-ORDER.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *ONLY LINES STILL EXPECTED ARE ACKNOWLEDGED.  A LINE ALREADY
      *ACKNOWLEDGED KEEPS ITS FIRST ACKNOWLEDGMENT - A LATER CHANGE
      *OF DATE IS A CHASE, AND GOES ON THE LOG
       ACKNOWLEDGE-ORDER.
           IF PO-STATUS NOT = "O" AND PO-STATUS NOT = "A"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER IS NOT OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "DATE THE SUPPLIER ACKNOWLEDGED".
           PERFORM GET-DATE THRU GET-DATE-EXIT.
           MOVE DC-DATE TO ACK-DATE.
           MOVE 0 TO OPEN-LINES.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO ACKNOWLEDGE-DONE
           END-START.
       ACKNOWLEDGE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO ACKNOWLEDGE-DONE
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER GO TO ACKNOWLEDGE-DONE.
           IF POL-STATUS NOT = "O" GO TO ACKNOWLEDGE-LOOP.
           MOVE POL-KEY TO PA-KEY.
           READ ACK-FILE
               INVALID
                   MOVE SPACE TO PO-ACK-RECORD
                   MOVE POL-KEY TO PA-KEY
                   MOVE 0 TO PA-CHASE-COUNT
           END-READ.
           IF PA-ACK-DATE NOT = SPACE
               DISPLAY "LINE " POL-LINE-NO " ALREADY ACKNOWLEDGED ON "
                   PA-ACK-DATE
               GO TO ACKNOWLEDGE-LOOP.
           ADD 1 TO OPEN-LINES.
           DISPLAY "LINE " POL-LINE-NO " " POL-STOCK-CODE
               " QTY " POL-QTY-ORDERED " DUE " POL-DUE-DATE.
           DISPLAY "CONFIRMED DELIVERY DATE (MM/DD/YYYY)".
           MOVE POL-DUE-DATE TO LINE-DATE.
           PERFORM GET-LINE-DATE THRU GET-LINE-DATE-EXIT.
           MOVE ACK-DATE TO PA-ACK-DATE.
           MOVE LINE-DATE TO PA-ACK-CONFIRMED.
           MOVE LINE-DATE TO PA-CONFIRMED-DATE.
           PERFORM PUT-ACK THRU PUT-ACK-EXIT.
           GO TO ACKNOWLEDGE-LOOP.
       ACKNOWLEDGE-DONE.
           DISPLAY "LINES ACKNOWLEDGED: " OPEN-LINES.
           GO TO ASK-ACTION.
      *A CHASE ABOUT THE WHOLE ORDER (LINE 0) WITH A NEW PROMISE
      *MOVES THE PROMISE ON EVERY LINE STILL EXPECTED
       LOG-CHASE.
           DISPLAY "DATE OF THE CONTACT".
           PERFORM GET-DATE THRU GET-DATE-EXIT.
           MOVE DC-DATE TO CHASE-DATE.
       LOG-CHASE-LINE.
           DISPLAY "LINE CHASED (0 OR RETURN = WHOLE ORDER): ".
           MOVE 0 TO ENTERED-LINE-NO.
           ACCEPT ENTERED-LINE-NO.
           IF ENTERED-LINE-NO NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "LINE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO LOG-CHASE-LINE.
           IF ENTERED-LINE-NO NOT = 0
               MOVE PO-NUMBER TO POL-ORDER-NO
               MOVE ENTERED-LINE-NO TO POL-LINE-NO
               READ PO-LINE-FILE
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "NO SUCH LINE ON THIS ORDER" TERM-HIGHLIGHT-OFF
                   GO TO LOG-CHASE-LINE
               END-READ
           END-IF.
       LOG-CHASE-CONTACT.
           DISPLAY "WHO DID YOU SPEAK TO: ".
           MOVE SPACE TO ENTERED-CONTACT.
           ACCEPT ENTERED-CONTACT.
           IF ENTERED-CONTACT = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "CONTACT MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO LOG-CHASE-CONTACT.
           DISPLAY "NEW PROMISED DATE (MM/DD/YYYY)".
           MOVE SPACE TO LINE-DATE.
           PERFORM GET-LINE-DATE THRU GET-LINE-DATE-EXIT.
           MOVE LINE-DATE TO PROMISE-DATE.
           DISPLAY "NOTE (OPTIONAL): ".
           MOVE SPACE TO ENTERED-NOTE.
           ACCEPT ENTERED-NOTE.
           PERFORM WRITE-LOG THRU WRITE-LOG-EXIT.
           MOVE 0 TO LINES-MOVED.
           IF ENTERED-LINE-NO NOT = 0
               PERFORM CHASE-ONE-LINE THRU CHASE-ONE-LINE-EXIT
               GO TO LOG-CHASE-DONE.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO LOG-CHASE-DONE
           END-START.
       LOG-CHASE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO LOG-CHASE-DONE
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER GO TO LOG-CHASE-DONE.
           PERFORM CHASE-ONE-LINE THRU CHASE-ONE-LINE-EXIT.
           GO TO LOG-CHASE-LOOP.
       LOG-CHASE-DONE.
           DISPLAY "CHASE LOGGED - LINES RE-PROMISED: " LINES-MOVED.
           GO TO ASK-ACTION.
      *THE LINE'S SUMMARY IS BROUGHT UP TO DATE; A LINE NEVER
      *ACKNOWLEDGED GETS A RECORD WITH NO ACKNOWLEDGMENT ON IT, SO
      *THE WORKLIST STILL SHOWS THE ORDER AS UNACKNOWLEDGED
       CHASE-ONE-LINE.
           IF POL-STATUS NOT = "O" GO TO CHASE-ONE-LINE-EXIT.
           MOVE POL-KEY TO PA-KEY.
           READ ACK-FILE
               INVALID
                   MOVE SPACE TO PO-ACK-RECORD
                   MOVE POL-KEY TO PA-KEY
                   MOVE 0 TO PA-CHASE-COUNT
           END-READ.
           IF PA-CHASE-COUNT < 99
               ADD 1 TO PA-CHASE-COUNT.
           MOVE CHASE-DATE TO PA-LAST-CHASE.
           IF PROMISE-DATE NOT = SPACE
               MOVE PROMISE-DATE TO PA-CONFIRMED-DATE
               ADD 1 TO LINES-MOVED.
           PERFORM PUT-ACK THRU PUT-ACK-EXIT.
       CHASE-ONE-LINE-EXIT.
           EXIT.
       PUT-ACK.
           REWRITE PO-ACK-RECORD
               INVALID
                   WRITE PO-ACK-RECORD
                       INVALID DISPLAY TERM-HIGHLIGHT-ON
                           "ACK FILE I/O ERROR, STATUS: "
                           PA-FILE-STATUS TERM-HIGHLIGHT-OFF
                   END-WRITE
           END-REWRITE.
       PUT-ACK-EXIT.
           EXIT.
       WRITE-LOG.
           MOVE 0 TO EX-NEXT-SEQ.
           MOVE PO-NUMBER TO EX-ORDER-NO.
           MOVE ENTERED-LINE-NO TO EX-LINE-NO.
           MOVE 0 TO EX-SEQ.
           START LOG-FILE KEY NOT LESS THAN EX-KEY
               INVALID GO TO WRITE-LOG-PUT
           END-START.
       WRITE-LOG-SCAN.
           READ LOG-FILE NEXT RECORD
               AT END GO TO WRITE-LOG-PUT
           END-READ.
           IF EX-ORDER-NO NOT = PO-NUMBER
               OR EX-LINE-NO NOT = ENTERED-LINE-NO
               GO TO WRITE-LOG-PUT.
           MOVE EX-SEQ TO EX-NEXT-SEQ.
           GO TO WRITE-LOG-SCAN.
       WRITE-LOG-PUT.
           ADD 1 TO EX-NEXT-SEQ.
           MOVE SPACE TO EXPEDITE-LOG-RECORD.
           MOVE PO-NUMBER TO EX-ORDER-NO.
           MOVE ENTERED-LINE-NO TO EX-LINE-NO.
           MOVE EX-NEXT-SEQ TO EX-SEQ.
           MOVE CHASE-DATE TO EX-DATE.
           MOVE ENTERED-CONTACT TO EX-CONTACT.
           MOVE PROMISE-DATE TO EX-PROMISE-DATE.
           MOVE SGN-OPERATOR-ID TO EX-OPERATOR.
           MOVE ENTERED-NOTE TO EX-NOTE.
           WRITE EXPEDITE-LOG-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOG FILE I/O ERROR, STATUS: " EX-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
       WRITE-LOG-EXIT.
           EXIT.
       SHOW-LINES.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID DISPLAY "NO LINES ON THIS ORDER"
               GO TO SHOW-LINES-EXIT
           END-START.
       SHOW-LINES-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO SHOW-LINES-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER GO TO SHOW-LINES-EXIT.
           MOVE POL-KEY TO PA-KEY.
           READ ACK-FILE
               INVALID MOVE SPACE TO PA-ACK-DATE
                   MOVE SPACE TO PA-CONFIRMED-DATE
           END-READ.
           MOVE POL-LINE-NO TO LD-LINE-NO.
           MOVE POL-STOCK-CODE TO LD-STOCK-CODE.
           MOVE POL-DUE-DATE TO LD-DUE-DATE.
           MOVE PA-ACK-DATE TO LD-ACK-DATE.
           MOVE PA-CONFIRMED-DATE TO LD-PROMISE.
           IF POL-STATUS = "O"
               MOVE "OPEN" TO LD-STATUS
           ELSE
               IF POL-STATUS = "C"
                   MOVE "DONE" TO LD-STATUS
               ELSE
                   MOVE "CANCEL" TO LD-STATUS
               END-IF
           END-IF.
           DISPLAY LINE-DISPLAY.
           GO TO SHOW-LINES-LOOP.
       SHOW-LINES-EXIT.
           EXIT.
       SHOW-LOG.
           MOVE PO-NUMBER TO EX-ORDER-NO.
           MOVE 0 TO EX-LINE-NO.
           MOVE 0 TO EX-SEQ.
           START LOG-FILE KEY NOT LESS THAN EX-KEY
               INVALID DISPLAY "NO CHASES LOGGED"
               GO TO SHOW-LOG-EXIT
           END-START.
           DISPLAY "DATE       LINE CONTACT              PROMISE    "
               "OPER NOTE".
       SHOW-LOG-LOOP.
           READ LOG-FILE NEXT RECORD
               AT END GO TO SHOW-LOG-EXIT
           END-READ.
           IF EX-ORDER-NO NOT = PO-NUMBER GO TO SHOW-LOG-EXIT.
           MOVE EX-DATE TO LG-DATE.
           IF EX-LINE-NO = 0
               MOVE "ALL" TO LG-LINE
           ELSE
               MOVE SPACE TO LG-LINE
               MOVE EX-LINE-NO TO LG-LINE (1:2).
           MOVE EX-CONTACT TO LG-CONTACT.
           MOVE EX-PROMISE-DATE TO LG-PROMISE.
           MOVE EX-OPERATOR TO LG-OPERATOR.
           MOVE EX-NOTE TO LG-NOTE.
           DISPLAY LOG-DISPLAY.
           GO TO SHOW-LOG-LOOP.
       SHOW-LOG-EXIT.
           EXIT.
       END-IT.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE ACK-FILE.
           CLOSE LOG-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.POA" TO STOCK-POA-FN.
           MOVE "TRAIN.EXL" TO STOCK-EXL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-DATE.
       GET-DATE-EXIT.
           EXIT.
      *A BARE RETURN KEEPS WHAT IS IN LINE-DATE - THE ORDER'S DUE
      *DATE WHEN ACKNOWLEDGING, NO NEW PROMISE WHEN CHASING
       GET-LINE-DATE.
           IF LINE-DATE NOT = SPACE
               DISPLAY "(RETURN ALONE KEEPS " LINE-DATE ")"
           ELSE
               DISPLAY "(RETURN ALONE IF NO DATE WAS GIVEN)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE GO TO GET-LINE-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-LINE-DATE.
           MOVE DC-DATE TO LINE-DATE.
       GET-LINE-DATE-EXIT.
           EXIT.
