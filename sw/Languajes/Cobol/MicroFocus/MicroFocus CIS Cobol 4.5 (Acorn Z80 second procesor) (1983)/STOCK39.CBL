           ACCESS DYNAMIC
           RECORD KEY NT-KEY
           FILE STATUS NT-FILE-STATUS.
           SELECT KEYWORD-FILE ASSIGN DYNAMIC STOCK-KWX-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY KW-KEY
           FILE STATUS KW-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           COPY "STOCKIT.CPY".
       FD  NOTE-FILE; RECORD 68.
           COPY "NTSFILE.CPY".
       FD  KEYWORD-FILE; RECORD 32.
           COPY "KWXFILE.CPY".
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-NTS-FN PIC X(12) VALUE "STOCK.NTS".
           02  STOCK-KWX-FN PIC X(12) VALUE "STOCK.KWX".
       01  NT-FILE-STATUS PIC XX.
       01  KW-FILE-STATUS PIC XX.
       01  INDEX-AVAILABLE PIC X.
       01  NOTES-SHOWN PIC 99.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-CODE PIC X(8).
       01  LINE-COUNT PIC 99.
       01  MATCH-COUNT PIC 9(4).
       01  MORE-RECORDS PIC X.
      *THE ONE OR TWO WORDS OF A KEYWORD SEARCH, EACH MATCHED AS
      *THE START OF AN INDEXED WORD - "BEAR" FINDS "BEARINGS"
       01  WORD-NO PIC 9.
       01  FIRST-WORD PIC X(20).
       01  FIRST-LEN PIC 99.
       01  SECOND-WORD PIC X(20).
       01  SECOND-LEN PIC 99.
      *BINS FOUND UNDER THE FIRST WORD.  A SECOND WORD KEEPS ONLY
      *THE BINS IT FINDS TOO.
       01  HIT-COUNT PIC 999.
       01  HIT-IX PIC 999.
       01  FOUND-IX PIC 999.
       01  HIT-FULL PIC X.
       01  HIT-TABLE.
           02  HIT-ENTRY OCCURS 200 TIMES.
               03  HIT-KEY PIC X(12).
               03  HIT-KEEP PIC X.
      *ONE SAVED KEY PER PAGE SHOWN, SO (P)REVIOUS CAN RE-START THE
      *FILE AT THE TOP OF THE PAGE BEFORE THE ONE ON SCREEN
       01  PAGE-DEPTH PIC 99.
           DISPLAY SPACE.
           DISPLAY "STOCK INQUIRY (READ ONLY)".
           OPEN INPUT STOCK-FILE.
           MOVE "N" TO INDEX-AVAILABLE.
           OPEN INPUT KEYWORD-FILE.
           IF KW-FILE-STATUS = "00"
               MOVE "Y" TO INDEX-AVAILABLE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(C)ODE BROWSE, (D)ESCRIPTION WORD SEARCH,".
           DISPLAY "(F)RAGMENT SCAN, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CODE-BROWSE.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DESC-SEARCH.
           IF ACTION-CHOICE = "F" OR ACTION-CHOICE = "f"
               GO TO FRAGMENT-SCAN.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           MOVE PAGE-START-KEY (PAGE-DEPTH) TO STOCK-KEY.
           SUBTRACT 1 FROM PAGE-DEPTH.
           GO TO BROWSE-NEW-PAGE.
      *LOOK THE WORDS UP ON THE KEYWORD INDEX INSTEAD OF READING
      *EVERY BIN - "BEARING BALL" FINDS THE BINS WHOSE DESCRIPTION
      *HAS A WORD STARTING "BEARING" AND ONE STARTING "BALL"
       DESC-SEARCH.
           IF INDEX-AVAILABLE NOT = "Y"
               DISPLAY "NO KEYWORD INDEX - RUN KEYWORD-REBUILD."
               DISPLAY "SCANNING THE WHOLE FILE INSTEAD."
               GO TO FRAGMENT-SCAN.
           DISPLAY "ENTER ONE OR TWO WORDS (BLANK TO GO BACK): ".
           MOVE SPACE TO SEARCH-TEXT.
           ACCEPT SEARCH-TEXT.
           IF SEARCH-TEXT = SPACE GO TO ASK-ACTION.
           PERFORM SPLIT-SEARCH THRU SPLIT-SEARCH-EXIT.
           PERFORM COLLECT-FIRST THRU COLLECT-FIRST-EXIT.
           IF SECOND-LEN > 0
               PERFORM MATCH-SECOND THRU MATCH-SECOND-EXIT.
           MOVE 0 TO MATCH-COUNT.
           DISPLAY "CODE      LOC.  DESCRIPTION            ON HAND"
               "  ALLOC.    PRICE  ABC".
           MOVE 1 TO HIT-IX.
       SHOW-HITS-LOOP.
           IF HIT-IX > HIT-COUNT GO TO SHOW-HITS-DONE.
           IF HIT-KEEP (HIT-IX) NOT = "Y" GO TO SHOW-HITS-NEXT.
      *AN INDEX ENTRY FOR A BIN SINCE GONE IS PASSED OVER
           MOVE HIT-KEY (HIT-IX) TO STOCK-KEY.
           READ STOCK-FILE
               INVALID GO TO SHOW-HITS-NEXT
           END-READ.
           ADD 1 TO MATCH-COUNT.
           PERFORM SHOW-INQUIRY-LINE.
       SHOW-HITS-NEXT.
           ADD 1 TO HIT-IX.
           GO TO SHOW-HITS-LOOP.
       SHOW-HITS-DONE.
           DISPLAY "MATCHES FOUND: " MATCH-COUNT.
           IF HIT-FULL = "Y"
               DISPLAY "OVER 200 BINS ON THE FIRST WORD - ONLY THE"
               DISPLAY "FIRST 200 SEARCHED.  TRY A LONGER WORD.".
           GO TO DESC-SEARCH.
      *BREAK THE TEXT KEYED AT SPACES INTO THE FIRST TWO WORDS -
      *ANYTHING AFTER THE SECOND WORD IS IGNORED
       SPLIT-SEARCH.
           MOVE SPACE TO FIRST-WORD.
           MOVE SPACE TO SECOND-WORD.
           MOVE 0 TO FIRST-LEN.
           MOVE 0 TO SECOND-LEN.
           MOVE 1 TO WORD-NO.
           MOVE 1 TO SCAN-IDX.
       SPLIT-SEARCH-LOOP.
           IF SCAN-IDX > 20 GO TO SPLIT-SEARCH-EXIT.
           IF SEARCH-TEXT (SCAN-IDX:1) = SPACE
               IF WORD-NO = 2 AND SECOND-LEN > 0
                   MOVE 3 TO WORD-NO
               END-IF
               IF WORD-NO = 1 AND FIRST-LEN > 0
                   MOVE 2 TO WORD-NO
               END-IF
               GO TO SPLIT-SEARCH-NEXT.
           IF WORD-NO = 1
               ADD 1 TO FIRST-LEN
               MOVE SEARCH-TEXT (SCAN-IDX:1)
                   TO FIRST-WORD (FIRST-LEN:1).
           IF WORD-NO = 2
               ADD 1 TO SECOND-LEN
               MOVE SEARCH-TEXT (SCAN-IDX:1)
                   TO SECOND-WORD (SECOND-LEN:1).
       SPLIT-SEARCH-NEXT.
           ADD 1 TO SCAN-IDX.
           GO TO SPLIT-SEARCH-LOOP.
       SPLIT-SEARCH-EXIT.
           EXIT.
      *START AT THE FIRST WORD AND TAKE EVERY INDEX ENTRY THAT
      *BEGINS WITH IT - ONE BIN CAN TURN UP UNDER SEVERAL WORDS
      *("BEAR" MATCHES BEARING AND BEARINGS) BUT IS HELD ONCE
       COLLECT-FIRST.
           MOVE 0 TO HIT-COUNT.
           MOVE "N" TO HIT-FULL.
           MOVE FIRST-WORD TO KW-WORD.
           MOVE LOW-VALUE TO KW-STOCK-CODE.
           MOVE LOW-VALUE TO KW-LOCATION.
           START KEYWORD-FILE KEY NOT LESS THAN KW-KEY
               INVALID GO TO COLLECT-FIRST-EXIT
           END-START.
       COLLECT-FIRST-LOOP.
           READ KEYWORD-FILE NEXT RECORD
               AT END GO TO COLLECT-FIRST-EXIT
           END-READ.
           IF KW-WORD (1:FIRST-LEN) NOT = FIRST-WORD (1:FIRST-LEN)
               GO TO COLLECT-FIRST-EXIT.
           PERFORM FIND-HIT THRU FIND-HIT-EXIT.
           IF FOUND-IX > 0 GO TO COLLECT-FIRST-LOOP.
           IF HIT-COUNT NOT < 200
               MOVE "Y" TO HIT-FULL
               GO TO COLLECT-FIRST-EXIT.
           ADD 1 TO HIT-COUNT.
           MOVE KW-KEY (21:12) TO HIT-KEY (HIT-COUNT).
           MOVE "Y" TO HIT-KEEP (HIT-COUNT).
           GO TO COLLECT-FIRST-LOOP.
       COLLECT-FIRST-EXIT.
           EXIT.
      *THE SECOND WORD STRIKES OUT EVERY BIN IT DOES NOT ALSO FIND
       MATCH-SECOND.
           MOVE 1 TO HIT-IX.
       MATCH-SECOND-CLEAR.
           IF HIT-IX > HIT-COUNT GO TO MATCH-SECOND-START.
           MOVE "N" TO HIT-KEEP (HIT-IX).
           ADD 1 TO HIT-IX.
           GO TO MATCH-SECOND-CLEAR.
       MATCH-SECOND-START.
           MOVE SECOND-WORD TO KW-WORD.
           MOVE LOW-VALUE TO KW-STOCK-CODE.
           MOVE LOW-VALUE TO KW-LOCATION.
           START KEYWORD-FILE KEY NOT LESS THAN KW-KEY
               INVALID GO TO MATCH-SECOND-EXIT
           END-START.
       MATCH-SECOND-LOOP.
           READ KEYWORD-FILE NEXT RECORD
               AT END GO TO MATCH-SECOND-EXIT
           END-READ.
           IF KW-WORD (1:SECOND-LEN) NOT = SECOND-WORD (1:SECOND-LEN)
               GO TO MATCH-SECOND-EXIT.
           PERFORM FIND-HIT THRU FIND-HIT-EXIT.
           IF FOUND-IX > 0
               MOVE "Y" TO HIT-KEEP (FOUND-IX).
           GO TO MATCH-SECOND-LOOP.
       MATCH-SECOND-EXIT.
           EXIT.
       FIND-HIT.
           MOVE 0 TO FOUND-IX.
           MOVE 1 TO HIT-IX.
       FIND-HIT-LOOP.
           IF HIT-IX > HIT-COUNT GO TO FIND-HIT-EXIT.
           IF HIT-KEY (HIT-IX) = KW-KEY (21:12)
               MOVE HIT-IX TO FOUND-IX
               GO TO FIND-HIT-EXIT.
           ADD 1 TO HIT-IX.
           GO TO FIND-HIT-LOOP.
       FIND-HIT-EXIT.
           EXIT.
      *SCAN EVERY DESCRIPTION FOR THE FRAGMENT, WHEREVER IT FALLS -
      *"BRKT" FINDS EVERY BRACKET HOWEVER THE CODE WAS CUT.  SLOW
      *ON A BIG FILE - THE WORD SEARCH ABOVE IS THE QUICK ROUTE.
       FRAGMENT-SCAN.
           DISPLAY "ENTER TEXT TO SEARCH FOR (BLANK TO GO BACK): ".
           ACCEPT SEARCH-TEXT.
           IF SEARCH-TEXT = SPACE GO TO ASK-ACTION.
           IF SEARCH-TEXT (SEARCH-LEN:1) = SPACE
               SUBTRACT 1 FROM SEARCH-LEN
               IF SEARCH-LEN > 0 GO TO FIND-SEARCH-LEN.
           IF SEARCH-LEN = 0 GO TO FRAGMENT-SCAN.
           COMPUTE SCAN-LIMIT = 20 - SEARCH-LEN + 1.
           MOVE 0 TO MATCH-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           GO TO SEARCH-LOOP.
       SEARCH-DONE.
           DISPLAY "MATCHES FOUND: " MATCH-COUNT.
           GO TO FRAGMENT-SCAN.
       CHECK-DESC-MATCH.
           MOVE "N" TO MATCH-FOUND.
           MOVE 1 TO SCAN-IDX.
           DISPLAY INQUIRY-LINE.
       END-IT.
           CLOSE STOCK-FILE.
           IF INDEX-AVAILABLE = "Y"
               CLOSE KEYWORD-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       SET-TRAINING-FILES.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.NTS" TO STOCK-NTS-FN.
           MOVE "TRAIN.KWX" TO STOCK-KWX-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
