           SELECT PROFILE-FILE ASSIGN "PROFILES.DAT"
           ORGANIZATION SEQUENTIAL
           FILE STATUS PF-STATUS.
      *THIS TERMINAL'S OWN NAME, ON ITS LOCAL DISK - IT GOES ON THE
      *SIGN-ON LOG AND THE SESSION REGISTRY
           SELECT TERMINAL-FILE ASSIGN "TERMINAL.DAT"
           ORGANIZATION SEQUENTIAL
           FILE STATUS TI-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
               03  FILLER PIC X(14).
               03  PF-HIGHLIGHT-ON PIC X.
               03  PF-HIGHLIGHT-OFF PIC X.
       FD  TERMINAL-FILE; RECORD 8.
           COPY "TERMID.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
       01  MENU-CHOICE PIC X.
       01  LOG-EVENT PIC X.
       01  LOG-ID PIC X(4).
      *PASSWORDS OLDER THAN THIS MANY DAYS MUST BE CHANGED AT
      *SIGN-ON, AND THIS MANY BAD TRIES IN A ROW LOCKS THE ID -
      *DEFAULTS ONLY, PWD-MAX-AGE AND PWD-MAX-FAIL ON STOCK.PRM
      *OVERRIDE THEM
       01  PWD-MAX-AGE PIC 9(3) VALUE 90.
       01  MAX-FAILS PIC 9 VALUE 5.
           COPY "PRMREQ.CPY".
       01  NC-FILE-STATUS PIC XX.
       01  NA-FILE-STATUS PIC XX.
       01  ACK-ANSWER PIC X.
       01  NOTICES-SHOWN PIC 9(4).
       01  PF-STATUS PIC XX.
       01  PROFILE-FOUND PIC X.
       01  TI-STATUS PIC XX.
       01  THIS-TERMINAL PIC X(4) VALUE "CRT1".
           COPY "SESREQ.CPY".
           COPY "PWDREQ.CPY".
           COPY "AQREQ.CPY".
       COPY "TERMPROF.CPY".
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION.
               REMAINDER PWD-WORK-DD.
           COMPUTE TODAY-DAY-COUNT =
               PWD-WORK-YYYY * 365 + PWD-WORK-MM * 30 + PWD-WORK-DD.
           MOVE "PWD-MAX-AGE" TO PQ-KEY.
           MOVE PWD-MAX-AGE TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO PWD-MAX-AGE.
           MOVE "PWD-MAX-FAIL" TO PQ-KEY.
           MOVE MAX-FAILS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO MAX-FAILS.
           PERFORM LOAD-TERMINAL-ID THRU LOAD-TERMINAL-EXIT.
           OPEN I-O OPERATOR-FILE.
           IF OPR-STATUS NOT = "00"
               PERFORM SEED-OPERATOR-FILE THRU SEED-OPERATOR-EXIT.
               MOVE "F" TO LOG-EVENT
               PERFORM LOG-SIGNON-EVENT THRU LOG-SIGNON-EXIT
               GO TO SIGN-ON-COUNT.
           PERFORM CHECK-PASSWORD THRU CHECK-PASSWORD-EXIT.
           IF PW-RESULT NOT = "Y"
               GO TO SIGN-ON-WRONG-PWD.
           IF OM-FAIL-COUNT NOT NUMERIC MOVE 0 TO OM-FAIL-COUNT.
           MOVE 0 TO OM-FAIL-COUNT.
               MOVE 0 TO OM-PWD-DATE-NUM.
           PERFORM CHECK-PASSWORD-AGE THRU CHECK-PWD-AGE-EXIT.
           REWRITE OPERATOR-RECORD.
           PERFORM REGISTER-SESSION THRU REGISTER-SESSION-EXIT.
           MOVE SGN-OPERATOR-ID TO LOG-ID.
           MOVE "S" TO LOG-EVENT.
           PERFORM LOG-SIGNON-EVENT THRU LOG-SIGNON-EXIT.
      *LAST TIME - A STRANDED INTENT IS PUT RIGHT FIRST
           CALL "INTENT-RECOVERY" USING SIGNON-BLOCK.
           PERFORM SHOW-NOTICES THRU SHOW-NOTICES-EXIT.
           PERFORM SHOW-ACTION-COUNT THRU SHOW-ACTION-COUNT-EXIT.
           GO TO SHOW-MENU.
      *A WRONG PASSWORD AGAINST A REAL ID COUNTS ON THE RECORD -
      *TOO MANY IN A ROW AND THE ID LOCKS, HOWEVER MANY RESTARTS
           DISPLAY "NEW PASSWORD: ".
           ACCEPT NEW-PASSWORD.
           IF NEW-PASSWORD = SPACE
               DISPLAY "IT MUST NOT BE BLANK, TRY AGAIN."
               GO TO CHECK-PWD-ASK.
           DISPLAY "TYPE IT AGAIN: ".
           ACCEPT NEW-PASSWORD-2.
           IF NEW-PASSWORD-2 NOT = NEW-PASSWORD
               DISPLAY "THEY DO NOT MATCH, TRY AGAIN."
               GO TO CHECK-PWD-ASK.
      *PASSWORD-CONTROL REFUSES THE OLD PASSWORD AND THE FOUR
      *BEFORE IT, AND HANDS BACK THE NEW ONE ENCODED
           MOVE "C" TO PW-FUNCTION.
           MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE NEW-PASSWORD TO PW-PASSWORD.
           MOVE OM-PWD-SALT TO PW-SALT.
           MOVE OM-PASSWORD TO PW-STORED.
           MOVE OM-PWD-FORM TO PW-FORM.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           IF PW-RESULT = "R"
               DISPLAY "IT MUST DIFFER FROM YOUR LAST FIVE PASSWORDS,"
               DISPLAY "TRY AGAIN."
               GO TO CHECK-PWD-ASK.
           MOVE PW-SALT TO OM-PWD-SALT.
           MOVE PW-STORED TO OM-PASSWORD.
           MOVE PW-FORM TO OM-PWD-FORM.
           MOVE TODAY-NUM TO OM-PWD-DATE-NUM.
           MOVE SGN-OPERATOR-ID TO LOG-ID.
           MOVE "C" TO LOG-EVENT.
           DISPLAY "PASSWORD CHANGED.".
       CHECK-PWD-AGE-EXIT.
           EXIT.
      *THE TYPED PASSWORD AGAINST THE STORED FORM.  A RECORD STILL
      *HELD IN CLEAR COMES BACK ENCODED ON A MATCH, AND THE REWRITE
      *AFTER A GOOD SIGN-ON PUTS IT ON THE FILE THAT WAY.
       CHECK-PASSWORD.
           MOVE "V" TO PW-FUNCTION.
           MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE ENTERED-PASSWORD TO PW-PASSWORD.
           MOVE OM-PWD-SALT TO PW-SALT.
           MOVE OM-PASSWORD TO PW-STORED.
           MOVE OM-PWD-FORM TO PW-FORM.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           IF PW-RESULT NOT = "Y" GO TO CHECK-PASSWORD-EXIT.
           MOVE PW-SALT TO OM-PWD-SALT.
           MOVE PW-STORED TO OM-PASSWORD.
           MOVE PW-FORM TO OM-PWD-FORM.
       CHECK-PASSWORD-EXIT.
           EXIT.
      *EVERY ATTEMPT LEAVES A ROW - THE 2 AM TRIES INCLUDED
       LOG-SIGNON-EVENT.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO SG-TIME.
           MOVE LOG-ID TO SG-OPERATOR.
           MOVE LOG-EVENT TO SG-EVENT.
           MOVE THIS-TERMINAL TO SG-TERMINAL.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SIGNON-LOG-FILE.
       LOG-SIGNON-EXIT.
           EXIT.
      *NO TERMINAL.DAT (THE SINGLE-CONSOLE SET-UP) LEAVES THE
      *ORIGINAL NAME CRT1 - SESSION-MONITOR WRITES THE FILE
       LOAD-TERMINAL-ID.
           OPEN INPUT TERMINAL-FILE.
           IF TI-STATUS NOT = "00" GO TO LOAD-TERMINAL-EXIT.
           READ TERMINAL-FILE
               AT END MOVE SPACE TO TI-TERMINAL
           END-READ.
           IF TI-TERMINAL NOT = SPACE
               MOVE TI-TERMINAL TO THIS-TERMINAL.
           CLOSE TERMINAL-FILE.
       LOAD-TERMINAL-EXIT.
           EXIT.
      *ONE OPERATOR, ONE TERMINAL - A SECOND SIGN-ON UNDER AN ID
      *THAT IS ALREADY LIVE ELSEWHERE IS REFUSED.  WHATEVER WAS
      *STILL REGISTERED AGAINST THIS TERMINAL WAS LEFT BY A CRASH
      *AND IS CLEARED BY THE REGISTRY; INTENT-RECOVERY, WHICH RUNS
      *STRAIGHT AFTER, PUTS RIGHT ANY POSTING IT DIED IN.
       REGISTER-SESSION.
           MOVE "S" TO SQ-FUNCTION.
           MOVE SGN-OPERATOR-ID TO SQ-OPERATOR-ID.
           MOVE THIS-TERMINAL TO SQ-TERMINAL.
           CALL "SESSION-REGISTRY" USING SESSION-REQ-BLOCK.
           IF SQ-RESULT = "N"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ALREADY SIGNED ON AT TERMINAL " SQ-HOLDER-TERMINAL
                   " SINCE " SQ-HOLDER-DATE " " SQ-HOLDER-TIME
                   TERM-HIGHLIGHT-OFF
               DISPLAY "SIGN OFF THERE, OR ASK A SUPERVISOR TO CLEAR"
                   " THE SESSION IF THAT TERMINAL IS DEAD."
               MOVE SGN-OPERATOR-ID TO LOG-ID
               MOVE "D" TO LOG-EVENT
               PERFORM LOG-SIGNON-EVENT THRU LOG-SIGNON-EXIT
               CLOSE OPERATOR-FILE
               STOP RUN.
           IF SQ-CLEARED > 0
               DISPLAY "A SESSION LEFT OPEN ON THIS TERMINAL BY A"
                   " CRASH HAS BEEN CLEARED.".
       REGISTER-SESSION-EXIT.
           EXIT.
      *THE OPERATOR'S NAMED PROFILE OFF PROFILES.DAT - ITS CODES
      *RIDE IN THE SIGNON BLOCK SO EVERY ERROR SCREEN IN THE SUITE
      *RENDERS RIGHT ON THIS TERMINAL.  NO PROFILE (OR NO FILE)
           CLOSE ACK-FILE.
       SHOW-NOTICES-EXIT.
           EXIT.
      *AFTER THE NOTICES, HOW MANY SUPERVISOR ACTIONS ARE WAITING ON
      *THIS OPERATOR - A SUPERVISOR ALSO SEES HOW MANY NOBODY HAS
      *BEEN GIVEN YET
       SHOW-ACTION-COUNT.
           MOVE "C" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
           IF AR-RESULT NOT = "Y" GO TO SHOW-ACTION-COUNT-EXIT.
           IF AR-COUNT NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "OPEN ACTIONS ASSIGNED TO YOU: " AR-COUNT
                   TERM-HIGHLIGHT-OFF.
           IF SGN-AUTHORITY NOT < 2 AND AR-UNASSIGNED NOT = 0
               DISPLAY "ACTIONS AWAITING ASSIGNMENT: " AR-UNASSIGNED.
       SHOW-ACTION-COUNT-EXIT.
           EXIT.
       TAKE-NOTICE-ACK.
           DISPLAY "PRESS RETURN TO ACKNOWLEDGE THIS NOTICE: ".
           ACCEPT ACK-ANSWER.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE "SUPV" TO OM-OPERATOR-ID.
           MOVE "SUPERVISOR" TO OM-NAME.
           MOVE "E" TO PW-FUNCTION.
           MOVE "SUPV" TO PW-OPERATOR-ID.
           MOVE "SETUP" TO PW-PASSWORD.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           MOVE PW-SALT TO OM-PWD-SALT.
           MOVE PW-STORED TO OM-PASSWORD.
           MOVE PW-FORM TO OM-PWD-FORM.
           MOVE 2 TO OM-AUTHORITY.
           MOVE "N" TO OM-TRAINING-FLAG.
           MOVE 0 TO OM-PWD-DATE-NUM.
       SEED-OPERATOR-EXIT.
           EXIT.
       SHOW-MENU.
           MOVE "STOCK-MENU" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           DISPLAY SPACE.
           IF SGN-TRAINING-FLAG = "Y"
               DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "1"
               MOVE "STOCK-FILE-SET-UP" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-FILE-SET-UP" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "2"
               MOVE "GOODS-IN" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "GOODS-IN" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "3"
               MOVE "GOODS-OUT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "GOODS-OUT" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "4"
               MOVE "STOCK-LISTING" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-LISTING" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "5"
               MOVE "STOCK-RECONCILE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-RECONCILE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "6"
               MOVE "STOCK-COUNT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-COUNT" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "7"
               MOVE "GOODS-RECEIVED-SUMMARY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "GOODS-RECEIVED-SUMMARY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "8"
               MOVE "ARCHIVE-TRANSACTIONS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ARCHIVE-TRANSACTIONS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "9"
               MOVE "BACKUP-RESTORE-UTILITY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "BACKUP-RESTORE-UTILITY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "S" OR MENU-CHOICE = "s"
               MOVE "SELF-TEST" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SELF-TEST" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "P" OR MENU-CHOICE = "p"
               MOVE "PURCHASE-ORDER-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PURCHASE-ORDER-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "D" OR MENU-CHOICE = "d"
               MOVE "PO-DUE-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PO-DUE-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "G" OR MENU-CHOICE = "g"
               MOVE "SUGGEST-PURCHASE-ORDERS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SUGGEST-PURCHASE-ORDERS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "U" OR MENU-CHOICE = "u"
               MOVE "SUPPLIER-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SUPPLIER-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "F" OR MENU-CHOICE = "f"
               MOVE "SUPPLIER-PERFORMANCE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SUPPLIER-PERFORMANCE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "I" OR MENU-CHOICE = "i"
               MOVE "INVOICE-MATCHING" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "INVOICE-MATCHING" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "R" OR MENU-CHOICE = "r"
               MOVE "RETURN-TO-SUPPLIER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "RETURN-TO-SUPPLIER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "V" OR MENU-CHOICE = "v"
               MOVE "TRANSACTION-REVERSAL" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TRANSACTION-REVERSAL" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "B" OR MENU-CHOICE = "b"
               MOVE "BACK-ORDER-LISTING" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "BACK-ORDER-LISTING" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Q" OR MENU-CHOICE = "q"
               MOVE "ISSUE-REQUESTS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ISSUE-REQUESTS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "K" OR MENU-CHOICE = "k"
               MOVE "PICKING-LIST" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PICKING-LIST" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "L" OR MENU-CHOICE = "l"
               MOVE "LOT-EXPIRY-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "LOT-EXPIRY-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "E" OR MENU-CHOICE = "e"
               MOVE "PRICE-CHANGE-CONTROL" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PRICE-CHANGE-CONTROL" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "M" OR MENU-CHOICE = "m"
               MOVE "KIT-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "KIT-MAINT" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "W" OR MENU-CHOICE = "w"
               MOVE "STOCK-WRITE-OFF" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-WRITE-OFF" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "A" OR MENU-CHOICE = "a"
               MOVE "WRITE-OFF-ANALYSIS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "WRITE-OFF-ANALYSIS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Y" OR MENU-CHOICE = "y"
               MOVE "CYCLE-COUNT-SCHEDULER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CYCLE-COUNT-SCHEDULER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "N" OR MENU-CHOICE = "n"
               MOVE "DEPARTMENT-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DEPARTMENT-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "J" OR MENU-CHOICE = "j"
               MOVE "DEPT-COST-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DEPT-COST-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "X" OR MENU-CHOICE = "x"
               MOVE "LOCATION-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "LOCATION-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Z" OR MENU-CHOICE = "z"
               MOVE "EMPTY-BIN-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "EMPTY-BIN-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "H" OR MENU-CHOICE = "h"
               MOVE "CATEGORY-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CATEGORY-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "O" OR MENU-CHOICE = "o"
               CALL "STOCK-MENU-2" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "T" OR MENU-CHOICE = "t"
               MOVE "STOCK-TRANSFER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-TRANSFER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "C" OR MENU-CHOICE = "c"
               MOVE "TRANSACTION-CONTROL-CHECK" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TRANSACTION-CONTROL-CHECK" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "0" GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO SHOW-MENU.
       END-IT.
           MOVE "X" TO SQ-FUNCTION.
           MOVE SGN-OPERATOR-ID TO SQ-OPERATOR-ID.
           CALL "SESSION-REGISTRY" USING SESSION-REQ-BLOCK.
           MOVE SGN-OPERATOR-ID TO LOG-ID.
           MOVE "O" TO LOG-EVENT.
           PERFORM LOG-SIGNON-EVENT THRU LOG-SIGNON-EXIT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           STOP RUN.
      *EVERY MOVE BETWEEN FUNCTIONS IS NOTED ON THE SESSION
      *REGISTRY, AND A SESSION A SUPERVISOR HAS FORCED OFF OR
      *CLEARED ENDS HERE, AT THE MENU
       NOTE-SESSION.
           MOVE "P" TO SQ-FUNCTION.
           MOVE SGN-OPERATOR-ID TO SQ-OPERATOR-ID.
           CALL "SESSION-REGISTRY" USING SESSION-REQ-BLOCK.
           IF SQ-RESULT = "F"
               DISPLAY "YOUR SESSION WAS ENDED BY A SUPERVISOR."
               STOP RUN.
       NOTE-SESSION-EXIT.
           EXIT.
