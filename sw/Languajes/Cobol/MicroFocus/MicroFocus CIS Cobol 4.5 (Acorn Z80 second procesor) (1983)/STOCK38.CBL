       01  MENU-CHOICE PIC X.
      *THE MAIN MENU RAN OUT OF CHOICE LETTERS - INQUIRIES AND THE
      *NEWER REPORTS LIVE ON THIS SECOND PAGE
           COPY "SESREQ.CPY".
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       SHOW-MENU.
           MOVE "STOCK-MENU-2" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           DISPLAY SPACE.
           IF SGN-TRAINING-FLAG = "Y"
               DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE = "1"
               MOVE "STOCK-CARDEX" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-CARDEX" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "2"
               MOVE "STOCK-INQUIRY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-INQUIRY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "3"
               MOVE "STOCK-VALUATION" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-VALUATION" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "4"
               MOVE "USAGE-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "USAGE-REPORT" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "5"
               MOVE "OPERATOR-ACTIVITY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "OPERATOR-ACTIVITY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "6"
               MOVE "DAY-END-DASHBOARD" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DAY-END-DASHBOARD" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "7"
               MOVE "EXPORT-DATA" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "EXPORT-DATA" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "8"
               MOVE "NOMINAL-EXTRACT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "NOMINAL-EXTRACT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "9"
               MOVE "ARCHIVE-INQUIRY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ARCHIVE-INQUIRY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "P" OR MENU-CHOICE = "p"
               MOVE "REPORT-SPOOL" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REPORT-SPOOL" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "R" OR MENU-CHOICE = "r"
               MOVE "REJECT-REVIEW" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REJECT-REVIEW" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "I" OR MENU-CHOICE = "i"
               MOVE "FILE-INTEGRITY-CHECK" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "FILE-INTEGRITY-CHECK" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "D" OR MENU-CHOICE = "d"
               MOVE "DAY-END-RUN" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DAY-END-RUN" USING SIGNON-BLOCK GO TO SHOW-MENU.
           IF MENU-CHOICE = "O" OR MENU-CHOICE = "o"
               GO TO OPERATOR-MAINT-CHOICE.
           IF MENU-CHOICE = "T" OR MENU-CHOICE = "t"
               GO TO TRAINING-REBUILD-CHOICE.
           IF MENU-CHOICE = "L" OR MENU-CHOICE = "l"
               MOVE "LABEL-PRINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "LABEL-PRINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Q" OR MENU-CHOICE = "q"
               MOVE "QUARANTINE-RELEASE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "QUARANTINE-RELEASE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "A" OR MENU-CHOICE = "a"
               MOVE "QUARANTINE-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "QUARANTINE-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "C" OR MENU-CHOICE = "c"
               MOVE "CONTRACT-STATUS-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CONTRACT-STATUS-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "U" OR MENU-CHOICE = "u"
               MOVE "PRICE-LIST-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PRICE-LIST-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "X" OR MENU-CHOICE = "x"
               MOVE "CURRENCY-RATE-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CURRENCY-RATE-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "G" OR MENU-CHOICE = "g"
               MOVE "LANDED-COST-ENTRY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "LANDED-COST-ENTRY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "B" OR MENU-CHOICE = "b"
               MOVE "RNI-ACCRUAL-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "RNI-ACCRUAL-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "E" OR MENU-CHOICE = "e"
               MOVE "DEBIT-NOTE-REGISTER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DEBIT-NOTE-REGISTER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "V" OR MENU-CHOICE = "v"
               MOVE "TAX-RATE-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TAX-RATE-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "W" OR MENU-CHOICE = "w"
               MOVE "TAX-ANALYSIS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TAX-ANALYSIS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "F" OR MENU-CHOICE = "f"
               MOVE "REORDER-RECALC" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REORDER-RECALC" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "H" OR MENU-CHOICE = "h"
               MOVE "ABC-CLASSIFY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ABC-CLASSIFY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "M" OR MENU-CHOICE = "m"
               MOVE "MONTH-END-RUN" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "MONTH-END-RUN" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "N" OR MENU-CHOICE = "n"
               MOVE "BALANCE-TREND-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "BALANCE-TREND-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "S" OR MENU-CHOICE = "s"
               MOVE "SERVICE-LEVEL-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SERVICE-LEVEL-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Y" OR MENU-CHOICE = "y"
               MOVE "DEPT-RETURN" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DEPT-RETURN" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "K" OR MENU-CHOICE = "k"
               MOVE "WHERE-USED" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "WHERE-USED" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "J" OR MENU-CHOICE = "j"
               MOVE "KIT-ASSEMBLY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "KIT-ASSEMBLY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Z" OR MENU-CHOICE = "z"
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO SHOW-MENU.
           MOVE "TRAINING-REBUILD" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           CALL "TRAINING-REBUILD" USING SIGNON-BLOCK.
           GO TO SHOW-MENU.
       OPERATOR-MAINT-CHOICE.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO SHOW-MENU.
           MOVE "OPERATOR-MAINT" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           CALL "OPERATOR-MAINT" USING SIGNON-BLOCK.
           GO TO SHOW-MENU.
       END-IT.
           GOBACK.
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
