       01  MENU-CHOICE PIC X.
      *THE SECOND MENU RAN OUT OF CHOICE LETTERS TOO - THE NEWEST
      *FUNCTIONS LIVE ON THIS THIRD PAGE
           COPY "SESREQ.CPY".
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       SHOW-MENU.
           MOVE "STOCK-MENU-3" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           DISPLAY SPACE.
           IF SGN-TRAINING-FLAG = "Y"
               DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
           DISPLAY "G - NOTICE BOARD MAINTENANCE (SUPERVISOR)".
           DISPLAY "H - SCRIPTED TRAINING EXERCISES".
           DISPLAY "I - SUPPLIER PRICE CATALOG IMPORT".
           DISPLAY "J - SYSTEM PARAMETERS (SUPERVISOR)".
           DISPLAY "K - PROJECTED AVAILABLE BALANCE BY WEEK".
           DISPLAY "L - ELECTRONIC PURCHASE ORDER TRANSMISSION".
           DISPLAY "M - SUPPLIER DESPATCH ADVICE IMPORT".
           DISPLAY "N - PAYABLES LEDGER AND PAYMENT RUN".
           DISPLAY "O - CUSTOMER INVOICING AND RECEIVABLES".
           DISPLAY "P - LOT RECALL TRACE AND NOTICES".
           DISPLAY "Q - WARRANTY CLAIMS ON SERIALIZED UNITS".
           DISPLAY "R - TOOL AND EQUIPMENT LOANS".
           DISPLAY "S - REPAIR-AND-RETURN ORDERS".
           DISPLAY "T - PICK-FACE REPLENISHMENT RUN".
           DISPLAY "U - RECEIVING DOCK DIARY".
           DISPLAY "V - RETURNABLE CONTAINER LEDGER".
           DISPLAY "W - CARRIER DAMAGE AND SHORTAGE CLAIMS".
           DISPLAY "X - SHIPPING MANIFEST".
           DISPLAY "Y - SHOP CALENDAR (WORKING DAYS)".
           DISPLAY "Z - MORE FUNCTIONS (PAGE FOUR)".
           DISPLAY "0 - RETURN TO PREVIOUS MENU".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE = "1"
               MOVE "SERIAL-INQUIRY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SERIAL-INQUIRY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "2"
               MOVE "SHORT-DATED-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SHORT-DATED-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "3"
               MOVE "CONSIGNMENT-STATEMENT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CONSIGNMENT-STATEMENT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "4"
               MOVE "HAZARD-REGISTER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "HAZARD-REGISTER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "5"
               MOVE "STOCK-CODE-RENAME" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-CODE-RENAME" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "6"
               MOVE "AUDIT-TRAIL-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "AUDIT-TRAIL-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "7"
               MOVE "JOURNAL-SEAL" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "JOURNAL-SEAL" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "8"
               MOVE "SIGNON-AUDIT-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SIGNON-AUDIT-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "9"
               MOVE "BUDGET-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "BUDGET-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "A" OR MENU-CHOICE = "a"
               MOVE "COMMITMENTS-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "COMMITMENTS-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "B" OR MENU-CHOICE = "b"
               MOVE "MARGIN-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "MARGIN-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "C" OR MENU-CHOICE = "c"
               MOVE "STOCK-AGEING-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STOCK-AGEING-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "D" OR MENU-CHOICE = "d"
               MOVE "REQUISITION-IMPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REQUISITION-IMPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "E" OR MENU-CHOICE = "e"
               MOVE "REPORT-QUEUE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REPORT-QUEUE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "F" OR MENU-CHOICE = "f"
               MOVE "HELP-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "HELP-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "G" OR MENU-CHOICE = "g"
               MOVE "NOTICE-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "NOTICE-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "H" OR MENU-CHOICE = "h"
               MOVE "TRAINING-EXERCISE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TRAINING-EXERCISE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "I" OR MENU-CHOICE = "i"
               MOVE "CATALOG-IMPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CATALOG-IMPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "J" OR MENU-CHOICE = "j"
               MOVE "PARAMETER-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PARAMETER-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "K" OR MENU-CHOICE = "k"
               MOVE "PROJECTED-BALANCE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PROJECTED-BALANCE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "L" OR MENU-CHOICE = "l"
               MOVE "ORDER-TRANSMIT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ORDER-TRANSMIT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "M" OR MENU-CHOICE = "m"
               MOVE "ASN-IMPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ASN-IMPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "N" OR MENU-CHOICE = "n"
               MOVE "PAYABLES-LEDGER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PAYABLES-LEDGER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "O" OR MENU-CHOICE = "o"
               MOVE "RECEIVABLES-LEDGER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "RECEIVABLES-LEDGER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "P" OR MENU-CHOICE = "p"
               MOVE "LOT-RECALL" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "LOT-RECALL" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Q" OR MENU-CHOICE = "q"
               MOVE "WARRANTY-CLAIMS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "WARRANTY-CLAIMS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "R" OR MENU-CHOICE = "r"
               MOVE "TOOL-LOANS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TOOL-LOANS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "S" OR MENU-CHOICE = "s"
               MOVE "REPAIR-ORDERS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REPAIR-ORDERS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "T" OR MENU-CHOICE = "t"
               MOVE "PICK-REPLENISH" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PICK-REPLENISH" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "U" OR MENU-CHOICE = "u"
               MOVE "DOCK-DIARY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DOCK-DIARY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "V" OR MENU-CHOICE = "v"
               MOVE "CONTAINER-LEDGER" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CONTAINER-LEDGER" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "W" OR MENU-CHOICE = "w"
               MOVE "CARRIER-CLAIMS" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CARRIER-CLAIMS" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "X" OR MENU-CHOICE = "x"
               MOVE "SHIPPING-MANIFEST" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SHIPPING-MANIFEST" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Y" OR MENU-CHOICE = "y"
               MOVE "SHOP-CALENDAR" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SHOP-CALENDAR" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Z" OR MENU-CHOICE = "z"
               CALL "STOCK-MENU-4" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "0" GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
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
