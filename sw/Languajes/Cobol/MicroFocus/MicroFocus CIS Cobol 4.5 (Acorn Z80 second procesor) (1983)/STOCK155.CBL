       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MENU-5.
       AUTHOR. MICRO FOCUS LTD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MENU-CHOICE PIC X.
      *THE FOURTH MENU FILLED UP IN ITS TURN - THE NEWEST FUNCTIONS
      *LIVE ON THIS FIFTH PAGE
           COPY "SESREQ.CPY".
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       SHOW-MENU.
           MOVE "STOCK-MENU-5" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           DISPLAY SPACE.
           IF SGN-TRAINING-FLAG = "Y"
               DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
           DISPLAY "STOCK CONTROL SYSTEM - PAGE FIVE".
           DISPLAY "1 - BATCH STEP RUN-TIME TREND".
           DISPLAY "2 - SUPERVISOR ACTION QUEUE".
           DISPLAY "3 - OPEN ACTION AGEING REPORT".
           DISPLAY "4 - SITE CODE AND NAME".
           DISPLAY "5 - INTER-SITE EXCHANGE DISKETTE".
           DISPLAY "6 - GROUP CONSOLIDATION REPORTS".
           DISPLAY "7 - INVENTORY RECORD ACCURACY REPORT".
           DISPLAY "8 - PURGE CLOSED ORDERS TO HISTORY".
           DISPLAY "9 - PURGED ORDER INQUIRY".
           DISPLAY "A - DISPOSAL NOTES TO SCRAP/SURPLUS BUYERS".
           DISPLAY "B - DISPOSALS REPORT".
           DISPLAY "0 - RETURN TO PREVIOUS MENU".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE = "1" OR MENU-CHOICE = "1"
               MOVE "STEP-TIME-TREND" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STEP-TIME-TREND" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "2" OR MENU-CHOICE = "2"
               MOVE "ACTION-QUEUE-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ACTION-QUEUE-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "3" OR MENU-CHOICE = "3"
               MOVE "ACTION-AGEING" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ACTION-AGEING" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "4" OR MENU-CHOICE = "4"
               MOVE "SITE-SETUP" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SITE-SETUP" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "5" OR MENU-CHOICE = "5"
               MOVE "SITE-EXCHANGE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SITE-EXCHANGE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "6" OR MENU-CHOICE = "6"
               MOVE "GROUP-CONSOLIDATION" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "GROUP-CONSOLIDATION" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "7" OR MENU-CHOICE = "7"
               MOVE "COUNT-ACCURACY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "COUNT-ACCURACY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "8" OR MENU-CHOICE = "8"
               MOVE "PO-PURGE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PO-PURGE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "9" OR MENU-CHOICE = "9"
               MOVE "PO-HISTORY-INQUIRY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PO-HISTORY-INQUIRY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "A" OR MENU-CHOICE = "a"
               MOVE "DISPOSAL-NOTES" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DISPOSAL-NOTES" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "B" OR MENU-CHOICE = "b"
               MOVE "DISPOSAL-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "DISPOSAL-REPORT" USING SIGNON-BLOCK
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
