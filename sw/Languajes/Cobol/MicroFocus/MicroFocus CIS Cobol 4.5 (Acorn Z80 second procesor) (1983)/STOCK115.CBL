       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MENU-4.
       AUTHOR. MICRO FOCUS LTD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MENU-CHOICE PIC X.
      *THE THIRD MENU FILLED UP AS WELL - THE NEWEST FUNCTIONS LIVE
      *ON THIS FOURTH PAGE
           COPY "SESREQ.CPY".
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       SHOW-MENU.
           MOVE "STOCK-MENU-4" TO SQ-PROGRAM.
           PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT.
           DISPLAY SPACE.
           IF SGN-TRAINING-FLAG = "Y"
               DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
           DISPLAY "STOCK CONTROL SYSTEM - PAGE FOUR".
           DISPLAY "1 - ROLL-FORWARD RECOVERY OF STOCK.IT (SUPERVISOR)".
           DISPLAY "2 - BULK NEW-ITEM LOAD FROM DISKETTE (SUPERVISOR)".
           DISPLAY "3 - JOB / WORK-ORDER MAINTENANCE".
           DISPLAY "4 - JOB COST REPORT".
           DISPLAY "5 - SUPPLIER REBATE AGREEMENTS".
           DISPLAY "6 - SUPPLIER REBATE REPORT".
           DISPLAY "7 - REQUESTS FOR QUOTATION AND REPLIES".
           DISPLAY "8 - QUOTATION COMPARISON SHEET".
           DISPLAY "9 - AWARD A QUOTATION AND RAISE THE ORDER".
           DISPLAY "A - NON-STOCK PURCHASE REQUISITIONS".
           DISPLAY "B - SEGREGATION-OF-DUTIES REPORT (SUPERVISOR)".
           DISPLAY "C - MOVEMENT SCREENING (SUPERVISOR)".
           DISPLAY "D - AUDITORS' TEST-COUNT SAMPLE (SUPERVISOR)".
           DISPLAY "E - STOCK TURNOVER AND DAYS OF COVER".
           DISPLAY "F - BUYING PRICE TREND AND PRICE VARIANCE".
           DISPLAY "G - STANDING ISSUE ORDERS".
           DISPLAY "H - RAISE DUE STANDING ISSUE ORDERS".
           DISPLAY "I - IMPREST CUPBOARDS AND PAR LEVELS".
           DISPLAY "J - IMPREST CUPBOARD TOP-UP".
           DISPLAY "K - IMPREST CUPBOARD USAGE REPORT".
           DISPLAY "L - ORDER ACKNOWLEDGMENT AND EXPEDITING LOG".
           DISPLAY "M - EXPEDITING WORKLIST".
           DISPLAY "N - SUPPLIER CERTIFICATES".
           DISPLAY "P - CERTIFICATE RENEWAL LIST".
           DISPLAY "Q - FOREIGN-CURRENCY EXPOSURE REPORT".
           DISPLAY "R - ITEM COMMODITY CODES AND ORIGIN".
           DISPLAY "S - QUARTERLY IMPORT SUMMARY".
           DISPLAY "T - AD-HOC REPORT DEFINITIONS".
           DISPLAY "U - RUN AN AD-HOC REPORT".
           DISPLAY "V - REBUILD DESCRIPTION KEYWORD INDEX".
           DISPLAY "W - CHECK OR REBUILD MOVEMENT SUMMARY".
           DISPLAY "X - SIGNED-ON SESSIONS (SUPERVISOR)".
           DISPLAY "Y - ENCODE STORED PASSWORDS (ONE-TIME, SUPERVISOR)".
           DISPLAY "Z - MORE FUNCTIONS (PAGE FIVE)".
           DISPLAY "0 - RETURN TO PREVIOUS MENU".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE = "1"
               MOVE "ROLL-FORWARD-RECOVERY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ROLL-FORWARD-RECOVERY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "2"
               MOVE "NEW-ITEM-LOAD" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "NEW-ITEM-LOAD" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "3"
               MOVE "JOB-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "JOB-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "4"
               MOVE "JOB-COST-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "JOB-COST-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "5"
               MOVE "REBATE-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REBATE-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "6"
               MOVE "REBATE-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REBATE-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "7"
               MOVE "RFQ-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "RFQ-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "8"
               MOVE "RFQ-COMPARE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "RFQ-COMPARE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "9"
               MOVE "RFQ-AWARD" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "RFQ-AWARD" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "A" OR MENU-CHOICE = "a"
               MOVE "NONSTOCK-REQ" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "NONSTOCK-REQ" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "B" OR MENU-CHOICE = "b"
               MOVE "SOD-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SOD-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "C" OR MENU-CHOICE = "c"
               MOVE "MOVEMENT-SCREEN" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "MOVEMENT-SCREEN" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "D" OR MENU-CHOICE = "d"
               MOVE "AUDIT-SAMPLE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "AUDIT-SAMPLE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "E" OR MENU-CHOICE = "e"
               MOVE "TURNOVER-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "TURNOVER-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "F" OR MENU-CHOICE = "f"
               MOVE "PRICE-TREND-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PRICE-TREND-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "G" OR MENU-CHOICE = "g"
               MOVE "STANDING-ISSUE-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STANDING-ISSUE-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "H" OR MENU-CHOICE = "h"
               MOVE "STANDING-ISSUE-RUN" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "STANDING-ISSUE-RUN" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "I" OR MENU-CHOICE = "i"
               MOVE "IMPREST-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "IMPREST-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "J" OR MENU-CHOICE = "j"
               MOVE "IMPREST-TOPUP" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "IMPREST-TOPUP" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "K" OR MENU-CHOICE = "k"
               MOVE "IMPREST-USAGE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "IMPREST-USAGE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "L" OR MENU-CHOICE = "l"
               MOVE "PO-EXPEDITE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PO-EXPEDITE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "M" OR MENU-CHOICE = "m"
               MOVE "EXPEDITE-WORKLIST" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "EXPEDITE-WORKLIST" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "N" OR MENU-CHOICE = "n"
               MOVE "CERT-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CERT-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "P" OR MENU-CHOICE = "p"
               MOVE "CERT-RENEWAL" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "CERT-RENEWAL" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Q" OR MENU-CHOICE = "q"
               MOVE "FX-EXPOSURE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "FX-EXPOSURE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "R" OR MENU-CHOICE = "r"
               MOVE "ITEM-CUSTOMS-MAINT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "ITEM-CUSTOMS-MAINT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "S" OR MENU-CHOICE = "s"
               MOVE "IMPORT-SUMMARY" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "IMPORT-SUMMARY" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "T" OR MENU-CHOICE = "t"
               MOVE "REPORT-DEFINE" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "REPORT-DEFINE" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "U" OR MENU-CHOICE = "u"
               MOVE "AD-HOC-REPORT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "AD-HOC-REPORT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "V" OR MENU-CHOICE = "v"
               MOVE "KEYWORD-REBUILD" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "KEYWORD-REBUILD" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "W" OR MENU-CHOICE = "w"
               MOVE "MOVEMENT-SUMMARY-CHECK" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "MOVEMENT-SUMMARY-CHECK" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "X" OR MENU-CHOICE = "x"
               MOVE "SESSION-MONITOR" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "SESSION-MONITOR" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Y" OR MENU-CHOICE = "y"
               MOVE "PASSWORD-CONVERT" TO SQ-PROGRAM
               PERFORM NOTE-SESSION THRU NOTE-SESSION-EXIT
               CALL "PASSWORD-CONVERT" USING SIGNON-BLOCK
               GO TO SHOW-MENU.
           IF MENU-CHOICE = "Z" OR MENU-CHOICE = "z"
               CALL "STOCK-MENU-5" USING SIGNON-BLOCK
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
