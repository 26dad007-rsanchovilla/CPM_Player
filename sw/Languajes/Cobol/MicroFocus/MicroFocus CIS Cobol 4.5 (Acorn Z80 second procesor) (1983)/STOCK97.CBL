       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-PARAMETER.
       AUTHOR. MICRO FOCUS LTD.
      *CALLED AT START-UP BY EVERY PROGRAM THAT WORKS TO A BUSINESS
      *LIMIT.  LOOKS THE NAMED PARAMETER UP ON STOCK.PRM AND HANDS
      *BACK ITS VALUE; WITH NO RECORD (OR NO FILE) THE CALLER'S OWN
      *DEFAULT STANDS.  THE FILE IS OPENED AND CLOSED ON EVERY CALL
      *SO PARAMETER-MAINT CAN OPEN STOCK.PRM ITSELF IN THE SAME MENU
      *SESSION.  THE LIMITS ARE THE SAME FOR LIVE AND PRACTICE
      *SESSIONS, SO THERE IS NO TRAINING COPY OF THIS FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN DYNAMIC STOCK-PRM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PM-KEY
           FILE STATUS PM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE; RECORD 90.
           COPY "PRMFILE.CPY".
       WORKING-STORAGE SECTION.
       01  STOCK-PRM-FN PIC X(12) VALUE "STOCK.PRM".
       01  PM-FILE-STATUS PIC XX.
       LINKAGE SECTION.
           COPY "PRMREQ.CPY".
       PROCEDURE DIVISION USING PARAM-REQ-BLOCK.
       LOOK-UP-START.
           MOVE "N" TO PQ-FOUND.
           OPEN INPUT PARAMETER-FILE.
           IF PM-FILE-STATUS NOT = "00" GO TO RETURN-NOW.
           MOVE PQ-KEY TO PM-KEY.
           READ PARAMETER-FILE
               INVALID CONTINUE
               NOT INVALID
                   MOVE PM-VALUE TO PQ-VALUE
                   MOVE "Y" TO PQ-FOUND
           END-READ.
           CLOSE PARAMETER-FILE.
       RETURN-NOW.
           EXIT PROGRAM.
