      *STOCK, OR WRITTEN OFF - FOR WARRANTY CLAIMS AND RECALLS.
      *A SUPERVISOR CAN ALSO MARK A SERIAL WRITTEN OFF HERE WHEN
      *THE PHYSICAL UNIT GOES THROUGH STOCK-WRITE-OFF.
      *A UNIT WITH A WARRANTY CLAIM SHOWS THE CLAIM'S STATE, AND A
      *REPLACEMENT UNIT SHOWS THE FAILED SERIAL IT STANDS IN FOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ACCESS DYNAMIC
           RECORD KEY SE-KEY
           FILE STATUS SE-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN DYNAMIC STOCK-WCL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WC-KEY
           FILE STATUS WC-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SERIAL-FILE; RECORD 60.
           COPY "SERFILE.CPY".
       FD  CLAIM-FILE; RECORD 100.
           COPY "WCLFILE.CPY".
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SER-FN PIC X(12) VALUE "STOCK.SER".
           02  STOCK-WCL-FN PIC X(12) VALUE "STOCK.WCL".
       COPY "TERMPROF.CPY".
       01  SE-FILE-STATUS PIC XX.
       01  WC-FILE-STATUS PIC XX.
       01  CLAIMS-OPEN PIC X.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-SERIAL PIC X(12).
           IF SE-FILE-STATUS NOT = "00"
               DISPLAY "NO SERIAL RECORDS ON FILE."
               GOBACK.
           MOVE "Y" TO CLAIMS-OPEN.
           OPEN INPUT CLAIM-FILE.
           IF WC-FILE-STATUS NOT = "00"
               MOVE "N" TO CLAIMS-OPEN.
       ASK-CODE.
           DISPLAY SPACE.
           DISPLAY "ENTER STOCK CODE (BLANK TO END): ".
               GO TO ASK-CODE
           END-READ.
           PERFORM SHOW-SERIAL-LINE THRU SHOW-SERIAL-EXIT.
           IF CLAIMS-OPEN = "Y"
               PERFORM SHOW-CLAIM-LINKS THRU SHOW-CLAIM-EXIT.
           IF SGN-AUTHORITY < 2 GO TO ASK-CODE.
           IF SE-STATUS = "W" GO TO ASK-CODE.
           DISPLAY "MARK THIS SERIAL WRITTEN OFF? (Y/N): ".
           IF SE-STATUS = "S" MOVE "IN STOCK" TO HL-STATUS.
           IF SE-STATUS = "I" MOVE "ISSUED" TO HL-STATUS.
           IF SE-STATUS = "W" MOVE "WRITTEN OFF" TO HL-STATUS.
           IF SE-STATUS = "R" MOVE "SENT BACK" TO HL-STATUS.
           IF SE-STATUS = "L" MOVE "ON LOAN" TO HL-STATUS.
           IF SE-STATUS = "X" MOVE "AT REPAIR" TO HL-STATUS.
           MOVE SE-RECEIVED-DATE TO HL-RECEIVED.
           MOVE SE-ORDER-NO TO HL-ORDER.
           MOVE SE-DEPARTMENT TO HL-DEPARTMENT.
           DISPLAY HISTORY-LINE.
       SHOW-SERIAL-EXIT.
           EXIT.
       SHOW-CLAIM-LINKS.
           MOVE SE-KEY TO WC-KEY.
           READ CLAIM-FILE
               INVALID GO TO SHOW-CLAIM-REPLACES
           END-READ.
           DISPLAY "WARRANTY CLAIM " WC-CLAIM-DATE " SUPPLIER "
               WC-SUPPLIER " FAULT " WC-FAULT.
           IF WC-STATUS = "R" DISPLAY "  CLAIM RAISED".
           IF WC-STATUS = "S" DISPLAY "  UNIT SENT BACK".
           IF WC-STATUS = "P"
               DISPLAY "  REPLACED BY SERIAL " WC-REPLACEMENT.
           IF WC-STATUS = "C" DISPLAY "  CREDITED".
           IF WC-STATUS = "J" DISPLAY "  CLAIM REJECTED".
       SHOW-CLAIM-REPLACES.
           MOVE ENTERED-CODE TO WC-STOCK-CODE.
           MOVE LOW-VALUE TO WC-SERIAL-NO.
           START CLAIM-FILE KEY NOT LESS THAN WC-KEY
               INVALID GO TO SHOW-CLAIM-EXIT
           END-START.
       SHOW-CLAIM-REPLACES-LOOP.
           READ CLAIM-FILE NEXT RECORD
               AT END GO TO SHOW-CLAIM-EXIT
           END-READ.
           IF WC-STOCK-CODE NOT = ENTERED-CODE
               GO TO SHOW-CLAIM-EXIT.
           IF WC-STATUS = "P" AND WC-REPLACEMENT = ENTERED-SERIAL
               DISPLAY "REPLACEMENT FOR FAILED SERIAL " WC-SERIAL-NO
               GO TO SHOW-CLAIM-EXIT.
           GO TO SHOW-CLAIM-REPLACES-LOOP.
       SHOW-CLAIM-EXIT.
           EXIT.
       END-IT.
           IF CLAIMS-OPEN = "Y"
               CLOSE CLAIM-FILE.
           CLOSE SERIAL-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.SER" TO STOCK-SER-FN.
           MOVE "TRAIN.WCL" TO STOCK-WCL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
