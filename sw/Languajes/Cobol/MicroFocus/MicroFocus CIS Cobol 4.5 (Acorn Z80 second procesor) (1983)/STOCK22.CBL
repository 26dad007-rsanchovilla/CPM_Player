           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  CONTROL-FILE; RECORD 42.
       01  CONTROL-RECORD.
           02  CF-LAST-TRAN-NO PIC 9(4).
           02  CF-BATCH-DONE PIC 9(4).
           02  CF-LAST-RVRSL-NO PIC 9(4).
           02  CF-LAST-GRN-NO PIC 9(4).
           02  CF-LAST-ISS-NO PIC 9(4).
      *THE SITE THIS COPY OF THE SYSTEM RUNS AT, SET BY SITE-SETUP
           02  CF-SITE-CODE PIC XX.
           02  CF-SITE-NAME PIC X(20).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
       01  NEXT-RVRSL-NO PIC 9(4).
       01  WANTED-TRAN-X PIC X(4).
       01  WANTED-TYPE PIC X.
       01  WANTED-STOCK-CODE PIC X(8).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
           END-IF.
       ASK-SOURCE.
           DISPLAY SPACE.
           DISPLAY "REVERSE A (R)ECEIPT, AN (I)SSUE, A (W)RITE-OFF,".
           DISPLAY "OR (E)ND: ".
           ACCEPT SOURCE-CHOICE.
           IF SOURCE-CHOICE = "r" MOVE "R" TO SOURCE-CHOICE.
           IF SOURCE-CHOICE = "i" MOVE "I" TO SOURCE-CHOICE.
           IF SOURCE-CHOICE = "w" MOVE "W" TO SOURCE-CHOICE.
           IF SOURCE-CHOICE = "E" OR SOURCE-CHOICE = "e"
               GO TO END-IT.
           IF SOURCE-CHOICE NOT = "R" AND SOURCE-CHOICE NOT = "I"
               AND SOURCE-CHOICE NOT = "W"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ASK-SOURCE.
      *WRITE-OFF NUMBERS START AGAIN EACH SESSION, SO A WRITE-OFF
      *IS PICKED OUT BY ITS STOCK CODE AS WELL AS ITS NUMBER
           MOVE SPACE TO WANTED-STOCK-CODE.
           IF SOURCE-CHOICE = "W"
               DISPLAY "ENTER STOCK CODE WRITTEN OFF: "
               ACCEPT WANTED-STOCK-CODE
           END-IF.
           DISPLAY "ENTER TRANSACTION NO TO REVERSE: ".
           ACCEPT WANTED-TRAN-NO.
           IF WANTED-TRAN-NO NOT NUMERIC
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-SOURCE.
           MOVE WANTED-TRAN-NO TO WANTED-TRAN-X.
           MOVE SOURCE-CHOICE TO WANTED-TYPE.
           PERFORM CHECK-ALREADY-REVERSED THRU CHECK-ALREADY-EXIT.
           IF ALREADY-REVERSED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
           PERFORM POST-REVERSAL THRU POST-REVERSAL-EXIT.
           GO TO ASK-SOURCE.
      *ONE SEQUENTIAL WALK OF THE JOURNAL FINDS THE TRANSACTION TO
      *REVERSE - TYPE R, I OR W WITH THE WANTED NUMBER
       FIND-TRANSACTION.
           MOVE "N" TO FOUND-FLAG.
           OPEN INPUT JOURNAL-FILE.
           IF (JR-TYPE = WANTED-TYPE
               OR (WANTED-TYPE = "R" AND JR-TYPE = "P"))
               AND JR-TRAN-NO = WANTED-TRAN-NO
               AND (WANTED-STOCK-CODE = SPACE
                   OR JR-STOCK-CODE = WANTED-STOCK-CODE)
               MOVE "Y" TO FOUND-FLAG
               MOVE JR-STOCK-CODE TO HELD-STOCK-CODE
               MOVE JR-LOCATION TO HELD-LOCATION
           IF JR-TYPE = "V"
               AND JR-REFERENCE (1:1) = WANTED-TYPE
               AND JR-REFERENCE (2:4) = WANTED-TRAN-X
               AND (WANTED-STOCK-CODE = SPACE
                   OR JR-STOCK-CODE = WANTED-STOCK-CODE)
               MOVE "Y" TO ALREADY-REVERSED
               CLOSE JOURNAL-FILE
               GO TO CHECK-ALREADY-EXIT.
           MOVE 0 TO CF-BATCH-DONE.
           MOVE 0 TO CF-LAST-GRN-NO.
           MOVE 0 TO CF-LAST-ISS-NO.
           MOVE SPACE TO CF-SITE-CODE.
           MOVE SPACE TO CF-SITE-NAME.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS = "00"
               READ CONTROL-FILE AT END MOVE 0 TO CF-LAST-TRAN-NO,
