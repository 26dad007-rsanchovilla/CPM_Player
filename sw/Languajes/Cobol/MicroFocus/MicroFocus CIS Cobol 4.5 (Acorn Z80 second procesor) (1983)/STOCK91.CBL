           SELECT SRC-AGEING ASSIGN DYNAMIC STOCK-AGE-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS S3-STATUS.
           SELECT SRC-ADHOC ASSIGN DYNAMIC STOCK-ARW-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS S4-STATUS.
           SELECT DEFINITION-FILE ASSIGN DYNAMIC STOCK-ARD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AD-CODE
           FILE STATUS AD-FILE-STATUS.
           SELECT SPOOL-1 ASSIGN DYNAMIC SPOOL-R1-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS P1-STATUS.
       01  SRC-2-LINE PIC X(80).
       FD  SRC-AGEING; RECORD 80.
       01  SRC-3-LINE PIC X(80).
       FD  SRC-ADHOC; RECORD 80.
       01  SRC-4-LINE PIC X(80).
       FD  DEFINITION-FILE; RECORD 310.
           COPY "ARDFILE.CPY".
       FD  SPOOL-1; RECORD 80.
       01  SPOOL-1-LINE PIC X(80).
       FD  SPOOL-2; RECORD 80.
           02  STOCK-VAL-FN PIC X(12) VALUE "STOCK.VAL".
           02  STOCK-SLW-FN PIC X(12) VALUE "STOCK.SLW".
           02  STOCK-AGE-FN PIC X(12) VALUE "STOCK.AGE".
           02  STOCK-ARW-FN PIC X(12) VALUE "STOCK.ARW".
           02  STOCK-ARD-FN PIC X(12) VALUE "STOCK.ARD".
           02  SPOOL-R1-FN PIC X(12) VALUE "SPOOL.R1".
           02  SPOOL-R2-FN PIC X(12) VALUE "SPOOL.R2".
           02  SPOOL-R3-FN PIC X(12) VALUE "SPOOL.R3".
       01  S1-STATUS PIC XX.
       01  S2-STATUS PIC XX.
       01  S3-STATUS PIC XX.
       01  S4-STATUS PIC XX.
       01  AD-FILE-STATUS PIC XX.
       01  P1-STATUS PIC XX.
       01  P2-STATUS PIC XX.
       01  P3-STATUS PIC XX.
           DISPLAY "1 STOCK VALUATION".
           DISPLAY "2 SLOW-MOVING/DEAD STOCK".
           DISPLAY "3 STOCK AGEING".
           DISPLAY "4 AD-HOC REPORT".
           DISPLAY "ENTER 1-4 (0 TO GO BACK): ".
           ACCEPT REPORT-CHOICE.
           IF REPORT-CHOICE NOT NUMERIC GO TO ADD-ENTRY.
           IF REPORT-CHOICE = 0 GO TO ASK-ACTION.
           IF REPORT-CHOICE > 4 GO TO ADD-ENTRY.
       ADD-ENTRY-DATE.
           DISPLAY "RUN DATE FOR THE REPORT (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO ADD-ENTRY-DATE.
           IF REPORT-CHOICE = 4 GO TO ADD-ENTRY-DEFINITION.
       ADD-ENTRY-SELECT.
           DISPLAY "ABC CLASS SELECTION (A/B/C, RETURN FOR ALL): ".
           MOVE SPACE TO ENTERED-SELECT.
           DISPLAY "LOCATION SELECTION (RETURN FOR ALL): ".
           MOVE SPACE TO ENTERED-LOCATION.
           ACCEPT ENTERED-LOCATION.
       ADD-ENTRY-WRITE.
           OPEN EXTEND QUEUE-FILE.
           IF QF-STATUS NOT = "00"
               OPEN OUTPUT QUEUE-FILE
           CLOSE QUEUE-FILE.
           DISPLAY "QUEUED - THE DAY-END RUN WILL PRINT IT.".
           GO TO ASK-ACTION.
      *AN AD-HOC REPORT TAKES NO CLASS OR LOCATION - THE SAVED
      *DEFINITION'S CODE RIDES IN THE LOCATION FIELD INSTEAD
       ADD-ENTRY-DEFINITION.
           DISPLAY "AD-HOC REPORT CODE (BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-LOCATION.
           ACCEPT ENTERED-LOCATION.
           IF ENTERED-LOCATION = SPACE GO TO ASK-ACTION.
           MOVE SPACE TO ENTERED-SELECT.
           OPEN INPUT DEFINITION-FILE.
           IF AD-FILE-STATUS NOT = "00"
               DISPLAY "NO AD-HOC REPORTS DEFINED YET"
               GO TO ASK-ACTION.
           MOVE ENTERED-LOCATION TO AD-CODE.
           READ DEFINITION-FILE
               INVALID
                   DISPLAY "NO REPORT " ENTERED-LOCATION " DEFINED"
                   CLOSE DEFINITION-FILE
                   GO TO ADD-ENTRY-DEFINITION
           END-READ.
           CLOSE DEFINITION-FILE.
           DISPLAY AD-TITLE.
           GO TO ADD-ENTRY-WRITE.
       LIST-QUEUE.
           PERFORM LOAD-QUEUE THRU LOAD-QUEUE-EXIT.
           IF QUEUE-COUNT = 0
               CALL "USAGE-REPORT" USING SIGNON-BLOCK.
           IF CUR-REPORT = 3
               CALL "STOCK-AGEING-REPORT" USING SIGNON-BLOCK.
           IF CUR-REPORT = 4
               CALL "AD-HOC-REPORT" USING SIGNON-BLOCK.
           OPEN INPUT DAY-FILE.
           READ DAY-FILE AT END
               MOVE "Y" TO DAY-STEP-TROUBLE
           IF CUR-REPORT = 1 MOVE STOCK-VAL-FN TO SP-REPORT-NAME.
           IF CUR-REPORT = 2 MOVE STOCK-SLW-FN TO SP-REPORT-NAME.
           IF CUR-REPORT = 3 MOVE STOCK-AGE-FN TO SP-REPORT-NAME.
           IF CUR-REPORT = 4 MOVE STOCK-ARW-FN TO SP-REPORT-NAME.
           MOVE QT-DATE (QUEUE-IX) TO SP-DATE.
           MOVE NEXT-SEQ TO SP-SEQ.
           MOVE "K" TO SP-STATUS.
               MOVE "SLOW-MOVING" TO QD-NAME.
           IF QT-REPORT (QUEUE-IX) = 3
               MOVE "AGEING" TO QD-NAME.
           IF QT-REPORT (QUEUE-IX) = 4
               MOVE "AD-HOC" TO QD-NAME.
           MOVE QT-DATE (QUEUE-IX) TO QD-DATE.
           MOVE QT-SELECT (QUEUE-IX) TO QD-SELECT.
           MOVE QT-LOCATION (QUEUE-IX) TO QD-LOCATION.
               IF S2-STATUS NOT = "00" MOVE "N" TO SRC-OPEN-OK
               END-IF
               GO TO SRC-OPEN-EXIT.
           IF CUR-REPORT = 4
               OPEN INPUT SRC-ADHOC
               IF S4-STATUS NOT = "00" MOVE "N" TO SRC-OPEN-OK
               END-IF
               GO TO SRC-OPEN-EXIT.
           OPEN INPUT SRC-AGEING.
           IF S3-STATUS NOT = "00" MOVE "N" TO SRC-OPEN-OK.
       SRC-OPEN-EXIT.
               IF SRC-EOF NOT = "Y" MOVE SRC-2-LINE TO LINE-BUFFER
               END-IF
               GO TO SRC-READ-EXIT.
           IF CUR-REPORT = 4
               READ SRC-ADHOC AT END MOVE "Y" TO SRC-EOF
               END-READ
               IF SRC-EOF NOT = "Y" MOVE SRC-4-LINE TO LINE-BUFFER
               END-IF
               GO TO SRC-READ-EXIT.
           READ SRC-AGEING AT END MOVE "Y" TO SRC-EOF
           END-READ.
           IF SRC-EOF NOT = "Y" MOVE SRC-3-LINE TO LINE-BUFFER.
           IF CUR-REPORT = 1 CLOSE SRC-VALUATION.
           IF CUR-REPORT = 2 CLOSE SRC-SLOW.
           IF CUR-REPORT = 3 CLOSE SRC-AGEING.
           IF CUR-REPORT = 4 CLOSE SRC-ADHOC.
       SLOT-OPEN-OUTPUT.
           IF NEXT-SLOT = 1 OPEN OUTPUT SPOOL-1.
           IF NEXT-SLOT = 2 OPEN OUTPUT SPOOL-2.
           MOVE "TRAIN.VAL" TO STOCK-VAL-FN.
           MOVE "TRAIN.SLW" TO STOCK-SLW-FN.
           MOVE "TRAIN.AGE" TO STOCK-AGE-FN.
           MOVE "TRAIN.ARW" TO STOCK-ARW-FN.
           MOVE "TRAIN.ARD" TO STOCK-ARD-FN.
           MOVE "TSPOOL.R1" TO SPOOL-R1-FN.
           MOVE "TSPOOL.R2" TO SPOOL-R2-FN.
           MOVE "TSPOOL.R3" TO SPOOL-R3-FN.
