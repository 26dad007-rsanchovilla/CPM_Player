           COPY "STOCKIT.CPY".
       FD  BACK-ORDER-FILE; RECORD 56.
           COPY "BKORDER.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
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
       FD  INTENT-FILE; RECORD 56.
           COPY "INTFILE.CPY".
       WORKING-STORAGE SECTION.
       01  TRAN-NO PIC 9(4).
       01  AVG-COST-WORK PIC 9(4)V99.
       01  RELEASE-DATE PIC X(10).
           COPY "AQREQ.CPY".
           COPY "DATECHK.CPY".
       01  HELD-LINE.
           02  HL-STOCK-CODE PIC X(8).
           MOVE "R" TO QU-STATUS.
           REWRITE QUARANTINE-RECORD.
           PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT.
           MOVE "PASSED INSPECTION - RELEASED INTO STOCK"
               TO AR-DESCRIPTION.
           PERFORM CLEAR-QUAR-ACTION THRU CLEAR-QUAR-EXIT.
           DISPLAY "RELEASED INTO STOCK.".
           PERFORM CHECK-WAITING-DEMAND THRU CHECK-WAITING-EXIT.
       PASS-INTO-STOCK-EXIT.
           MOVE OPERATOR-ID TO QU-OPERATOR-ID.
           MOVE "X" TO QU-STATUS.
           REWRITE QUARANTINE-RECORD.
           MOVE "FAILED INSPECTION" TO AR-DESCRIPTION.
           PERFORM CLEAR-QUAR-ACTION THRU CLEAR-QUAR-EXIT.
           DISPLAY "FAILED - RAISE THE SUPPLIER CLAIM ON PAPER,".
           DISPLAY "QUOTING ORDER " QU-ORDER-NO ".  DO NOT USE THE".
           DISPLAY "RETURN-TO-SUPPLIER FUNCTION - THESE GOODS NEVER".
           DISPLAY "DEDUCT.".
       FAIL-OUT-EXIT.
           EXIT.
      *A LOT THAT OUTSTAYED ITS INSPECTION TARGET IS ON THE
      *SUPERVISOR ACTION QUEUE - DECIDING IT EITHER WAY CLOSES THE
      *ACTION, WITH AR-DESCRIPTION ALREADY HOLDING WHICH
       CLEAR-QUAR-ACTION.
           MOVE "X" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "QUAR AGE" TO AR-SOURCE.
           MOVE QU-KEY TO AR-ITEM-KEY.
           MOVE OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       CLEAR-QUAR-EXIT.
           EXIT.
       POST-HELD-LOT.
           MOVE QU-STOCK-CODE TO LT-STOCK-CODE.
           MOVE QU-LOCATION TO LT-LOCATION.
           REWRITE LOT-RECORD.
           GO TO POST-HELD-LOT-EXIT.
       POST-HELD-NEW.
           MOVE SPACE TO LOT-RECORD.
           MOVE QU-STOCK-CODE TO LT-STOCK-CODE.
           MOVE QU-LOCATION TO LT-LOCATION.
           MOVE QU-LOT-NO TO LT-LOT-NO.
           MOVE QU-EXPIRY-DATE TO LT-EXPIRY-DATE.
           MOVE QU-EXPIRY-NUM TO LT-EXPIRY-NUM.
           MOVE QU-QUANTITY TO LT-QUANTITY.
           MOVE QU-ORDER-NO TO LT-ORDER-NO.
           MOVE QU-GRN-NO TO LT-GRN-NO.
           WRITE LOT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOT FILE I/O ERROR, STATUS: " LT-FILE-STATUS
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE 0 TO CF-LAST-ISS-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
               GO TO WRITE-CONTROL-PUT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE 0 TO CF-LAST-ISS-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
               GO TO WRITE-CONTROL-PUT.
           CLOSE CONTROL-FILE.
       WRITE-CONTROL-PUT.
