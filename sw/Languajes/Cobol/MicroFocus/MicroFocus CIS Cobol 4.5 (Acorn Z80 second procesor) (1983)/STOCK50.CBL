           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  QUAR-FILE; RECORD 90.
           COPY "QUARFILE.CPY".
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
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
       01  WRITTEN-OFF-COUNT PIC 9(4) VALUE 0.
       01  KEPT-COUNT PIC 9(4) VALUE 0.
       01  NEXT-TRAN-NO PIC 9(4).
           COPY "AQREQ.CPY".
      *A REJECT LEFT ON STOCK.REJ GOES ON THE SUPERVISOR ACTION
      *QUEUE UNDER ITS CODE, BIN AND ORDER
       01  REJECT-ACTION-KEY.
           02  RA-STOCK-CODE PIC X(8).
           02  RA-LOCATION PIC X(4).
           02  RA-ORDER-NO PIC X(6).
       01  REJECT-ACTION-DESC.
           02  FILLER PIC X(7) VALUE "REASON ".
           02  RA-REASON PIC X(8).
           02  FILLER PIC X(7) VALUE " KEYED ".
           02  RA-OPERATOR-ID PIC X(4).
           02  FILLER PIC X(4) VALUE " ON ".
           02  RA-DATE PIC X(10).
      *THE ENTRY AS IT WILL BE REPOSTED, SEEDED FROM THE REJECT AND
      *CORRECTED FIELD BY FIELD ON SCREEN
       01  WK-STOCK-CODE PIC X(8).
               GO TO CORRECT-AND-REPOST.
           IF ACTION-CHOICE = "W" OR ACTION-CHOICE = "w"
               ADD 1 TO WRITTEN-OFF-COUNT
               MOVE "WRITTEN OFF AT REJECT REVIEW" TO AR-DESCRIPTION
               PERFORM CLEAR-REJECT-ACTION THRU CLEAR-REJECT-EXIT
               GO TO REVIEW-LOOP.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               PERFORM KEEP-THIS-REJECT
           MOVE REJECT-RECORD TO KEPT-RECORD.
           WRITE KEPT-RECORD.
           ADD 1 TO KEPT-COUNT.
           MOVE "R" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "REJECT" TO AR-SOURCE.
           MOVE RJ-STOCK-CODE TO RA-STOCK-CODE.
           MOVE RJ-LOCATION TO RA-LOCATION.
           MOVE RJ-ORDER-NO TO RA-ORDER-NO.
           MOVE REJECT-ACTION-KEY TO AR-ITEM-KEY.
           MOVE RJ-REASON TO RA-REASON.
           MOVE RJ-OPERATOR-ID TO RA-OPERATOR-ID.
           MOVE RJ-DATE TO RA-DATE.
           MOVE REJECT-ACTION-DESC TO AR-DESCRIPTION.
           MOVE OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       KEEP-REMAINDER.
           READ REJECT-FILE AT END GO TO FINISH-UP.
           PERFORM KEEP-THIS-REJECT.
           IF LOT-CONTROL-FLAG = "Y" AND QUAR-EXEMPT-FLAG = "Y"
               PERFORM CAPTURE-LOT THRU CAPTURE-LOT-EXIT.
           PERFORM WRITE-CHECKPOINT.
           MOVE "REPOSTED CORRECTED" TO AR-DESCRIPTION.
           PERFORM CLEAR-REJECT-ACTION THRU CLEAR-REJECT-EXIT.
       POST-REPOST-EXIT.
           EXIT.
      *A REJECT KEPT BY AN EARLIER REVIEW IS ON THE ACTION QUEUE -
      *REPOSTING IT OR WRITING IT OFF CLOSES THE ACTION, WITH
      *AR-DESCRIPTION ALREADY HOLDING WHICH
       CLEAR-REJECT-ACTION.
           MOVE "X" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "REJECT" TO AR-SOURCE.
           MOVE RJ-STOCK-CODE TO RA-STOCK-CODE.
           MOVE RJ-LOCATION TO RA-LOCATION.
           MOVE RJ-ORDER-NO TO RA-ORDER-NO.
           MOVE REJECT-ACTION-KEY TO AR-ITEM-KEY.
           MOVE OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       CLEAR-REJECT-EXIT.
           EXIT.
      *THE FOLD AND THE ON-HAND ADD, EXACTLY AS GOODS-IN DOES THEM
       APPLY-REPOST-TO-STOCK.
           IF POL-UNIT-COST NOT = 0
               GO TO CAPTURE-BAD-EXPIRY.
           IF EX-MM < 1 OR EX-MM > 12 OR EX-DD < 1 OR EX-DD > 31
               GO TO CAPTURE-BAD-EXPIRY.
           MOVE SPACE TO LOT-RECORD.
           MOVE WK-STOCK-CODE TO LT-STOCK-CODE.
           MOVE WK-LOCATION TO LT-LOCATION.
           MOVE ENTERED-LOT-NO TO LT-LOT-NO.
           MOVE EX-MM TO LT-EXPIRY-NUM (5:2).
           MOVE EX-DD TO LT-EXPIRY-NUM (7:2).
           MOVE WK-QUANTITY TO LT-QUANTITY.
           MOVE WK-ORDER-NO TO LT-ORDER-NO.
           WRITE LOT-RECORD
               INVALID CONTINUE
           END-WRITE.
                   MOVE 0 TO CF-LAST-RVRSL-NO
                   MOVE 0 TO CF-LAST-GRN-NO
                   MOVE 0 TO CF-LAST-ISS-NO
                   MOVE SPACE TO CF-SITE-CODE
                   MOVE SPACE TO CF-SITE-NAME
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE 0 TO CF-LAST-ISS-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           MOVE NEXT-TRAN-NO TO CF-LAST-TRAN-NO.
