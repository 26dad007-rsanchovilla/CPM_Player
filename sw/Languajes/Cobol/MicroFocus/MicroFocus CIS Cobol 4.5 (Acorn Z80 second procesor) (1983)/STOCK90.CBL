           02  RR-REASON PIC X(8).
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  REQUEST-FILE; RECORD 49.
           COPY "REQFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "CHKREQ.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
      *ISSUE-REQUESTS REFUSES IT - ONLY GOODS-OUT DRAWS LOTS.
       EDIT-ONE-RECORD.
           MOVE SPACE TO EDIT-REASON.
           MOVE "V" TO CK-FUNCTION.
           MOVE "S" TO CK-KIND.
           MOVE IR-STOCK-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               MOVE "CHK CODE" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           IF IR-QUANTITY NOT NUMERIC OR IR-QUANTITY = 0
               MOVE "BAD QTY" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           MOVE IR-QUANTITY TO RQ-QUANTITY.
           MOVE GOOD-DATE TO RQ-DATE.
           MOVE "O" TO RQ-STATUS.
           MOVE SPACE TO RQ-JOB-NO.
           WRITE REQUEST-RECORD
               INVALID
                   MOVE "REQ I-O" TO EDIT-REASON
