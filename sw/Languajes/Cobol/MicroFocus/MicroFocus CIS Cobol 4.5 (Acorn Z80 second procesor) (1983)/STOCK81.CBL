      *THE NEW CODE, AND START AGAIN - SO A CRASH MID-RUN LEAVES
      *EVERY RECORD UNDER ONE CODE OR THE OTHER, NEVER LOST.
      *SEQUENCE-KEYED FILES THAT CLASH ON THE TARGET SIMPLY TAKE
      *THE NEXT FREE SEQUENCE NUMBER.  EACH BIN RE-KEYED ON THE
      *STOCK MASTER MOVES ACROSS ON THE DESCRIPTION KEYWORD INDEX.
      *(C)HECK CHARACTERS IS THE ONE-OFF CONVERSION THAT GIVES EVERY
      *CODE ON THE STOCK MASTER AND THE KIT FILE WITHOUT A GOOD
      *MODULUS-11 CHECK CHARACTER ONE ON THE END, RENAMING IT HERE
      *SO EVERY FILE FOLLOWS.  A CODE ALREADY EIGHT LONG, OR ONE
      *WHOSE NEW FORM IS ALREADY SOMEBODY ELSE'S CODE, IS LISTED
      *FOR RENAMING BY HAND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           COPY "STOCKIT.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  KIT-FILE; RECORD 24.
           COPY "KITFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  REQUEST-FILE; RECORD 49.
           COPY "REQFILE.CPY".
       FD  BACK-ORDER-FILE; RECORD 56.
           COPY "BKORDER.CPY".
           02  STOCK-CCH-FN PIC X(12) VALUE "STOCK.CCH".
           02  STOCK-RCM-FN PIC X(12) VALUE "STOCK.RCM".
       COPY "TERMPROF.CPY".
           COPY "KWXREQ.CPY".
       01  IT-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  LT-FILE-STATUS PIC XX.
       01  TARGET-EXISTS PIC X.
       01  MOVED-COUNT PIC 9(6).
       01  TOTAL-MOVED PIC 9(6) VALUE 0.
           COPY "CHKREQ.CPY".
       01  SCAN-CODE PIC X(8).
       01  CODES-CHECKED PIC 9(6).
       01  CODES-CONVERTED PIC 9(6).
       01  CODES-REFUSED PIC 9(6).
       01  USAGE-IDX PIC 99.
      *HELD COPIES OF THE RECORD BEING RE-KEYED - THE QUANTITY
      *FIELDS A MERGE FOLDS IN ARE CARVED OUT BY POSITION
           02  FILLER PIC X(38).
           02  HOLD-LOT-QTY PIC 9(6)V99.
       01  HOLD-KIT PIC X(24).
       01  HOLD-REQ PIC X(49).
       01  HOLD-BKO PIC X(56).
       01  HOLD-USG.
           02  FILLER PIC X(18).
       01  TOTAL-LINE.
           02  FILLER PIC X(21) VALUE "TOTAL RECORDS MOVED".
           02  TL-COUNT PIC ZZZZZ9.
       01  CONVERT-HEAD-LINE.
           02  FILLER PIC X(28) VALUE "CHECK CHARACTER CONVERSION".
           02  FILLER PIC X(3) VALUE "BY ".
           02  CH-OPERATOR PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  CH-DATE PIC X(10).
       01  REFUSED-LINE.
           02  FILLER PIC X(10) VALUE "*** CODE ".
           02  RF-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  RF-REASON PIC X(40).
       01  CONVERT-TOTAL-LINE.
           02  CT-TEXT PIC X(28).
           02  CT-COUNT PIC ZZZZZ9.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
           DISPLAY "MAKE SURE NO OTHER TERMINAL IS POSTING, AND".
           DISPLAY "TAKE A BACKUP BEFORE A BIG RE-CODING.".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           MOVE SGN-TRAINING-FLAG TO KQ-TRAINING-FLAG.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)ENAME A CODE, (M)ERGE TWO CODES,".
           DISPLAY "(C)HECK CHARACTERS ON EVERY CODE, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CONVERT-CODES.
           IF ACTION-CHOICE = "r" MOVE "R" TO ACTION-CHOICE.
           IF ACTION-CHOICE = "m" MOVE "M" TO ACTION-CHOICE.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               CLOSE STOCK-FILE
               GO TO ASK-ACTION.
           OPEN OUTPUT PRINT-FILE.
           PERFORM RENAME-ONE-CODE THRU RENAME-ONE-EXIT.
           CLOSE STOCK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "AUDIT REPORT IS ON STOCK.RCM".
           GO TO ASK-ACTION.
      *EVERY RECORD OF OLD-CODE MOVED TO NEW-CODE, FILE BY FILE, WITH
      *THE COUNTS ON THE REPORT - STOCK.IT AND STOCK.RCM ARE OPEN
       RENAME-ONE-CODE.
           MOVE OLD-CODE TO HL-OLD.
           MOVE NEW-CODE TO HL-NEW.
           MOVE OPERATOR-ID TO HL-OPERATOR.
           MOVE TOTAL-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           DISPLAY TOTAL-LINE.
       RENAME-ONE-EXIT.
           EXIT.
      *THE STOCK MASTER IS WALKED ONE CODE AT A TIME.  A RENAME
      *MOVES THE FILE POSITION, SO THE WALK STARTS AGAIN AFTER THE
      *LAST CODE LOOKED AT - A CODE ALREADY CONVERTED PASSES ITS
      *CHECK AND IS LEFT ALONE IF IT COMES ROUND AGAIN
       CONVERT-CODES.
           DISPLAY "EVERY STOCK CODE WITHOUT A GOOD CHECK CHARACTER".
           DISPLAY "IS RENAMED WITH ONE ON THE END.  SHELF LABELS".
           DISPLAY "MUST BE REPRINTED AFTERWARDS.  CONTINUE (Y/N)? ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           OPEN I-O STOCK-FILE.
           IF IT-STATUS NOT = "00"
               DISPLAY "NO STOCK MASTER ON DISK."
               GO TO ASK-ACTION.
           OPEN OUTPUT PRINT-FILE.
           MOVE OPERATOR-ID TO CH-OPERATOR.
           MOVE RUN-DATE TO CH-DATE.
           MOVE CONVERT-HEAD-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE SPACE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE 0 TO CODES-CHECKED.
           MOVE 0 TO CODES-CONVERTED.
           MOVE 0 TO CODES-REFUSED.
           MOVE LOW-VALUE TO SCAN-CODE.
       CONVERT-STOCK-NEXT.
           MOVE SCAN-CODE TO STOCK-CODE.
           MOVE HIGH-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO CONVERT-KITS
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO CONVERT-KITS
           END-READ.
           MOVE STOCK-CODE TO SCAN-CODE.
           ADD 1 TO CODES-CHECKED.
           PERFORM CONVERT-ONE-CODE THRU CONVERT-ONE-EXIT.
           GO TO CONVERT-STOCK-NEXT.
      *A KIT CODE NEED NOT BE STOCKED IN A BIN OF ITS OWN - THOSE
      *THAT ARE NOT WERE MISSED BY THE FIRST WALK.  THE KIT FILE IS
      *SHUT ROUND EACH RENAME BECAUSE THE RENAME OPENS IT ITSELF.
       CONVERT-KITS.
           MOVE LOW-VALUE TO SCAN-CODE.
       CONVERT-KIT-NEXT.
           OPEN INPUT KIT-FILE.
           IF KT-FILE-STATUS NOT = "00" GO TO CONVERT-DONE.
           MOVE SCAN-CODE TO KC-KIT-CODE.
           MOVE HIGH-VALUE TO KC-COMPONENT-CODE.
           START KIT-FILE KEY NOT LESS THAN KIT-KEY
               INVALID CLOSE KIT-FILE
               GO TO CONVERT-DONE
           END-START.
           READ KIT-FILE NEXT RECORD
               AT END CLOSE KIT-FILE
               GO TO CONVERT-DONE
           END-READ.
           MOVE KC-KIT-CODE TO SCAN-CODE.
           CLOSE KIT-FILE.
           MOVE SCAN-CODE TO NEW-CODE.
           PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT.
           IF TARGET-EXISTS = "Y" GO TO CONVERT-KIT-NEXT.
           ADD 1 TO CODES-CHECKED.
           PERFORM CONVERT-ONE-CODE THRU CONVERT-ONE-EXIT.
           GO TO CONVERT-KIT-NEXT.
       CONVERT-DONE.
      *EACH CODE CONVERTED WAS MET AGAIN UNDER ITS NEW FORM
           SUBTRACT CODES-CONVERTED FROM CODES-CHECKED.
           MOVE SPACE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE "CODES CHECKED" TO CT-TEXT.
           MOVE CODES-CHECKED TO CT-COUNT.
           PERFORM PRINT-CONVERT-TOTAL THRU PRINT-CONVERT-TOTAL-EXIT.
           MOVE "CODES GIVEN CHECK CHARACTER" TO CT-TEXT.
           MOVE CODES-CONVERTED TO CT-COUNT.
           PERFORM PRINT-CONVERT-TOTAL THRU PRINT-CONVERT-TOTAL-EXIT.
           MOVE "CODES TO RENAME BY HAND" TO CT-TEXT.
           MOVE CODES-REFUSED TO CT-COUNT.
           PERFORM PRINT-CONVERT-TOTAL THRU PRINT-CONVERT-TOTAL-EXIT.
           CLOSE STOCK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "AUDIT REPORT IS ON STOCK.RCM".
           IF CODES-REFUSED NOT = 0
               DISPLAY "RENAME THE CODES LISTED THERE BY HAND AND"
               DISPLAY "RUN THE CONVERSION AGAIN."
               GO TO ASK-ACTION.
           DISPLAY "EVERY CODE NOW CARRIES ITS CHECK CHARACTER - SET".
           DISPLAY "CHK-STK-CODE TO 1 IN PARAMETER MAINTENANCE SO A".
           DISPLAY "BAD ONE IS REFUSED.  SET CHK-PO-NO TO 1 ONCE THE".
           DISPLAY "ORDERS NUMBERED BEFORE CHECK CHARACTERS ARE ALL".
           DISPLAY "RECEIVED OR CANCELLED.".
           GO TO ASK-ACTION.
      *SCAN-CODE KEEPS ITS PLACE IN THE WALK WHATEVER HAPPENS HERE
       CONVERT-ONE-CODE.
           MOVE "T" TO CK-FUNCTION.
           MOVE "S" TO CK-KIND.
           MOVE SCAN-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT = "Y" GO TO CONVERT-ONE-EXIT.
           MOVE "G" TO CK-FUNCTION.
           MOVE SCAN-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               MOVE "ALL EIGHT CHARACTERS USED" TO RF-REASON
               GO TO CONVERT-ONE-REFUSE.
           MOVE SCAN-CODE TO OLD-CODE.
           MOVE CK-CODE TO NEW-CODE.
           PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT.
           IF TARGET-EXISTS = "N"
               PERFORM CHECK-KIT-TARGET THRU CHECK-KIT-TARGET-EXIT.
           IF TARGET-EXISTS = "Y"
               MOVE "WOULD BECOME " TO RF-REASON
               MOVE NEW-CODE TO RF-REASON (14:8)
               MOVE ", ALREADY IN USE" TO RF-REASON (22:16)
               GO TO CONVERT-ONE-REFUSE.
           PERFORM RENAME-ONE-CODE THRU RENAME-ONE-EXIT.
           ADD 1 TO CODES-CONVERTED.
           GO TO CONVERT-ONE-EXIT.
       CONVERT-ONE-REFUSE.
           MOVE SCAN-CODE TO RF-CODE.
           MOVE REFUSED-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           DISPLAY REFUSED-LINE.
           ADD 1 TO CODES-REFUSED.
       CONVERT-ONE-EXIT.
           EXIT.
      *A KIT CODE THAT IS NOT STOCKED IN A BIN IS STILL IN USE
       CHECK-KIT-TARGET.
           OPEN INPUT KIT-FILE.
           IF KT-FILE-STATUS NOT = "00" GO TO CHECK-KIT-TARGET-EXIT.
           MOVE NEW-CODE TO KC-KIT-CODE.
           MOVE LOW-VALUE TO KC-COMPONENT-CODE.
           START KIT-FILE KEY NOT LESS THAN KIT-KEY
               INVALID GO TO CHECK-KIT-TARGET-CLOSE
           END-START.
           READ KIT-FILE NEXT RECORD
               AT END GO TO CHECK-KIT-TARGET-CLOSE
           END-READ.
           IF KC-KIT-CODE = NEW-CODE MOVE "Y" TO TARGET-EXISTS.
       CHECK-KIT-TARGET-CLOSE.
           CLOSE KIT-FILE.
       CHECK-KIT-TARGET-EXIT.
           EXIT.
       PRINT-CONVERT-TOTAL.
           MOVE CONVERT-TOTAL-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           DISPLAY CONVERT-TOTAL-LINE.
       PRINT-CONVERT-TOTAL-EXIT.
           EXIT.
       CHECK-TARGET.
           MOVE "N" TO TARGET-EXISTS.
           MOVE NEW-CODE TO STOCK-CODE.
               INVALID GO TO MOVE-IT-DONE
           END-DELETE.
           MOVE HOLD-STOCK-ITEM TO STOCK-ITEM.
           MOVE "D" TO KQ-FUNCTION.
           MOVE STOCK-CODE TO KQ-STOCK-CODE.
           MOVE LOCATION-CODE TO KQ-LOCATION.
           MOVE PRODUCT-DESC TO KQ-DESC.
           CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
           MOVE NEW-CODE TO STOCK-CODE.
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
      *A MERGED BIN KEEPS THE TARGET'S OWN DESCRIPTION, WHICH IS
      *ALREADY ON THE INDEX
           WRITE STOCK-ITEM
               INVALID PERFORM MERGE-STOCK-ITEM
                   THRU MERGE-IT-EXIT
               NOT INVALID
                   MOVE "A" TO KQ-FUNCTION
                   MOVE NEW-CODE TO KQ-STOCK-CODE
                   CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK
           END-WRITE.
           ADD 1 TO MOVED-COUNT.
           GO TO MOVE-IT-LOOP.
       PRINT-COUNT-EXIT.
           EXIT.
       END-IT.
           MOVE "C" TO KQ-FUNCTION.
           CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
