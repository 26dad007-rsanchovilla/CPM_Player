       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEMENT-SUMMARY.
       AUTHOR. MICRO FOCUS LTD.
      *ADDS ONE JOURNAL ROW TO THE DAILY MOVEMENT SUMMARY - SEE
      *MSMREQ.CPY FOR THE CALLING BLOCK AND MSMFILE.CPY FOR THE
      *RECORD.  THE ROW IS COSTED AT THE BIN'S UNIT-COST ON
      *STOCK.IT, AND AN ISSUE OR DEPARTMENT RETURN IS ALSO CHARGED
      *AT THE DEPARTMENT'S BASIS ON STOCK.DEP, THE SAME WAY THE
      *NOMINAL EXTRACT AND THE MARGIN REPORT ALWAYS CHARGED IT.
      *CALLED BY POST-JOURNAL FOR EVERY ROW IT WRITES, AND BY
      *MOVEMENT-SUMMARY-CHECK TO REBUILD OR PROVE THE SUMMARY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC SUMMARY-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       WORKING-STORAGE SECTION.
       01  SUMMARY-FN PIC X(12).
       01  STOCK-IT-FN PIC X(12).
       01  STOCK-DEP-FN PIC X(12).
       01  MS-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  FILES-OPEN PIC X VALUE "N".
       01  STOCK-OPEN PIC X.
       01  DEPT-OPEN PIC X.
       01  ROW-DATE.
           02  RD-MM PIC XX.
           02  FILLER PIC X.
           02  RD-DD PIC XX.
           02  FILLER PIC X.
           02  RD-YYYY PIC X(4).
       01  HELD-COST PIC 9(4)V99.
       01  HELD-CHARGE PIC 9(6)V99.
       01  ROW-UNVALUED PIC 9.
       01  COST-VALUE PIC 9(10)V99.
       01  CHARGE-VALUE PIC 9(10)V99.
       LINKAGE SECTION.
           COPY "MSMREQ.CPY".
       PROCEDURE DIVISION USING MOVEMENT-REQ-BLOCK.
       SUMMARY-START.
           MOVE "N" TO MQ-RESULT.
           IF MQ-FUNCTION = "C" GO TO CLOSE-FILES.
           IF MQ-FUNCTION NOT = "A" GO TO SUMMARY-RETURN.
           IF FILES-OPEN NOT = "Y"
               PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.
           IF FILES-OPEN NOT = "Y" GO TO SUMMARY-RETURN.
           PERFORM VALUE-THE-ROW THRU VALUE-ROW-EXIT.
           PERFORM BUILD-KEY THRU BUILD-KEY-EXIT.
           READ SUMMARY-FILE
               INVALID GO TO SUMMARY-NEW-ROW
           END-READ.
           PERFORM ADD-TO-ROW THRU ADD-TO-ROW-EXIT.
           REWRITE MOVEMENT-SUMMARY-RECORD
               INVALID GO TO SUMMARY-RETURN
           END-REWRITE.
           MOVE "Y" TO MQ-RESULT.
           GO TO SUMMARY-RETURN.
       SUMMARY-NEW-ROW.
           MOVE 0 TO MS-COUNT.
           MOVE 0 TO MS-QUANTITY.
           MOVE 0 TO MS-COST-VALUE.
           MOVE 0 TO MS-CHARGE-VALUE.
           MOVE 0 TO MS-UNVALUED.
           PERFORM ADD-TO-ROW THRU ADD-TO-ROW-EXIT.
           WRITE MOVEMENT-SUMMARY-RECORD
               INVALID GO TO SUMMARY-RETURN
           END-WRITE.
           MOVE "Y" TO MQ-RESULT.
           GO TO SUMMARY-RETURN.
       CLOSE-FILES.
           IF FILES-OPEN = "Y"
               CLOSE SUMMARY-FILE
               IF STOCK-OPEN = "Y" CLOSE STOCK-FILE END-IF
               IF DEPT-OPEN = "Y" CLOSE DEPT-FILE END-IF
               MOVE "N" TO FILES-OPEN.
           MOVE "Y" TO MQ-RESULT.
       SUMMARY-RETURN.
           EXIT PROGRAM.
      *A TRAINING CALLER WORKS ON THE PRACTICE FILES - THE FLAG
      *TRAVELS IN THE BLOCK BECAUSE THIS PROGRAM NEVER SIGNS ON.
      *THE MASTERS ARE ONLY READ FOR PRICES; A MISSING ONE LEAVES
      *THE ROW COUNTED AND UNVALUED RATHER THAN LOST.
       OPEN-FILES.
           IF MQ-TRAINING-FLAG = "Y"
               MOVE "TRAIN.IT" TO STOCK-IT-FN
               MOVE "TRAIN.DEP" TO STOCK-DEP-FN
               IF MQ-TARGET = "W"
                   MOVE "TRAIN.MSW" TO SUMMARY-FN
               ELSE
                   MOVE "TRAIN.MSM" TO SUMMARY-FN
               END-IF
           ELSE
               MOVE "STOCK.IT" TO STOCK-IT-FN
               MOVE "STOCK.DEP" TO STOCK-DEP-FN
               IF MQ-TARGET = "W"
                   MOVE "STOCK.MSW" TO SUMMARY-FN
               ELSE
                   MOVE "STOCK.MSM" TO SUMMARY-FN
               END-IF
           END-IF.
           OPEN I-O SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUMMARY-FILE
               CLOSE SUMMARY-FILE
               OPEN I-O SUMMARY-FILE
           END-IF.
           IF MS-FILE-STATUS NOT = "00" GO TO OPEN-FILES-EXIT.
           MOVE "N" TO STOCK-OPEN.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS = "00" MOVE "Y" TO STOCK-OPEN.
           MOVE "N" TO DEPT-OPEN.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS = "00" MOVE "Y" TO DEPT-OPEN.
           MOVE "Y" TO FILES-OPEN.
       OPEN-FILES-EXIT.
           EXIT.
      *COST OFF THE STOCK MASTER; THE CHARGE OFF THE DEPARTMENT'S
      *BASIS - COST, SELLING PRICE, OR COST-PLUS - FOR ISSUES AND
      *DEPARTMENT RETURNS, AND AT COST FOR EVERYTHING ELSE.  A
      *SELLING PRICE NEVER SET FALLS BACK TO COST.
       VALUE-THE-ROW.
           MOVE 0 TO HELD-COST.
           MOVE 0 TO ROW-UNVALUED.
           IF STOCK-OPEN NOT = "Y"
               MOVE 1 TO ROW-UNVALUED
               GO TO VALUE-ROW-CHARGE.
           MOVE MQ-STOCK-CODE TO STOCK-CODE.
           MOVE MQ-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID
                   MOVE 1 TO ROW-UNVALUED
                   MOVE 0 TO SELLING-PRICE
               NOT INVALID MOVE UNIT-COST TO HELD-COST
           END-READ.
       VALUE-ROW-CHARGE.
           MOVE HELD-COST TO HELD-CHARGE.
           IF MQ-TYPE NOT = "I" AND MQ-TYPE NOT = "D"
               GO TO VALUE-ROW-EXTEND.
           IF DEPT-OPEN NOT = "Y" OR ROW-UNVALUED = 1
               GO TO VALUE-ROW-EXTEND.
           MOVE MQ-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID CONTINUE
               NOT INVALID
                   IF DEPT-CHARGE-BASIS = "S"
                       AND SELLING-PRICE NOT = 0
                       MOVE SELLING-PRICE TO HELD-CHARGE
                   ELSE
                       IF DEPT-CHARGE-BASIS = "P"
                           AND DEPT-PLUS-PCT NUMERIC
                           COMPUTE HELD-CHARGE ROUNDED =
                               HELD-COST *
                               (1 + DEPT-PLUS-PCT / 100)
                               ON SIZE ERROR
                                   MOVE HELD-COST TO HELD-CHARGE
                           END-COMPUTE
                       END-IF
                   END-IF
           END-READ.
       VALUE-ROW-EXTEND.
           COMPUTE COST-VALUE ROUNDED = MQ-QUANTITY * HELD-COST.
           COMPUTE CHARGE-VALUE ROUNDED = MQ-QUANTITY * HELD-CHARGE.
       VALUE-ROW-EXIT.
           EXIT.
      *A DATE THAT IS NOT MM/DD/YYYY DIGITS FILES UNDER DAY ZERO,
      *WHERE THE CHECK WILL STILL FIND IT
       BUILD-KEY.
           MOVE MQ-DATE TO ROW-DATE.
           IF RD-MM NOT NUMERIC OR RD-DD NOT NUMERIC
               OR RD-YYYY NOT NUMERIC
               MOVE 0 TO MS-DATE-NUM
           ELSE
               MOVE RD-YYYY TO MS-DATE-NUM (1:4)
               MOVE RD-MM TO MS-DATE-NUM (5:2)
               MOVE RD-DD TO MS-DATE-NUM (7:2).
           MOVE MQ-TYPE TO MS-TYPE.
           MOVE MQ-SIGN TO MS-SIGN.
           MOVE MQ-STOCK-CODE (1:2) TO MS-CATEGORY.
           MOVE MQ-DEPARTMENT TO MS-DEPARTMENT.
           MOVE MQ-OPERATOR-ID TO MS-OPERATOR.
           MOVE SPACE TO MS-REASON.
           IF MQ-TYPE = "W"
               MOVE MQ-REFERENCE (1:1) TO MS-REASON.
       BUILD-KEY-EXIT.
           EXIT.
       ADD-TO-ROW.
           ADD 1 TO MS-COUNT.
           ADD MQ-QUANTITY TO MS-QUANTITY.
           ADD COST-VALUE TO MS-COST-VALUE.
           ADD CHARGE-VALUE TO MS-CHARGE-VALUE.
           ADD ROW-UNVALUED TO MS-UNVALUED.
       ADD-TO-ROW-EXIT.
           EXIT.
