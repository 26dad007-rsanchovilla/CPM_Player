       01  DUE-DATE PIC X(10).
       01  CURRENT-SUPPLIER PIC X(4).
       01  DRAFT-ORDER-NO PIC X(6).
       01  DRAFT-SEQ PIC 9(4).
           COPY "CHKREQ.CPY".
       01  DRAFT-LINE-NO PIC 99.
       01  ORDERS-RAISED PIC 9(4) VALUE 0.
       01  LINES-RAISED PIC 9(4) VALUE 0.
      *ECONOMIC ORDER QUANTITY WORK ITEMS.  ANNUAL DEMAND IS TAKEN AS
      *TWELVE TIMES THE REORDER LEVEL UNTIL REAL USAGE HISTORY IS
      *KEPT; ORDER COST AND THE CARRYING RATE ARE THE BUYER'S AGREED
      *STANDING FIGURES, EOQ-ORD-COST AND EOQ-CARRY ON STOCK.PRM
       01  EOQ-ANNUAL-DEMAND PIC 9(9).
       01  EOQ-ORDER-COST PIC 99V99 VALUE 10.00.
       01  EOQ-CARRY-PCT PIC 99V99 VALUE 25.00.
           COPY "PRMREQ.CPY".
       01  EOQ-CARRY-COST PIC 9(4)V99.
       01  EOQ-RESULT PIC 9(8).
       01  HEADING-1.
           DISPLAY "SUGGESTED PURCHASE ORDER GENERATION".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM GET-DRAFT-DUE-DATE THRU GET-DRAFT-DUE-EXIT.
           MOVE "EOQ-ORD-COST" TO PQ-KEY.
           MOVE EOQ-ORDER-COST TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO EOQ-ORDER-COST.
           MOVE "EOQ-CARRY" TO PQ-KEY.
           MOVE EOQ-CARRY-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO EOQ-CARRY-PCT.
           OPEN INPUT STOCK-FILE.
           OPEN INPUT PRICE-LIST-FILE.
           IF PRL-STATUS NOT = "00"
           ELSE
               COMPUTE EOQ-ANNUAL-DEMAND = REORDER-LEVEL * 12
           END-IF.
           COMPUTE EOQ-CARRY-COST ROUNDED =
               UNIT-COST * EOQ-CARRY-PCT / 100.
           IF EOQ-CARRY-COST = 0 MOVE 0.01 TO EOQ-CARRY-COST.
           COMPUTE RT-OPERAND ROUNDED =
               (2 * EOQ-ANNUAL-DEMAND * EOQ-ORDER-COST)
           GO TO DRAFT-LOOP.
       START-NEW-DRAFT.
           MOVE SG-SUPPLIER TO CURRENT-SUPPLIER.
      *"G", THE LAST FOUR FIGURES OF THE DRAFT COUNTER AND THE
      *CHECK CHARACTER EVERY ORDER NUMBER CARRIES
           ADD 1 TO PC-LAST-PO-NO.
           MOVE PC-LAST-PO-NO TO DRAFT-SEQ.
           MOVE SPACE TO CK-CODE.
           MOVE "G" TO CK-CODE (1:1).
           MOVE DRAFT-SEQ TO CK-CODE (2:4).
           MOVE "G" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           MOVE CK-CODE TO DRAFT-ORDER-NO.
           MOVE 0 TO DRAFT-LINE-NO.
           ADD 1 TO ORDERS-RAISED.
           MOVE SPACE TO PO-RECORD.
