      *THE BLOCK A PROGRAM FILLS AND PASSES TO ACTION-QUEUE WHEN IT
      *FINDS SOMETHING ONLY A PERSON CAN PUT RIGHT.
      *  AR-FUNCTION "R" RAISES AN ACTION FOR AR-SOURCE/AR-ITEM-KEY
      *     WITH AR-DESCRIPTION, RAISED BY AR-OPERATOR-ID.  NOTHING
      *     NEW IS RAISED WHILE AN ACTION FOR THE SAME SOURCE AND KEY
      *     IS STILL OPEN - AR-RESULT "D" AND ITS NUMBER COME BACK.
      *  AR-FUNCTION "X" CLOSES THE OPEN ACTION FOR AR-SOURCE/
      *     AR-ITEM-KEY BECAUSE THE PROGRAM THAT RAISED IT HAS SEEN
      *     IT PUT RIGHT - AR-DESCRIPTION IS THE RESOLUTION NOTE AND
      *     AR-OPERATOR-ID WHO DID IT.  "N" IF NONE WAS OPEN.
      *  AR-FUNCTION "C" COUNTS THE OPEN ACTIONS ASSIGNED TO
      *     AR-OPERATOR-ID INTO AR-COUNT, AND THE ONES NOBODY HAS
      *     BEEN GIVEN YET INTO AR-UNASSIGNED.
      *AR-TRAINING-FLAG "Y" WORKS ON THE PRACTICE QUEUE TRAIN.ACQ.
      *AR-RESULT "Y" IS DONE; "N" WITH NO FILE TO BE HAD IS NEVER A
      *REASON TO STOP THE CALLER'S OWN WORK.
      *THE SOURCES IN USE ARE "PO HELD", "QUAR AGE", "DEBIT NT",
      *"INTEGRTY", "TRAN GAP" AND "REJECT".
       01  ACTION-REQ-BLOCK.
           02  AR-FUNCTION PIC X.
           02  AR-TRAINING-FLAG PIC X.
           02  AR-SOURCE PIC X(8).
           02  AR-ITEM-KEY PIC X(20).
           02  AR-DESCRIPTION PIC X(40).
           02  AR-OPERATOR-ID PIC X(4).
           02  AR-NUMBER PIC 9(6).
           02  AR-COUNT PIC 9(4).
           02  AR-UNASSIGNED PIC 9(4).
           02  AR-RESULT PIC X.
