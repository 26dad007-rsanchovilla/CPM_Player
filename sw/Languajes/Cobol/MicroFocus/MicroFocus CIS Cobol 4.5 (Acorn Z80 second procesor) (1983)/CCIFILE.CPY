      *THE CARRIER CLAIM LINE RECORD (STOCK.CCI), ONE PER STOCK LINE
      *OF A GRN TAKEN INTO A CARRIER CLAIM, KEYED CLAIM NUMBER PLUS
      *LINE.  CI-KIND IS "D" ARRIVED DAMAGED OR "S" SHORT.
      *CI-UNIT-COST IS THE BIN'S UNIT COST WHEN THE CLAIM WAS
      *RAISED AND CI-VALUE THE QUANTITY AT THAT COST - THE AMOUNT
      *CLAIMED FOR THE LINE.
       01  CLAIM-LINE-RECORD.
           02  CI-KEY.
               03  CI-CLAIM-NO PIC 9(6).
               03  CI-LINE-NO PIC 99.
           02  CI-STOCK-CODE PIC X(8).
           02  CI-LOCATION PIC X(4).
           02  CI-KIND PIC X.
           02  CI-QUANTITY PIC 9(6)V99.
           02  CI-UNIT-COST PIC 9(4)V99.
           02  CI-VALUE PIC 9(7)V99.
           02  FILLER PIC X(16).
