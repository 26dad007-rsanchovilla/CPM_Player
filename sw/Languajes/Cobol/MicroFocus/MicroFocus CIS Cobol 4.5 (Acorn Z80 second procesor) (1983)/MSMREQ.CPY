      *THE BLOCK A PROGRAM FILLS AND PASSES TO MOVEMENT-SUMMARY.
      *  MQ-FUNCTION "A" ADDS ONE JOURNAL ROW - THE FIELDS BELOW,
      *     AS THEY WENT ON STOCK.JRN - TO ITS SUMMARY ROW.
      *  MQ-FUNCTION "C" CLOSES THE FILES.  THEY STAY OPEN BETWEEN
      *     "A" CALLS SO A REBUILD OPENS THEM ONCE.
      *MQ-TARGET "S" POSTS TO THE SUMMARY ITSELF, "W" TO THE CHECK
      *WORK FILE STOCK.MSW THAT THE SUMMARY IS PROVED AGAINST.
      *MQ-TRAINING-FLAG "Y" USES THE PRACTICE FILES.  MQ-RESULT
      *COMES BACK "Y" WHEN THE ROW WAS ADDED.
       01  MOVEMENT-REQ-BLOCK.
           02  MQ-FUNCTION PIC X.
           02  MQ-TARGET PIC X.
           02  MQ-TRAINING-FLAG PIC X.
           02  MQ-TYPE PIC X.
           02  MQ-SIGN PIC X.
           02  MQ-STOCK-CODE PIC X(8).
           02  MQ-LOCATION PIC X(4).
           02  MQ-QUANTITY PIC 9(6)V99.
           02  MQ-DATE PIC X(10).
           02  MQ-DEPARTMENT PIC X(4).
           02  MQ-OPERATOR-ID PIC X(4).
           02  MQ-REFERENCE PIC X(6).
           02  MQ-RESULT PIC X.
