      *THE BATCH RUN HISTORY (STOCK.BRH) - ONE RECORD FOR EVERY
      *STEP OF EVERY DAY-END ("D") AND MONTH-END ("M") RUN, WRITTEN
      *BY STEP-TIMING AS THE STEP COMES BACK.  KEYED ON THE RUN
      *KIND, THE STEP AND THE CLOCK AT ITS START (YYYYMMDD THEN
      *HHMMSS) SO EACH STEP'S RUNS READ OLDEST FIRST.  ONLY THE
      *LAST 30 RUNS OF A STEP ARE KEPT.  BR-RUN-DATE IS THE
      *BUSINESS DATE THE RUN WAS FOR, WHICH AFTER MIDNIGHT IS NOT
      *THE DATE ON THE CLOCK.  BR-SLOW-FLAG "Y" WAS FLAGGED ON THE
      *RUN LOG AT THE TIME.
       01  RUN-HISTORY-RECORD.
           02  BR-KEY.
               03  BR-RUN-KIND PIC X.
               03  BR-STEP-NAME PIC X(24).
               03  BR-START-DATE-NUM PIC 9(8).
               03  BR-START-TIME PIC 9(6).
           02  BR-RUN-DATE PIC X(10).
           02  BR-END-DATE-NUM PIC 9(8).
           02  BR-END-TIME PIC 9(6).
           02  BR-ELAPSED PIC 9(6).
           02  BR-RECORDS PIC 9(6).
           02  BR-OUTCOME PIC X(8).
           02  BR-SLOW-FLAG PIC X.
           02  FILLER PIC X(6).
