      *THE BLOCK THE DAY-END AND MONTH-END DRIVERS FILL AND PASS TO
      *STEP-TIMING AROUND EVERY STEP OF THE RUN.
      *  TQ-FUNCTION "S" AS THE STEP STARTS - THE CLOCK AND TODAY'S
      *     DATE ARE HELD IN TQ-START-DATE-NUM AND TQ-START-TIME, SO
      *     THE BLOCK MUST COME BACK UNTOUCHED FOR THE "E" CALL.
      *  TQ-FUNCTION "E" WHEN THE STEP IS BACK, WITH TQ-RUN-KIND
      *     ("D" DAY-END, "M" MONTH-END), TQ-STEP-NAME, TQ-RUN-DATE,
      *     TQ-RECORDS AND TQ-OUTCOME FILLED IN.  THE STEP'S RUN IS
      *     WRITTEN TO STOCK.BRH AND TQ-ELAPSED COMES BACK IN
      *     SECONDS, WITH THE AVERAGE AND WORST OF THE RUNS BEFORE
      *     IT (TQ-PRIOR-RUNS OF THEM, UP TO 30).  TQ-SLOW "Y" IS A
      *     STEP THAT TOOK MORE THAN HALF AS LONG AGAIN AS USUAL.
      *TQ-TRAINING-FLAG "Y" KEEPS THE PRACTICE HISTORY ON TRAIN.BRH.
      *TQ-RESULT "Y" IS DONE, "N" IS NO HISTORY FILE TO BE HAD -
      *NEVER A REASON TO STOP THE RUN.
       01  TIMING-REQ-BLOCK.
           02  TQ-FUNCTION PIC X.
           02  TQ-TRAINING-FLAG PIC X.
           02  TQ-RUN-KIND PIC X.
           02  TQ-STEP-NAME PIC X(24).
           02  TQ-RUN-DATE PIC X(10).
           02  TQ-START-DATE-NUM PIC 9(8).
           02  TQ-START-TIME PIC 9(6).
           02  TQ-END-DATE-NUM PIC 9(8).
           02  TQ-END-TIME PIC 9(6).
           02  TQ-RECORDS PIC 9(6).
           02  TQ-OUTCOME PIC X(8).
           02  TQ-ELAPSED PIC 9(6).
           02  TQ-PRIOR-RUNS PIC 99.
           02  TQ-AVERAGE PIC 9(6).
           02  TQ-WORST PIC 9(6).
           02  TQ-SLOW PIC X.
           02  TQ-RESULT PIC X.
