      *THE BLOCK A PROGRAM FILLS AND PASSES TO REBATE-CALC.
      *  RR-FUNCTION "V" (VIEW) FINDS EACH AGREEMENT'S RECEIPTS ON
      *     THE JOURNAL SINCE IT WAS LAST BANKED INTO RB-PENDING AND
      *     WORKS OUT THE TIER AND REBATE EARNED.
      *  RR-FUNCTION "B" (BANK) DOES THE SAME BUT ONLY FOR RECEIPTS
      *     DATED UP TO RR-CUTOFF-NUM (YYYYMMDD), AND FOLDS THEM INTO
      *     RB-SPEND - THE MONTH-END NOMINAL EXTRACT'S CALL.
      *RR-TRAINING-FLAG "Y" USES THE PRACTICE FILES.  RR-RESULT
      *COMES BACK "Y" WHEN THE AGREEMENTS WERE WORKED OUT AND "N"
      *WHEN THERE IS NO REBATE FILE OR NO JOURNAL;
      *RR-AGREEMENTS AND RR-RECEIPTS SAY HOW MUCH WAS LOOKED AT.
       01  REBATE-REQ-BLOCK.
           02  RR-FUNCTION PIC X.
           02  RR-CUTOFF-NUM PIC 9(8).
           02  RR-TRAINING-FLAG PIC X.
           02  RR-RESULT PIC X.
           02  RR-AGREEMENTS PIC 9(4).
           02  RR-RECEIPTS PIC 9(6).
