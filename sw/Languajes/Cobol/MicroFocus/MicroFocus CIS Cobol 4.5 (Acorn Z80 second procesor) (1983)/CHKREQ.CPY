      *THE BLOCK A PROGRAM FILLS AND PASSES TO CHECK-CHARACTER FOR
      *THE MODULUS-11 CHECK CHARACTER CARRIED AS THE LAST CHARACTER
      *OF A STOCK CODE (CK-KIND "S", UP TO 8) OR A PURCHASE ORDER
      *NUMBER (CK-KIND "P", UP TO 6):
      *  "G" - GENERATE.  CK-CODE HOLDS THE BASE AS KEYED AND COMES
      *        BACK WITH ITS CHECK CHARACTER ADDED, "Y" - OR "L" WHEN
      *        THE BASE ALREADY FILLS THE FIELD, "N" WHEN BLANK.
      *  "V" - VERIFY A CODE KEYED OR READ FROM A BATCH.  "Y" OR
      *        "N".  ALWAYS "Y" UNTIL THE CHK-STK-CODE (OR
      *        CHK-PO-NO) PARAMETER IS SET TO 1, WHICH IS DONE ONCE
      *        THE CODES ALREADY ON FILE ALL CARRY ONE.
      *  "T" - TEST THE CHECK CHARACTER WHATEVER THE PARAMETERS SAY
      *        - NEW CODES, AND THE CONVERSION RUN.
       01  CHECK-REQ-BLOCK.
           02  CK-FUNCTION PIC X.
           02  CK-KIND PIC X.
           02  CK-CODE PIC X(8).
           02  CK-RESULT PIC X.
