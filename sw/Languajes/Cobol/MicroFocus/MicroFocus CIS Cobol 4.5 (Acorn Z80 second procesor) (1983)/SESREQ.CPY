      *THE BLOCK A PROGRAM FILLS AND PASSES TO SESSION-REGISTRY.
      *  SQ-FUNCTION "S" SIGNS SQ-OPERATOR-ID ON AT SQ-TERMINAL.
      *     ANY SESSION STILL REGISTERED AGAINST THIS TERMINAL IS
      *     DEAD AND IS CLEARED FIRST - SQ-CLEARED SAYS HOW MANY.
      *     SQ-RESULT "N" REFUSES THE SIGN-ON: THE ID IS LIVE AT
      *     SQ-HOLDER-TERMINAL SINCE SQ-HOLDER-DATE/TIME.
      *  SQ-FUNCTION "P" RECORDS SQ-PROGRAM AS THE FUNCTION IN USE.
      *     SQ-RESULT "F" MEANS A SUPERVISOR HAS SIGNED THE
      *     OPERATOR OFF AND THE SESSION MUST END NOW.
      *  SQ-FUNCTION "X" SIGNS THE OPERATOR OFF.
      *SQ-RESULT "Y" IS DONE, "E" IS NO REGISTRY FILE TO BE HAD -
      *NEVER A REASON TO STOP ANYONE WORKING.
       01  SESSION-REQ-BLOCK.
           02  SQ-FUNCTION PIC X.
           02  SQ-OPERATOR-ID PIC X(4).
           02  SQ-TERMINAL PIC X(4).
           02  SQ-PROGRAM PIC X(30).
           02  SQ-RESULT PIC X.
           02  SQ-CLEARED PIC 99.
           02  SQ-HOLDER-TERMINAL PIC X(4).
           02  SQ-HOLDER-DATE PIC X(10).
           02  SQ-HOLDER-TIME PIC X(8).
