      *THE TERMINAL SESSION REGISTRY (STOCK.SES) - ONE RECORD PER
      *SIGNED-ON OPERATOR, WRITTEN BY STOCK-MENU AT SIGN-ON THROUGH
      *SESSION-REGISTRY, STAMPED WITH THE FUNCTION IN USE EVERY
      *TIME THE OPERATOR MOVES THROUGH A MENU, AND DELETED AT EXIT.
      *KEYED ON THE OPERATOR, SO AN ID CAN ONLY EVER BE SIGNED ON
      *AT ONE TERMINAL.  A RECORD STILL HERE FOR A TERMINAL THAT
      *IS SIGNING ON AFRESH WAS LEFT BY A CRASH.
      *SS-FORCE-FLAG "Y" IS A SUPERVISOR'S FORCED SIGN-OFF, ACTED
      *ON THE NEXT TIME THAT TERMINAL COMES BACK TO A MENU.
      *TIMES ARE HHMMSSHH AS THE CLOCK GIVES THEM.
       01  SESSION-RECORD.
           02  SS-OPERATOR-ID PIC X(4).
           02  SS-TERMINAL PIC X(4).
           02  SS-SIGNON-DATE PIC X(10).
           02  SS-SIGNON-TIME PIC X(8).
           02  SS-PROGRAM PIC X(30).
           02  SS-LAST-DATE PIC X(10).
           02  SS-LAST-TIME PIC X(8).
           02  SS-FORCE-FLAG PIC X.
           02  FILLER PIC X(5).
