      *THE SYSTEM PARAMETER RECORD (STOCK.PRM), KEYED ON THE
      *PARAMETER NAME.  THE BUSINESS LIMITS THE PROGRAMS USED TO
      *CARRY AS COMPILED VALUES - THE BUYER'S APPROVAL LIMIT, THE
      *AGEING BANDS, THE HORIZONS AND RETENTION COUNTS - LIVE HERE
      *SO FINANCE CAN MOVE ONE WITHOUT A RECOMPILE.  EACH PROGRAM
      *ASKS GET-PARAMETER FOR ITS LIMITS AT START-UP AND KEEPS ITS
      *OWN COMPILED FIGURE WHEN NO RECORD IS ON FILE.  PM-MIN-VALUE
      *AND PM-MAX-VALUE BOUND WHAT PARAMETER-MAINT WILL ACCEPT.
       01  PARAMETER-RECORD.
           02  PM-KEY PIC X(12).
           02  PM-VALUE PIC 9(8)V99.
           02  PM-DESC PIC X(30).
           02  PM-MIN-VALUE PIC 9(8)V99.
           02  PM-MAX-VALUE PIC 9(8)V99.
           02  PM-CHANGED-BY PIC X(4).
           02  PM-CHANGED-DATE PIC X(10).
           02  FILLER PIC X(4).
