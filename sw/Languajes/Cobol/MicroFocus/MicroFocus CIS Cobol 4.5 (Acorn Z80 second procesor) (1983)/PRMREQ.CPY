      *THE BLOCK A PROGRAM FILLS AND PASSES TO GET-PARAMETER FOR
      *EACH LIMIT IT NEEDS - CALLED THE WAY VALIDATE-DATE-ENTRY IS
      *CALLED.  THE CALLER MOVES THE PARAMETER NAME AND ITS OWN
      *COMPILED DEFAULT IN; GET-PARAMETER REPLACES PQ-VALUE WITH THE
      *FIGURE ON STOCK.PRM AND SETS PQ-FOUND "Y", OR LEAVES THE
      *DEFAULT ALONE AND SETS IT "N".
       01  PARAM-REQ-BLOCK.
           02  PQ-KEY PIC X(12).
           02  PQ-VALUE PIC 9(8)V99.
           02  PQ-FOUND PIC X.
