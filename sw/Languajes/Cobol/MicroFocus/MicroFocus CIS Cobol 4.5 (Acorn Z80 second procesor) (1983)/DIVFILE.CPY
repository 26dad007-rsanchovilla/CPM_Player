      *THE DEPARTMENT HIERARCHY FILE (STOCK.DIV), MAINTAINED FROM
      *DEPARTMENT-MAINT.  EVERY BUDGET HOLDER ON STOCK.DEP NAMES ITS
      *DIVISION IN DEPT-DIVISION, AND EVERY DIVISION NAMES THE
      *DIRECTORATE IT REPORTS TO, SO THE COST, BUDGET AND MARGIN
      *REPORTS CAN SUBTOTAL AT EACH LEVEL.  KEYED ON LEVEL PLUS
      *CODE: DV-LEVEL "V" IS A DIVISION, WITH ITS DIRECTORATE IN
      *DV-PARENT; "R" IS A DIRECTORATE, DV-PARENT SPACES.  A
      *DIVISION'S BUDGET IS THE SUM OF ITS DEPARTMENTS' BUDGETS ON
      *STOCK.BUD - NOTHING IS HELD HERE TO DRIFT OUT OF STEP.
       01  DIVISION-RECORD.
           02  DV-KEY.
               03  DV-LEVEL PIC X.
               03  DV-CODE PIC X(4).
           02  DV-NAME PIC X(30).
           02  DV-PARENT PIC X(4).
           02  FILLER PIC X(11).
