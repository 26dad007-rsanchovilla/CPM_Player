           02  DEPT-NAME PIC X(30).
           02  DEPT-CHARGE-BASIS PIC X.
           02  DEPT-PLUS-PCT PIC 99V9.
      *DEPT-TYPE "C" MARKS AN OUTSIDE CUSTOMER RATHER THAN A BUDGET
      *HOLDER - ITS ISSUES ARE INVOICED AND ITS RETURNS CREDITED BY
      *RECEIVABLES-LEDGER, PAYABLE DEPT-TERMS-DAYS AFTER THE INVOICE
      *DATE (SPACES = THE HOUSE TERMS ON STOCK.PRM).  THE TWO ADDRESS
      *LINES HEAD ITS STATEMENT.  SPACE IS AN INTERNAL DEPARTMENT.
           02  DEPT-TYPE PIC X.
           02  DEPT-TERMS-DAYS PIC 999.
           02  DEPT-TERMS-DAYS-X REDEFINES DEPT-TERMS-DAYS PIC X(3).
           02  DEPT-ADDRESS-1 PIC X(25).
           02  DEPT-ADDRESS-2 PIC X(25).
      *DEPT-DIVISION IS THE DIVISION ON STOCK.DIV (DIVFILE.CPY) THE
      *DEPARTMENT ROLLS UP TO - SPACES FOR ONE NOT YET PLACED.
           02  DEPT-DIVISION PIC X(4).
           02  FILLER PIC X(4).
