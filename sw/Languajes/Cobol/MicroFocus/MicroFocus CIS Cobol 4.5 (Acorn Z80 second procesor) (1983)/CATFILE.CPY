      *STOCK-FILE-SET-UP PROVES A NEW CODE'S PREFIX AGAINST THIS
      *FILE, AND THE CATEGORY-LEVEL REPORTS PRINT CAT-DESC BESIDE
      *THE BARE PREFIX SO NEW STAFF CAN READ THEM.
      *CAT-TARGET-TURNS IS THE STOCK TURN RATE A YEAR THE BUYERS
      *AIM AT FOR THE CATEGORY - THE TURNOVER REPORT FLAGS ANY ITEM
      *TURNING SLOWER.  ZERO MEANS THE HOUSE TARGET ON STOCK.PRM.
       01  CATEGORY-RECORD.
           02  CAT-CODE PIC X(2).
           02  CAT-DESC PIC X(20).
           02  CAT-TARGET-TURNS PIC 99V9.
           02  FILLER PIC X(15).
