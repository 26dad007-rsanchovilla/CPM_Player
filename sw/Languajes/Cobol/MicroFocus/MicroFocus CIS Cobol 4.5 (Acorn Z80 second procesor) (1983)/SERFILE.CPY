      *RECORDS WHICH SERIALS WENT TO WHICH DEPARTMENT, AND THE
      *RETURN AND INQUIRY PROGRAMS CLOSE THE LIFE OUT.
      *SE-STATUS IS "S" IN STOCK, "I" ISSUED, "W" WRITTEN OFF.
      *"R" IS A FAILED UNIT SENT BACK TO ITS SUPPLIER UNDER A
      *WARRANTY CLAIM (SEE WCLFILE.CPY).  "L" IS A UNIT OUT ON LOAN
      *THROUGH TOOL-LOANS (SEE TLNFILE.CPY) - STILL IN BOOK STOCK.
      *"X" IS A UNIT AWAY AT A REPAIRER ON A REPAIR ORDER (SEE
      *RPRFILE.CPY) - OFF ON-HAND UNTIL GOODS-IN BOOKS IT BACK.
       01  SERIAL-RECORD.
           02  SE-KEY.
               03  SE-STOCK-CODE PIC X(8).
