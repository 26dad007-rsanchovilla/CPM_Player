      *THE SUPPLIERS ASKED TO QUOTE ON AN ENQUIRY AND THEIR REPLIES
      *(STOCK.RFR), KEYED ON ENQUIRY NUMBER, SUPPLIER AND LINE.
      *LINE 00 IS THE INVITATION ITSELF - RFR-STATUS "I" WHEN THE
      *SUPPLIER IS ADDED, "P" ONCE THE ENQUIRY LETTER IS PRINTED
      *(RFR-REPLY-DATE THEN HOLDS THE LETTER DATE) AND "R" WHEN
      *THE REPLY HAS BEEN KEYED.  EACH OTHER LINE IS THE SUPPLIER'S
      *ANSWER FOR THAT ENQUIRY LINE - "Q" QUOTED, "N" NO BID, THEN
      *"W" FOR THE BID THAT WON THE LINE AND "P" FOR A CHEAPER BID
      *THE BUYER PASSED OVER.  RFR-PRICE IS IN THE SUPPLIER'S
      *INVOICING CURRENCY, AS POL-UNIT-COST IS; RFR-LEAD-DAYS IS
      *THE QUOTED LEAD TIME IN WORKING DAYS AND RFR-VALID-UNTIL THE
      *LAST DAY THE PRICE CAN BE ACCEPTED.
       01  RFQ-REPLY-RECORD.
           02  RFR-KEY.
               03  RFR-RFQ-NO PIC X(6).
               03  RFR-SUPPLIER PIC X(4).
               03  RFR-LINE-NO PIC 99.
           02  RFR-PRICE PIC 9(4)V99.
           02  RFR-LEAD-DAYS PIC 999.
           02  RFR-VALID-UNTIL PIC X(10).
           02  RFR-REPLY-DATE PIC X(10).
           02  RFR-STATUS PIC X.
           02  FILLER PIC X(8).
