      *THE REQUEST-FOR-QUOTATION HEADER RECORD (STOCK.RFQ), KEYED
      *ON THE ENQUIRY NUMBER.  ONE ENQUIRY GOES TO SEVERAL
      *SUPPLIERS AT ONCE; ITS LINES LIVE ON STOCK.RFL (RFLFILE.CPY)
      *AND THE SUPPLIERS ASKED, WITH THEIR REPLIES, ON STOCK.RFR
      *(RFRFILE.CPY).  RFQ-REPLY-BY IS THE DATE THE ENQUIRY LETTER
      *ASKS THE SUPPLIERS TO QUOTE BY.
      *RFQ-STATUS IS "O" WHILE ANY LINE IS STILL TO BE AWARDED, "A"
      *ONCE EVERY LINE HAS GONE ONTO A PURCHASE ORDER, AND "X" WHEN
      *THE ENQUIRY IS CANCELLED.
       01  RFQ-RECORD.
           02  RFQ-NUMBER PIC X(6).
           02  RFQ-DESC PIC X(30).
           02  RFQ-DATE PIC X(10).
           02  RFQ-REPLY-BY PIC X(10).
           02  RFQ-STATUS PIC X.
           02  RFQ-RAISED-BY PIC X(4).
           02  FILLER PIC X(19).
