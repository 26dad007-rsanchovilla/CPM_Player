      *THE CARRIER CLAIM HEADER RECORD (STOCK.CCL), ONE PER CLAIM
      *RAISED AGAINST A CARRIER FOR GOODS DAMAGED OR SHORT ON
      *ARRIVAL, KEYED ON A CLAIM NUMBER CARRIER-CLAIMS ALLOCATES
      *(ONE MORE THAN THE HIGHEST ON FILE).  CM-GRN-NO IS THE GRN
      *THE GOODS CAME IN ON (JR-GRN-NO / QU-GRN-NO) AND CM-ORDER-NO
      *THE ORDER IT WAS RECEIVED AGAINST.  THE STOCK LINES CLAIMED
      *ARE ON STOCK.CCI UNDER THE SAME CLAIM NUMBER; CM-CLAIMED IS
      *THEIR TOTAL AT UNIT COST.
      *CM-PHOTOS AND CM-SIGNED-DAMAGED ARE Y/N - PHOTOGRAPHS HELD,
      *AND THE DELIVERY SIGNED FOR AS DAMAGED ON THE CARRIER'S
      *NOTE - THE TWO THINGS A CARRIER ASKS FOR FIRST.
      *CM-STATUS IS "R" RAISED, "S" SUBMITTED TO THE CARRIER, "P"
      *PAID (SETTLED, CM-RECOVERED HOLDING WHAT WAS AGREED) AND "J"
      *REJECTED BY THE CARRIER - R AND S ARE STILL OPEN.
      *CM-STATUS-DATE IS WHEN THE STATUS LAST MOVED.
       01  CLAIM-HEADER-RECORD.
           02  CM-CLAIM-NO PIC 9(6).
           02  CM-CARRIER PIC X(4).
           02  CM-GRN-NO PIC 9(4).
           02  CM-ORDER-NO PIC X(6).
           02  CM-CARRIER-REF PIC X(12).
           02  CM-RAISED-DATE PIC X(10).
           02  CM-RAISED-NUM PIC 9(8).
           02  CM-PHOTOS PIC X.
           02  CM-SIGNED-DAMAGED PIC X.
           02  CM-STATUS PIC X.
           02  CM-STATUS-DATE PIC X(10).
           02  CM-CLAIMED PIC 9(7)V99.
           02  CM-RECOVERED PIC 9(7)V99.
           02  CM-OPERATOR-ID PIC X(4).
           02  FILLER PIC X(15).
