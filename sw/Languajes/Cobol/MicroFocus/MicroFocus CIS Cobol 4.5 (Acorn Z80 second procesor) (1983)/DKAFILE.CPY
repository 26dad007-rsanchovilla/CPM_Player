      *THE RECEIVING DOCK DIARY RECORD (STOCK.DKA), ONE PER DELIVERY
      *SLOT BOOKED AGAINST A PURCHASE ORDER WHEN THE SUPPLIER RINGS
      *TO CONFIRM.  THE KEY IS THE SLOT ITSELF - DATE (YYYYMMDD),
      *TIME BAND (THE HOUR THE BAND STARTS, 00 TO 23) AND DOCK
      *DOOR - WITH DA-SEQ KEEPING APART THE BOOKINGS SHARING A
      *SLOT, SO READING THE FILE IN KEY ORDER GIVES THE DAY IN THE
      *ORDER THE LORRIES ARE DUE.
      *DA-STATUS IS "B" BOOKED, "R" RECEIPT POSTED, "N" NO-SHOW
      *(NOTHING RECEIVED AGAINST THE ORDER BY THE END OF THE SLOT
      *DAY) AND "X" CANCELLED.  THE NO-SHOW PASS SETS R OR N AND
      *DA-CLOSED-ON; SUPPLIER-PERFORMANCE COUNTS THE N BOOKINGS.
      *DA-BOOKED-NUM IS THE BOOKING DATE AS YYYYMMDD - A RECEIPT
      *POSTED FROM THEN TO THE SLOT DAY MEANS THE LORRY CAME.
       01  DOCK-APPT-RECORD.
           02  DA-KEY.
               03  DA-SLOT-NUM PIC 9(8).
               03  DA-BAND PIC 99.
               03  DA-DOOR PIC X(2).
               03  DA-SEQ PIC 99.
           02  DA-SLOT-DATE PIC X(10).
           02  DA-PO-NUMBER PIC X(6).
           02  DA-SUPPLIER PIC X(4).
           02  DA-STATUS PIC X.
           02  DA-CONTACT PIC X(20).
           02  DA-BOOKED-BY PIC X(4).
           02  DA-BOOKED-ON PIC X(10).
           02  DA-BOOKED-NUM PIC 9(8).
           02  DA-CLOSED-ON PIC X(10).
           02  FILLER PIC X(3).
