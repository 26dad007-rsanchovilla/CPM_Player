      *THE CARRIER MASTER RECORD (STOCK.CAR), ONE PER HAULIER OR
      *PARCEL CARRIER THAT BRINGS GOODS IN.  DAMAGE AND SHORTAGE IN
      *TRANSIT ARE CLAIMED FROM THE CARRIER, NOT THE SUPPLIER, SO
      *THE CLAIMS FILE (STOCK.CCL) HANGS OFF THIS CODE.
       01  CARRIER-RECORD.
           02  CA-CODE PIC X(4).
           02  CA-NAME PIC X(30).
           02  CA-CONTACT PIC X(20).
           02  CA-PHONE PIC X(14).
           02  FILLER PIC X(12).
