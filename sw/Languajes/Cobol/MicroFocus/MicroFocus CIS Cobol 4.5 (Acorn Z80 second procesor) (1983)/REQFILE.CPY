      *STOCK.IT RECORD.  RQ-STATUS IS "O" WHILE OPEN (ALLOCATED),
      *"C" ONCE THE ISSUE IS CONFIRMED AND POSTED, AND "X" WHEN
      *CANCELLED (ALLOCATION RELEASED).
      *RQ-JOB-NO IS THE MAINTENANCE JOB THE REQUEST IS FOR, CARRIED
      *TO THE ISSUE'S JOURNAL POSTING WHEN IT IS CONFIRMED - SPACE
      *FOR NO JOB, WHICH IS ALSO WHAT A REQUEST WRITTEN BEFORE THE
      *RECORD GREW FROM 45 TO 49 BYTES HOLDS THERE.
       01  REQUEST-RECORD.
           02  RQ-KEY.
               03  RQ-LOCATION PIC X(4).
           02  RQ-QUANTITY PIC 9(6)V99.
           02  RQ-DATE PIC X(10).
           02  RQ-STATUS PIC X.
           02  RQ-JOB-NO PIC X(4).
