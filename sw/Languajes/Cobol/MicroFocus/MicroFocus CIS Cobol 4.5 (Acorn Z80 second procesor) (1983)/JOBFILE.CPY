      *THE JOB / WORK-ORDER MASTER RECORD LAYOUT (STOCK.JOB), KEYED
      *ON THE JOB NUMBER.  A MAINTENANCE JOB BELONGS TO ONE
      *DEPARTMENT AND CARRIES THE PARTS ESTIMATE IT WAS RAISED
      *WITH.  GOODS-OUT, ISSUE-REQUESTS AND DEPT-RETURN TAKE AN
      *OPTIONAL JOB NUMBER, WHICH MUST BE ON THIS FILE, OPEN, AND
      *BELONG TO THE DEPARTMENT BEING CHARGED; THE JOB NUMBER THEN
      *RIDES ON THE JOURNAL POSTING SO THE JOB COST REPORT CAN
      *GATHER WHAT EACH JOB CONSUMED.  JB-STATUS IS "O" WHILE THE
      *JOB IS OPEN AND "C" ONCE CLOSED - A CLOSED JOB TAKES NO
      *MORE ISSUES.
       01  JOB-RECORD.
           02  JB-NO PIC X(4).
           02  JB-DESC PIC X(30).
           02  JB-DEPT PIC X(4).
           02  JB-STATUS PIC X.
           02  JB-ESTIMATE PIC 9(7)V99.
           02  JB-OPENED PIC X(10).
           02  JB-CLOSED PIC X(10).
           02  FILLER PIC X(12).
