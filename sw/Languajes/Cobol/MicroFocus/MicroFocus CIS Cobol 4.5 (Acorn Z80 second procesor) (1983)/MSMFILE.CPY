      *THE DAILY MOVEMENT SUMMARY (STOCK.MSM) - ONE ROW PER DAY,
      *JOURNAL TYPE AND SIGN, CATEGORY PREFIX, DEPARTMENT, OPERATOR
      *AND WRITE-OFF REASON, HOLDING HOW MANY JOURNAL ROWS FELL IN
      *IT, THEIR UNITS, AND THEIR VALUE AT COST AND AT THE ISSUING
      *DEPARTMENT'S CHARGING BASIS.  POST-JOURNAL ADDS EVERY ROW IT
      *WRITES THROUGH THE MOVEMENT-SUMMARY SUBPROGRAM, SO THE PERIOD
      *REPORTS READ A FEW HUNDRED SUMMARY ROWS INSTEAD OF WALKING
      *THE WHOLE JOURNAL.  ROWS OUTLIVE THE JOURNAL ARCHIVE, SO AN
      *ARCHIVED MONTH STILL REPORTS.
      *MS-DATE-NUM IS YYYYMMDD SO A KEYED START LANDS ON A DAY AND
      *A MONTH READS AS ONE RUN OF ROWS.  MS-DEPARTMENT IS THE
      *JOURNAL'S JR-DEPARTMENT - THE SUPPLIER ON A TYPE B RETURN,
      *THE REPAIRER ON X AND Y.  MS-REASON IS THE REASON CODE OF A
      *TYPE W WRITE-OFF AND SPACE ON EVERY OTHER TYPE.
      *VALUES ARE TAKEN AT THE UNIT-COST ON STOCK.IT WHEN THE ROW
      *IS POSTED; MS-CHARGE-VALUE DIFFERS FROM MS-COST-VALUE ONLY ON
      *TYPE I ISSUES AND TYPE D RETURNS.  MS-UNVALUED COUNTS THE
      *ROWS WHOSE BIN WAS NOT ON STOCK.IT TO BE COSTED.
       01  MOVEMENT-SUMMARY-RECORD.
           02  MS-KEY.
               03  MS-DATE-NUM PIC 9(8).
               03  MS-TYPE PIC X.
               03  MS-SIGN PIC X.
               03  MS-CATEGORY PIC XX.
               03  MS-DEPARTMENT PIC X(4).
               03  MS-OPERATOR PIC X(4).
               03  MS-REASON PIC X.
           02  MS-COUNT PIC 9(6).
           02  MS-QUANTITY PIC 9(8)V99.
           02  MS-COST-VALUE PIC 9(10)V99.
           02  MS-CHARGE-VALUE PIC 9(10)V99.
           02  MS-UNVALUED PIC 9(4).
           02  FILLER PIC X(7).
