      *THE MOVEMENT-SCREENING HIT RECORD (STOCK.SCH), ONE PER
      *JOURNAL POSTING PER RULE IT TRIPPED, KEYED ON THE POSTING'S
      *OWN JOURNAL KEY AND THE RULE SO A SECOND SCREENING RUN OVER
      *THE SAME WEEK FINDS THE HIT ALREADY THERE AND LEAVES ITS
      *EXPLANATION ALONE.  THE RULES ARE -
      *  NWKD  POSTED ON A REST DAY OR HOLIDAY
      *  RND0  ISSUE OR WRITE-OFF IN EXACT HUNDREDS
      *  SELF  AN OPERATOR REVERSING THEIR OWN POSTING (THE HIT IS
      *        ON THE REVERSAL)
      *  WOCC  WRITE-OFF IN THE DAYS JUST BEFORE THE BIN'S COUNT
      *  SADJ  REPEATED SMALL COUNT ADJUSTMENTS TO ONE BIN (THE HIT
      *        IS ON THE LAST OF THEM)
      *  USGE  ISSUES TO ONE DEPARTMENT FAR ABOVE THE BIN'S MONTHLY
      *        USAGE (THE HIT IS ON THE LAST OF THEM)
      *SH-DETAIL SAYS WHAT WAS SEEN.  SH-EXPLAINED IS "N" UNTIL A
      *SUPERVISOR TICKS THE HIT, WHEN IT BECOMES "Y" WITH WHO, WHEN
      *AND A NOTE OF THE EXPLANATION.
       01  SCREEN-HIT-RECORD.
           02  SH-KEY.
               03  SH-STOCK-CODE PIC X(8).
               03  SH-LOCATION PIC X(4).
               03  SH-SEQ PIC 9(6).
               03  SH-RULE PIC X(4).
           02  SH-TYPE PIC X.
           02  SH-TRAN-NO PIC 9(4).
           02  SH-QUANTITY PIC 9(6)V99.
           02  SH-DATE PIC X(10).
           02  SH-OPERATOR PIC X(4).
           02  SH-DETAIL PIC X(30).
           02  SH-FOUND-DATE PIC X(10).
           02  SH-EXPLAINED PIC X.
           02  SH-EXPLAINED-BY PIC X(4).
           02  SH-EXPLAINED-DATE PIC X(10).
           02  SH-NOTE PIC X(30).
           02  FILLER PIC X(6).
