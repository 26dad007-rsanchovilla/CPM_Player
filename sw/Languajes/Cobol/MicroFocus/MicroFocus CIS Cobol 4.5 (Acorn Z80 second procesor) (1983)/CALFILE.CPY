      *THE SHOP CALENDAR RECORD (STOCK.CAL), ONE PER YEAR, SET UP
      *AND MARKED BY A SUPERVISOR THROUGH SHOP-CALENDAR.  CY-DAY-TYPE
      *IS INDEXED BY DAY OF THE YEAR (1 = JANUARY 1ST, 366 ONLY USED
      *IN A LEAP YEAR): "W" A WORKING DAY, "R" A REGULAR REST DAY
      *(THE WEEKEND, AS SET UP), "H" A HOLIDAY OR SHUTDOWN DAY.
      *CY-REST-DAYS HOLDS THE WEEKDAYS (1 MONDAY TO 7 SUNDAY) THE
      *YEAR WAS SET UP WITH AS REST DAYS, SO THE LISTING CAN SHOW
      *JUST THE DAYS MARKED AWAY FROM THE WEEKLY PATTERN.
      *EVERYTHING THAT COUNTS DAYS DOES IT THROUGH WORKING-DAYS,
      *WHICH FALLS BACK TO PLAIN CALENDAR DAYS FOR ANY YEAR NOT
      *ON THIS FILE.  THE CALENDAR IS THE SAME FOR LIVE AND
      *PRACTICE SESSIONS, SO THERE IS NO TRAINING COPY.
       01  CALENDAR-RECORD.
           02  CY-YEAR PIC 9(4).
           02  CY-DAY-TYPE PIC X OCCURS 366 TIMES.
           02  CY-CHANGED-BY PIC X(4).
           02  CY-CHANGED-DATE PIC X(10).
           02  CY-REST-DAYS PIC X(7).
           02  FILLER PIC X(9).
