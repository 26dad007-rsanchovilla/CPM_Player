      *THE BLOCK A PROGRAM FILLS AND PASSES TO WORKING-DAYS - CALLED
      *THE WAY GET-PARAMETER IS CALLED.  DATES GO IN AND COME BACK
      *AS YYYYMMDD NUMBERS (DC-DATE-NUM FORM).
      *  CQ-FUNCTION "C" COUNTS THE DAYS AFTER CQ-FROM-NUM UP TO AND
      *     INCLUDING CQ-TO-NUM INTO CQ-DAYS - NEGATIVE WHEN THE TO
      *     DATE IS THE EARLIER.
      *  CQ-FUNCTION "A" STEPS CQ-DAYS DAYS ON FROM CQ-FROM-NUM AND
      *     HANDS BACK THE DAY REACHED IN CQ-TO-NUM AND CQ-TO-DATE
      *     (MM/DD/YYYY).  ZERO DAYS ROLLS A NON-WORKING FROM DATE
      *     FORWARD TO THE NEXT WORKING DAY.
      *  CQ-FUNCTION "D" DESCRIBES CQ-FROM-NUM - ITS WEEKDAY
      *     (1 MONDAY TO 7 SUNDAY), DAY OF THE YEAR AND DAY TYPE ON
      *     THE SHOP CALENDAR (SPACE IF THE YEAR IS NOT SET UP).
      *CQ-BASIS COMES BACK "W" WHEN THE SHOP CALENDAR COVERED EVERY
      *DAY INVOLVED, SO THE FIGURE IS IN WORKING DAYS, OR "C" WHEN
      *A YEAR WAS MISSING AND PLAIN CALENDAR DAYS WERE USED - THE
      *CALLER SAYS WHICH ON ITS REPORT.  "E" MEANS A DATE PASSED IN
      *WAS NOT A DATE AND NOTHING WAS WORKED OUT.
       01  CALENDAR-REQ-BLOCK.
           02  CQ-FUNCTION PIC X.
           02  CQ-FROM-NUM PIC 9(8).
           02  CQ-TO-NUM PIC 9(8).
           02  CQ-TO-DATE PIC X(10).
           02  CQ-DAYS PIC S9(5).
           02  CQ-BASIS PIC X.
           02  CQ-WEEKDAY PIC 9.
           02  CQ-DAY-OF-YEAR PIC 9(3).
           02  CQ-DAY-TYPE PIC X.
