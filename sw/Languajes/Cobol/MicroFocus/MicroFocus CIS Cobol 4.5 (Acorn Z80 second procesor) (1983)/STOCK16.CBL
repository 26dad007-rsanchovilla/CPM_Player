       01  ORDER-USABLE PIC X.
       01  HELD-SUPPLIER-NAME PIC X(20).
       01  OUTSTANDING-COUNT PIC 9(4) VALUE 0.
      *OVERDUE IS COUNTED IN WORKING DAYS ON THE SHOP CALENDAR - A
      *LINE DUE ON A HOLIDAY OR A WEEKEND IS NOT LATE UNTIL THE
      *NEXT WORKING DAY HAS GONE BY.  ANY YEAR NOT SET UP ON THE
      *CALENDAR FALLS BACK TO CALENDAR DAYS AND THE FOOT OF THE
      *REPORT SAYS SO.
           COPY "CALREQ.CPY".
       01  EFFECTIVE-DUE-NUM PIC 9(8).
       01  CALENDAR-FALLBACK PIC X VALUE "N".
       01  HEADING-1.
           02  FILLER PIC X(34) VALUE
               "OPEN PURCHASE ORDER LINES AS AT - ".
           02  FILLER PIC X(5) VALUE SPACE.
           02  DL-DUE-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-OVERDUE-FLAG.
               03  DL-OVERDUE-WORD PIC X(8).
               03  DL-DAYS-LATE PIC ZZZ9.
               03  FILLER PIC X.
       01  SUMMARY-LINE.
           02  FILLER PIC X(22) VALUE "LINES NOT YET RECEIVED".
           02  SL-COUNT PIC ZZZ9.
       01  BASIS-LINE PIC X(60).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
           MOVE WK-STOCK-CODE TO DL-STOCK-CODE.
           MOVE WK-OUTSTANDING TO DL-OUTSTANDING.
           MOVE WK-DUE-DATE TO DL-DUE-DATE.
           MOVE SPACE TO DL-OVERDUE-FLAG.
           IF WK-DUE-NUM < RUN-DATE-NUM
               PERFORM COUNT-DAYS-LATE THRU COUNT-DAYS-LATE-EXIT.
           MOVE DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY DETAIL-LINE.
           MOVE SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY SUMMARY-LINE.
           IF CALENDAR-FALLBACK = "Y"
               MOVE "DAYS OVERDUE ARE CALENDAR DAYS WHERE THE SHOP"
                   TO BASIS-LINE
               MOVE " CALENDAR YEAR IS NOT SET UP" TO BASIS-LINE (46:)
           ELSE
               MOVE "DAYS OVERDUE ARE WORKING DAYS ON THE SHOP CALENDAR"
                   TO BASIS-LINE.
           MOVE BASIS-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY BASIS-LINE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *THE DUE DATE IS ROLLED ON TO A WORKING DAY FIRST, THEN THE
      *WORKING DAYS AFTER IT UP TO THE RUN DATE ARE THE DAYS LATE
       COUNT-DAYS-LATE.
           MOVE "A" TO CQ-FUNCTION.
           MOVE WK-DUE-NUM TO CQ-FROM-NUM.
           MOVE 0 TO CQ-DAYS.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E" GO TO COUNT-DAYS-LATE-EXIT.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           MOVE CQ-TO-NUM TO EFFECTIVE-DUE-NUM.
           IF EFFECTIVE-DUE-NUM NOT < RUN-DATE-NUM
               GO TO COUNT-DAYS-LATE-EXIT.
           MOVE "C" TO CQ-FUNCTION.
           MOVE EFFECTIVE-DUE-NUM TO CQ-FROM-NUM.
           MOVE RUN-DATE-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           IF CQ-DAYS > 0
               MOVE "OVERDUE " TO DL-OVERDUE-WORD
               MOVE CQ-DAYS TO DL-DAYS-LATE.
       COUNT-DAYS-LATE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
