       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-RENEWAL.
       AUTHOR. MICRO FOCUS LTD.
      *THE BUYER'S CERTIFICATE RENEWAL LIST ON STOCK.CRN - EVERY
      *SUPPLIER CERTIFICATE ON STOCK.CRT THAT RUNS OUT WITHIN THE
      *NOTICE PERIOD OF THE RUN DATE, HAS ALREADY RUN OUT, OR IS
      *MANDATORY AND NOT YET HELD, SO THE PAPERWORK IS CHASED BEFORE
      *PURCHASE-ORDER-MAINT STARTS REFUSING ORDERS.  THE NOTICE
      *PERIOD IS 60 CALENDAR DAYS UNLESS A SUPERVISOR HAS SET
      *CERT-NOTICE ON STOCK.PRM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN DYNAMIC STOCK-CRT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SC-KEY
           FILE STATUS SC-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-CRN-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE; RECORD 80.
           COPY "CRTFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-CRT-FN PIC X(12) VALUE "STOCK.CRT".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-CRN-FN PIC X(12) VALUE "STOCK.CRN".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  SC-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  NOTICE-DAYS PIC 9(3) VALUE 60.
       01  CUT-OFF-NUM PIC 9(8).
       01  LAST-SUPPLIER PIC X(4).
       01  EXPIRED-COUNT PIC 9(4).
       01  DUE-COUNT PIC 9(4).
       01  MISSING-COUNT PIC 9(4).
       01  DATE-WORK.
           02  DW-MM PIC 99.
           02  FILLER PIC X.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
       01  DATE-NUM-WORK PIC 9(8).
      *THE CUT-OFF IS STEPPED ON FROM THE RUN DATE A MONTH AT A
      *TIME, THE WAY STANDING-ISSUE-RUN STEPS ITS NEXT-DUE DATES
       01  WORK-DATE.
           02  WD-YYYY PIC 9999.
           02  WD-MM PIC 99.
           02  WD-DD PIC 99.
       01  WORK-DATE-NUM REDEFINES WORK-DATE PIC 9(8).
       01  DAYS-TO-ADD PIC 9(4).
       01  MONTH-LENGTH PIC 99.
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9.
       01  MONTH-DAYS-VALUES PIC X(24) VALUE
               "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  HEADING-1.
           02  FILLER PIC X(6) VALUE "SUPP".
           02  FILLER PIC X(22) VALUE "NAME".
           02  FILLER PIC X(5) VALUE "TYPE".
           02  FILLER PIC X(4) VALUE "MAN".
           02  FILLER PIC X(17) VALUE "REFERENCE".
           02  FILLER PIC X(11) VALUE "EXPIRES".
           02  FILLER PIC X(8) VALUE "STATE".
       01  DETAIL-LINE.
           02  DL-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-NAME PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-TYPE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-MANDATORY PIC X(3).
           02  FILLER PIC X VALUE SPACE.
           02  DL-REFERENCE PIC X(16).
           02  FILLER PIC X VALUE SPACE.
           02  DL-EXPIRY PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-STATE PIC X(8).
       01  COUNT-LINE.
           02  CL-LABEL PIC X(40).
           02  CL-COUNT PIC ZZZZ9.
       01  NOTICE-LINE.
           02  FILLER PIC X(27) VALUE "CERTIFICATES EXPIRING UP TO".
           02  FILLER PIC X VALUE SPACE.
           02  NL-DAYS PIC ZZ9.
           02  FILLER PIC X(25) VALUE " DAYS AFTER THE RUN DATE".
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "SUPPLIER CERTIFICATE RENEWALS".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "CERT-NOTICE" TO PQ-KEY.
           MOVE NOTICE-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO NOTICE-DAYS.
           MOVE RUN-DATE-NUM TO WORK-DATE-NUM.
           MOVE NOTICE-DAYS TO DAYS-TO-ADD.
           PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
           MOVE WORK-DATE-NUM TO CUT-OFF-NUM.
           OPEN INPUT CERT-FILE.
           IF SC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN INPUT CERT-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "SUPPLIER CERTIFICATES TO RENEW" TO RPT-TITLE.
           MOVE HEADING-1 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO EXPIRED-COUNT.
           MOVE 0 TO DUE-COUNT.
           MOVE 0 TO MISSING-COUNT.
           MOVE SPACE TO LAST-SUPPLIER.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO SC-KEY.
           START CERT-FILE KEY NOT LESS THAN SC-KEY
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       CERT-LOOP.
           IF MORE-RECORDS = "N" GO TO CERT-DONE.
           READ CERT-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO CERT-DONE
           END-READ.
           MOVE SC-EXPIRY-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           IF SC-REFERENCE = SPACE OR DATE-NUM-WORK = 0
               IF SC-MANDATORY NOT = "Y"
                   GO TO CERT-LOOP
               ELSE
                   MOVE "MISSING" TO DL-STATE
                   ADD 1 TO MISSING-COUNT
                   GO TO CERT-PRINT
               END-IF
           END-IF.
           IF DATE-NUM-WORK > CUT-OFF-NUM GO TO CERT-LOOP.
           IF DATE-NUM-WORK < RUN-DATE-NUM
               MOVE "EXPIRED" TO DL-STATE
               ADD 1 TO EXPIRED-COUNT
           ELSE
               MOVE "DUE" TO DL-STATE
               ADD 1 TO DUE-COUNT.
       CERT-PRINT.
      *THE SUPPLIER IS NAMED ON ITS FIRST LINE ONLY
           IF SC-SUPPLIER = LAST-SUPPLIER
               MOVE SPACE TO DL-SUPPLIER
               MOVE SPACE TO DL-NAME
           ELSE
               MOVE SC-SUPPLIER TO LAST-SUPPLIER
               MOVE SC-SUPPLIER TO DL-SUPPLIER
               MOVE SC-SUPPLIER TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
               END-READ
               MOVE SUPPLIER-NAME TO DL-NAME
           END-IF.
           MOVE SC-TYPE TO DL-TYPE.
           IF SC-MANDATORY = "Y"
               MOVE "YES" TO DL-MANDATORY
           ELSE
               MOVE "NO" TO DL-MANDATORY.
           MOVE SC-REFERENCE TO DL-REFERENCE.
           MOVE SC-EXPIRY-DATE TO DL-EXPIRY.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO CERT-LOOP.
       CERT-DONE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE NOTICE-DAYS TO NL-DAYS.
           MOVE NOTICE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "ALREADY EXPIRED" TO CL-LABEL.
           MOVE EXPIRED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "DUE FOR RENEWAL" TO CL-LABEL.
           MOVE DUE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "MANDATORY AND NOT HELD" TO CL-LABEL.
           MOVE MISSING-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE CERT-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "RENEWAL LIST WRITTEN TO " STOCK-CRN-FN.
           DISPLAY "EXPIRED " EXPIRED-COUNT "  DUE " DUE-COUNT
               "  MISSING " MISSING-COUNT.
           GOBACK.
       DATE-TO-NUM.
           IF DW-YYYY NOT NUMERIC OR DW-MM NOT NUMERIC
               OR DW-DD NOT NUMERIC
               MOVE 0 TO DATE-NUM-WORK
           ELSE
               MOVE DW-YYYY TO DATE-NUM-WORK (1:4)
               MOVE DW-MM TO DATE-NUM-WORK (5:2)
               MOVE DW-DD TO DATE-NUM-WORK (7:2)
           END-IF.
       ADVANCE-DATE.
           PERFORM SET-MONTH-LENGTH.
           IF WD-DD + DAYS-TO-ADD NOT > MONTH-LENGTH
               ADD DAYS-TO-ADD TO WD-DD
               GO TO ADVANCE-DATE-EXIT.
           COMPUTE DAYS-TO-ADD =
               DAYS-TO-ADD - (MONTH-LENGTH - WD-DD + 1).
           MOVE 1 TO WD-DD.
           ADD 1 TO WD-MM.
           IF WD-MM > 12
               MOVE 1 TO WD-MM
               ADD 1 TO WD-YYYY.
           GO TO ADVANCE-DATE.
       ADVANCE-DATE-EXIT.
           EXIT.
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS (WD-MM) TO MONTH-LENGTH.
           IF WD-MM = 2
               DIVIDE WD-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO MONTH-LENGTH.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
       EMIT-REPORT-LINE.
           CALL "REPORT-FORMAT" USING RPT-CONTROL.
           MOVE 0 TO RPT-OUT-IX.
       EMIT-OUT-LOOP.
           ADD 1 TO RPT-OUT-IX.
           IF RPT-OUT-IX NOT > RPT-OUT-COUNT
               MOVE RPT-OUT-LINE (RPT-OUT-IX) TO PRINT-LINE
               PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT
               GO TO EMIT-OUT-LOOP.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN, INSTEAD OF THE
      *REST OF THE REPORT QUIETLY GOING NOWHERE
       WRITE-PRINT-SAFE.
           WRITE PRINT-LINE.
           IF PR-STATUS NOT = "00" AND PR-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON THE REPORT FILE, STATUS "
                   PR-STATUS
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-PRINT-SAFE.
       WRITE-PRINT-SAFE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.CRT" TO STOCK-CRT-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.CRN" TO STOCK-CRN-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER RUN DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
