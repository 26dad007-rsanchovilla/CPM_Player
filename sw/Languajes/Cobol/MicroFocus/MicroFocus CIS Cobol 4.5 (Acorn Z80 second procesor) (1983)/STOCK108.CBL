       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-REPLENISH.
       AUTHOR. MICRO FOCUS LTD.
      *PICK-FACE REPLENISHMENT.  MOST ITEMS ARE PICKED FROM A SMALL
      *FORWARD BIN WITH THE OVERFLOW PALLETS IN A RESERVE ZONE.  THE
      *RUN COMPARES EVERY PICK-FACE BIN'S ON-HAND WITH THE MINIMUM
      *ON ITS LOCATION RECORD, AND FOR EACH ONE BELOW IT RAISES MOVE
      *TASKS FROM THE RESERVE-ZONE BINS HOLDING THE SAME STOCK CODE,
      *OLDEST STOCK FIRST, ENOUGH TO BRING THE FACE BACK TO ITS
      *MAXIMUM.  THE TASKS PRINT ON STOCK.RPN FOR THE FORK-LIFT
      *DRIVER AND WAIT ON STOCK.RPL; STOCK-TRANSFER POSTS EACH MOVE
      *AS IT IS CONFIRMED, SO THE JOURNAL STAYS COMPLETE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT LOC-FILE ASSIGN DYNAMIC STOCK-LOC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOC-CODE
           FILE STATUS LC-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT TASK-FILE ASSIGN DYNAMIC STOCK-RPL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RL-TASK-NO
           FILE STATUS RL-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  TASK-FILE; RECORD 64.
           COPY "RPLFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-RPL-FN PIC X(12) VALUE "STOCK.RPL".
           02  STOCK-RPN-FN PIC X(12) VALUE "STOCK.RPN".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  STOCK-STATUS PIC XX.
       01  LC-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  RL-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  JOURNAL-OPEN PIC X.
       01  RUN-DATE PIC X(10).
       01  NEXT-TASK-NO PIC 9(4).
       01  FACES-SHORT PIC 9(5).
       01  NEED-QTY PIC 9(6)V99.
       01  TASK-QTY PIC 9(6)V99.
       01  AVAIL-QTY PIC 9(6)V99.
       01  LAST-IN-NUM PIC 9(8).
       01  LAST-IN-PARTS REDEFINES LAST-IN-NUM.
           02  LI-YYYY PIC 9999.
           02  LI-MM PIC 99.
           02  LI-DD PIC 99.
       01  JR-DATE-NUM PIC 9(8).
      *THE PICK FACES BELOW THEIR MINIMUM, GATHERED IN ONE PASS OF
      *THE STOCK FILE BEFORE ANY RESERVE IS LOOKED AT - THE RESERVE
      *SEARCH RE-POSITIONS THE SAME FILE
       01  SHORT-COUNT PIC 9(3).
       01  SHORT-IX PIC 9(3).
       01  SHORT-TABLE.
           02  SH-ENTRY OCCURS 300 TIMES.
               03  SH-STOCK-CODE PIC X(8).
               03  SH-LOCATION PIC X(4).
               03  SH-RESERVE-ZONE PIC XX.
               03  SH-NEED PIC 9(6)V99.
      *ONE SHORT FACE'S RESERVE BINS, WITH THE DATE STOCK LAST WENT
      *INTO EACH - THE BIN LAST FILLED LONGEST AGO HOLDS THE OLDEST
      *STOCK AND IS EMPTIED FIRST
       01  CAND-COUNT PIC 9(3).
       01  CAND-IX PIC 9(3).
       01  CAND-BEST PIC 9(3).
       01  CAND-TABLE.
           02  CD-ENTRY OCCURS 50 TIMES.
               03  CD-LOCATION PIC X(4).
               03  CD-AVAILABLE PIC 9(6)V99.
               03  CD-LAST-IN PIC 9(8).
               03  CD-TAKEN PIC X.
       01  LAST-IN-OUT.
           02  LO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  LO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  LO-YYYY PIC 9999.
       01  TASK-HEADING.
           02  FILLER PIC X(6) VALUE "TASK".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(6) VALUE "FROM".
           02  FILLER PIC X(6) VALUE "TO".
           02  FILLER PIC X(11) VALUE "  QUANTITY".
           02  FILLER PIC X(12) VALUE "  LAST IN".
           02  FILLER PIC X(10) VALUE "MOVED".
       01  TASK-LINE.
           02  TK-TASK-NO PIC ZZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  TK-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  TK-FROM PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  TK-TO PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  TK-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  TK-LAST-IN PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  TK-TICK PIC X(10) VALUE "[        ]".
       01  SHORT-NOTE.
           02  FILLER PIC X(6) VALUE SPACE.
           02  SN-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  SN-LOCATION PIC X(4).
           02  FILLER PIC X(25) VALUE
               " RESERVE SHORT - STILL NE".
           02  FILLER PIC X(4) VALUE "EDS ".
           02  SN-NEED PIC ZZZZZ9.99.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
      *THE SIGNED-ON OPERATOR'S TERMINAL CODES, LOADED BY
      *STOCK-MENU FROM THE NAMED PROFILE, REPLACE THE BUILT-IN
      *ONES BEFORE ANYTHING IS DISPLAYED
       APPLY-TERM-PROFILE.
           IF SGN-HIGHLIGHT-ON NOT = SPACE
               MOVE SGN-HIGHLIGHT-ON TO TERM-HIGHLIGHT-ON
               MOVE SGN-HIGHLIGHT-OFF TO TERM-HIGHLIGHT-OFF.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "PICK-FACE REPLENISHMENT RUN".
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK."
               GO TO END-NO-FILES.
           OPEN INPUT LOC-FILE.
           IF LC-FILE-STATUS NOT = "00"
               DISPLAY "NO LOCATION FILE ON DISK."
               CLOSE STOCK-FILE
               GO TO END-NO-FILES.
           MOVE "Y" TO JOURNAL-OPEN.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               MOVE "N" TO JOURNAL-OPEN.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM FIND-SHORT-FACES THRU FIND-SHORT-FACES-EXIT.
      *EACH RUN STARTS A FRESH TASK LIST - WHAT THE LAST RUN ASKED
      *FOR AND NOBODY CONFIRMED IS RE-WORKED FROM TODAY'S FIGURES
           OPEN OUTPUT TASK-FILE.
           MOVE STOCK-RPN-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PICK-FACE REPLENISHMENT TASKS" TO RPT-TITLE.
           MOVE TASK-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO NEXT-TASK-NO.
           MOVE 0 TO SHORT-IX.
       FACE-LOOP.
           ADD 1 TO SHORT-IX.
           IF SHORT-IX > SHORT-COUNT GO TO FACE-DONE.
           PERFORM LOAD-RESERVE-BINS THRU LOAD-RESERVE-EXIT.
           MOVE SH-NEED (SHORT-IX) TO NEED-QTY.
       TASK-LOOP.
           IF NEED-QTY = 0 GO TO FACE-LOOP.
           MOVE 0 TO CAND-BEST.
           MOVE 0 TO CAND-IX.
       TASK-SCAN.
           ADD 1 TO CAND-IX.
           IF CAND-IX > CAND-COUNT GO TO TASK-TAKE.
           IF CD-TAKEN (CAND-IX) = "N"
               IF CAND-BEST = 0
                   MOVE CAND-IX TO CAND-BEST
               ELSE
                   IF CD-LAST-IN (CAND-IX) < CD-LAST-IN (CAND-BEST)
                       MOVE CAND-IX TO CAND-BEST
                   END-IF
               END-IF
           END-IF.
           GO TO TASK-SCAN.
       TASK-TAKE.
           IF CAND-BEST = 0
               MOVE SH-STOCK-CODE (SHORT-IX) TO SN-STOCK-CODE
               MOVE SH-LOCATION (SHORT-IX) TO SN-LOCATION
               MOVE NEED-QTY TO SN-NEED
               MOVE SHORT-NOTE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY SHORT-NOTE
               GO TO FACE-LOOP.
           MOVE "Y" TO CD-TAKEN (CAND-BEST).
           MOVE CD-AVAILABLE (CAND-BEST) TO TASK-QTY.
           IF TASK-QTY > NEED-QTY
               MOVE NEED-QTY TO TASK-QTY.
           SUBTRACT TASK-QTY FROM NEED-QTY.
           ADD 1 TO NEXT-TASK-NO.
           MOVE SPACE TO REPLEN-TASK-RECORD.
           MOVE NEXT-TASK-NO TO RL-TASK-NO.
           MOVE SH-STOCK-CODE (SHORT-IX) TO RL-STOCK-CODE.
           MOVE CD-LOCATION (CAND-BEST) TO RL-FROM-LOCATION.
           MOVE SH-LOCATION (SHORT-IX) TO RL-TO-LOCATION.
           MOVE TASK-QTY TO RL-QUANTITY.
           MOVE RUN-DATE TO RL-RUN-DATE.
           MOVE "O" TO RL-STATUS.
           MOVE 0 TO RL-MOVED-QTY.
           WRITE REPLEN-TASK-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "TASK FILE I/O ERROR, STATUS: " RL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           MOVE NEXT-TASK-NO TO TK-TASK-NO.
           MOVE RL-STOCK-CODE TO TK-STOCK-CODE.
           MOVE RL-FROM-LOCATION TO TK-FROM.
           MOVE RL-TO-LOCATION TO TK-TO.
           MOVE TASK-QTY TO TK-QUANTITY.
           MOVE SPACE TO TK-LAST-IN.
           IF CD-LAST-IN (CAND-BEST) NOT = 0
               MOVE CD-LAST-IN (CAND-BEST) TO LAST-IN-NUM
               MOVE LI-MM TO LO-MM
               MOVE LI-DD TO LO-DD
               MOVE LI-YYYY TO LO-YYYY
               MOVE LAST-IN-OUT TO TK-LAST-IN.
           MOVE TASK-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY TASK-LINE.
           GO TO TASK-LOOP.
       FACE-DONE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           CLOSE TASK-FILE.
           DISPLAY "PICK FACES BELOW MINIMUM: " FACES-SHORT
               "  MOVE TASKS RAISED: " NEXT-TASK-NO.
           DISPLAY "TASK LIST IS ON STOCK.RPN - CONFIRM THE MOVES".
           DISPLAY "THROUGH STOCK-TRANSFER, (P)ICK-FACE TASKS".
           GO TO END-IT.
      *ONE PASS OF THE STOCK FILE - EVERY BIN WHOSE LOCATION RECORD
      *MARKS IT A PICK FACE AND WHOSE ON-HAND IS UNDER THE MINIMUM
       FIND-SHORT-FACES.
           MOVE 0 TO SHORT-COUNT.
           MOVE 0 TO FACES-SHORT.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO FIND-SHORT-FACES-EXIT
           END-START.
       FIND-SHORT-LOOP.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO FIND-SHORT-FACES-EXIT
           END-READ.
           MOVE LOCATION-CODE TO LOC-CODE.
           READ LOC-FILE
               INVALID GO TO FIND-SHORT-LOOP
           END-READ.
           IF LOC-PICK-MAX NOT NUMERIC GO TO FIND-SHORT-LOOP.
           IF LOC-PICK-MAX = 0 GO TO FIND-SHORT-LOOP.
           IF LOC-PICK-MIN NOT NUMERIC MOVE 0 TO LOC-PICK-MIN.
           IF QUANTITY-ON-HAND NOT < LOC-PICK-MIN
               GO TO FIND-SHORT-LOOP.
           IF QUANTITY-ON-HAND NOT < LOC-PICK-MAX
               GO TO FIND-SHORT-LOOP.
           ADD 1 TO FACES-SHORT.
           IF SHORT-COUNT = 300
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN 300 FACES SHORT - RUN AGAIN AFTER THESE"
                   TERM-HIGHLIGHT-OFF
               GO TO FIND-SHORT-FACES-EXIT.
           ADD 1 TO SHORT-COUNT.
           MOVE STOCK-CODE TO SH-STOCK-CODE (SHORT-COUNT).
           MOVE LOCATION-CODE TO SH-LOCATION (SHORT-COUNT).
           MOVE LOC-RESERVE-ZONE TO SH-RESERVE-ZONE (SHORT-COUNT).
           COMPUTE SH-NEED (SHORT-COUNT) =
               LOC-PICK-MAX - QUANTITY-ON-HAND.
           GO TO FIND-SHORT-LOOP.
       FIND-SHORT-FACES-EXIT.
           EXIT.
      *EVERY BIN OF THE SAME STOCK CODE IN THE FACE'S RESERVE ZONE
      *WITH FREE STOCK IN IT (ON-HAND LESS ANYTHING ALLOCATED)
       LOAD-RESERVE-BINS.
           MOVE 0 TO CAND-COUNT.
           MOVE SH-STOCK-CODE (SHORT-IX) TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO LOAD-RESERVE-EXIT
           END-START.
       LOAD-RESERVE-LOOP.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO LOAD-RESERVE-EXIT
           END-READ.
           IF STOCK-CODE NOT = SH-STOCK-CODE (SHORT-IX)
               GO TO LOAD-RESERVE-EXIT.
           IF LOCATION-CODE = SH-LOCATION (SHORT-IX)
               GO TO LOAD-RESERVE-LOOP.
           IF QUANTITY-ON-HAND NOT > QUANTITY-ALLOCATED
               GO TO LOAD-RESERVE-LOOP.
           MOVE LOCATION-CODE TO LOC-CODE.
           READ LOC-FILE
               INVALID GO TO LOAD-RESERVE-LOOP
           END-READ.
           IF LOC-ZONE NOT = SH-RESERVE-ZONE (SHORT-IX)
               GO TO LOAD-RESERVE-LOOP.
           IF CAND-COUNT = 50 GO TO LOAD-RESERVE-EXIT.
           ADD 1 TO CAND-COUNT.
           MOVE LOCATION-CODE TO CD-LOCATION (CAND-COUNT).
           COMPUTE AVAIL-QTY = QUANTITY-ON-HAND - QUANTITY-ALLOCATED.
           MOVE AVAIL-QTY TO CD-AVAILABLE (CAND-COUNT).
           MOVE "N" TO CD-TAKEN (CAND-COUNT).
           PERFORM FIND-LAST-IN THRU FIND-LAST-IN-EXIT.
           MOVE LAST-IN-NUM TO CD-LAST-IN (CAND-COUNT).
           GO TO LOAD-RESERVE-LOOP.
       LOAD-RESERVE-EXIT.
           EXIT.
      *THE LATEST DATE ANYTHING WAS ADDED TO THE BIN, FROM ITS OWN
      *RUN OF THE JOURNAL - ZERO IF THE JOURNAL HAS NONE, WHICH
      *COUNTS AS OLDEST
       FIND-LAST-IN.
           MOVE 0 TO LAST-IN-NUM.
           IF JOURNAL-OPEN NOT = "Y" GO TO FIND-LAST-IN-EXIT.
           MOVE STOCK-CODE TO JR-STOCK-CODE.
           MOVE LOCATION-CODE TO JR-LOCATION.
           MOVE 0 TO JR-SEQ.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO FIND-LAST-IN-EXIT
           END-START.
       FIND-LAST-IN-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO FIND-LAST-IN-EXIT
           END-READ.
           IF JR-STOCK-CODE NOT = STOCK-CODE
               OR JR-LOCATION NOT = LOCATION-CODE
               GO TO FIND-LAST-IN-EXIT.
           IF JR-SIGN NOT = "+" GO TO FIND-LAST-IN-LOOP.
           COMPUTE JR-DATE-NUM = JR-YYYY * 10000 + JR-MM * 100 + JR-DD.
           IF JR-DATE-NUM > LAST-IN-NUM
               MOVE JR-DATE-NUM TO LAST-IN-NUM.
           GO TO FIND-LAST-IN-LOOP.
       FIND-LAST-IN-EXIT.
           EXIT.
       END-IT.
           CLOSE STOCK-FILE.
           CLOSE LOC-FILE.
           IF JOURNAL-OPEN = "Y"
               CLOSE JOURNAL-FILE.
       END-NO-FILES.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
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
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.RPL" TO STOCK-RPL-FN.
           MOVE "TRAIN.RPN" TO STOCK-RPN-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
       GET-RUN-DATE-EXIT.
           EXIT.
