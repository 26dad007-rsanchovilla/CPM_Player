       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *SUPPLIER VOLUME REBATE AGREEMENTS (STOCK.RBT) - ONE PER
      *SUPPLIER PER AGREEMENT YEAR, WITH UP TO FOUR BANDS OF
      *THRESHOLD AND PERCENTAGE.  THE SPEND, TIER AND REBATE
      *FIGURES ON THE RECORD BELONG TO REBATE-CALC AND ARE NEVER
      *KEYED HERE.  EVERY CHANGE GOES TO THE AMENDMENT AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN DYNAMIC STOCK-RBT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RB-KEY
           FILE STATUS RB-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SU-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE; RECORD 128.
           COPY "REBFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-RBT-FN PIC X(12) VALUE "STOCK.RBT".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
       COPY "TERMPROF.CPY".
       01  RB-FILE-STATUS PIC XX.
       01  SU-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  AUDIT-DATE PIC X(10).
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  MORE-ANSWER PIC X.
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-YEAR-X PIC X(4).
       01  ENTERED-YEAR-9 REDEFINES ENTERED-YEAR-X PIC 9(4).
       01  ENTERED-MM-X PIC XX.
       01  ENTERED-MM-9 REDEFINES ENTERED-MM-X PIC 99.
       01  ENTERED-THRESH-X PIC X(10).
       01  ENTERED-THRESH-9 REDEFINES ENTERED-THRESH-X
           PIC 9(8)V99.
       01  ENTERED-PCT-X PIC X(4).
       01  ENTERED-PCT-9 REDEFINES ENTERED-PCT-X PIC 99V99.
       01  BAND-IX PIC 9.
       01  PREV-THRESHOLD PIC 9(8)V99.
      *THE BANDS AS KEYED, HELD APART FROM THE RECORD SO A CHANGE
      *CAN BE COMPARED BAND BY BAND FOR THE AUDIT
       01  NEW-BANDS.
           02  NB-BAND OCCURS 4 TIMES.
               03  NB-THRESHOLD PIC 9(8)V99.
               03  NB-PCT PIC 99V99.
       01  BAND-SHOW.
           02  BS-THRESHOLD PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE "@".
           02  BS-PCT PIC Z9.99.
       01  OLD-BAND-SHOW PIC X(20).
       01  BAND-FIELD-NAME.
           02  FILLER PIC X(11) VALUE "REBATE-BAND".
           02  BF-IX PIC 9.
       01  BROWSE-LINE-COUNT PIC 99.
       01  BROWSE-DISPLAY.
           02  BD-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  BD-YEAR PIC 9(4).
           02  FILLER PIC X VALUE "/".
           02  BD-START-MM PIC 99.
           02  FILLER PIC XX VALUE SPACE.
           02  BD-BAND-1 PIC X(17).
           02  FILLER PIC X VALUE SPACE.
           02  BD-BAND-2 PIC X(17).
           02  FILLER PIC X VALUE SPACE.
           02  BD-BAND-3 PIC X(17).
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
           DISPLAY "SUPPLIER REBATE AGREEMENT MAINTENANCE".
           OPEN I-O REBATE-FILE.
           IF RB-FILE-STATUS NOT = "00"
               OPEN OUTPUT REBATE-FILE
               CLOSE REBATE-FILE
               OPEN I-O REBATE-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SU-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(A)DD, (C)HANGE BANDS, (D)ELETE, (B)ROWSE,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-AGREEMENT.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-AGREEMENT.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DELETE-AGREEMENT.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-AGREEMENTS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       ADD-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY THRU GET-AGREEMENT-KEY-EXIT.
           IF ENTERED-SUPPLIER = SPACE GO TO ASK-ACTION.
           READ REBATE-FILE
               INVALID GO TO ADD-START-MONTH
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "AGREEMENT ALREADY ON FILE"
               TERM-HIGHLIGHT-OFF.
           GO TO ADD-AGREEMENT.
       ADD-START-MONTH.
           DISPLAY "MONTH THE AGREEMENT YEAR STARTS".
           DISPLAY "(MM, RETURN ALONE = 01): ".
           MOVE SPACE TO ENTERED-MM-X.
           ACCEPT ENTERED-MM-X.
           IF ENTERED-MM-X = SPACE MOVE "01" TO ENTERED-MM-X.
           IF ENTERED-MM-X NOT NUMERIC
               OR ENTERED-MM-9 < 01 OR ENTERED-MM-9 > 12
               DISPLAY TERM-HIGHLIGHT-ON "MONTH MUST BE 01 TO 12"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-START-MONTH.
           PERFORM GET-BANDS THRU GET-BANDS-EXIT.
           IF NB-THRESHOLD (1) = 0
               DISPLAY "NO BANDS KEYED - AGREEMENT NOT ADDED"
               GO TO ADD-AGREEMENT.
           MOVE SPACE TO REBATE-RECORD.
           MOVE ENTERED-SUPPLIER TO RB-SUPPLIER.
           MOVE ENTERED-YEAR-9 TO RB-YEAR.
           MOVE ENTERED-MM-9 TO RB-START-MM.
           MOVE 0 TO BAND-IX.
       ADD-COPY-BAND.
           ADD 1 TO BAND-IX.
           IF BAND-IX NOT > 4
               MOVE NB-THRESHOLD (BAND-IX) TO RB-THRESHOLD (BAND-IX)
               MOVE NB-PCT (BAND-IX) TO RB-PCT (BAND-IX)
               GO TO ADD-COPY-BAND.
           MOVE 0 TO RB-SPEND.
           MOVE 0 TO RB-PENDING.
           MOVE 0 TO RB-BANKED-THRU.
           MOVE 0 TO RB-TIER.
           MOVE 0 TO RB-EARNED.
           MOVE 0 TO RB-ACCRUED.
           WRITE REBATE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REBATE FILE I/O ERROR, STATUS: " RB-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-AGREEMENT
           END-WRITE.
           MOVE "STOCK.RBT" TO AU-FILE-NAME.
           MOVE RB-KEY TO AU-RECORD-KEY.
           MOVE "AGREEMENT" TO AU-FIELD-NAME.
           MOVE SPACE TO AU-OLD-VALUE.
           MOVE "ADDED" TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           DISPLAY "AGREEMENT ADDED".
           GO TO ADD-AGREEMENT.
      *A BAND CHANGED PART WAY THROUGH THE YEAR SIMPLY RE-RATES THE
      *WHOLE YEAR'S SPEND NEXT TIME REBATE-CALC RUNS - THE REBATE
      *IS RETROSPECTIVE, SO THAT IS WHAT THE SUPPLIER WILL DO TOO
       CHANGE-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY THRU GET-AGREEMENT-KEY-EXIT.
           IF ENTERED-SUPPLIER = SPACE GO TO ASK-ACTION.
           READ REBATE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           PERFORM SHOW-BANDS THRU SHOW-BANDS-EXIT.
           DISPLAY "REPLACE THE BANDS? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           PERFORM GET-BANDS THRU GET-BANDS-EXIT.
           IF NB-THRESHOLD (1) = 0
               DISPLAY "NO BANDS KEYED - AGREEMENT UNCHANGED"
               GO TO ASK-ACTION.
           MOVE 0 TO BAND-IX.
       CHANGE-BAND-LOOP.
           ADD 1 TO BAND-IX.
           IF BAND-IX > 4 GO TO CHANGE-AGREEMENT-WRITE.
           IF NB-THRESHOLD (BAND-IX) = RB-THRESHOLD (BAND-IX)
               AND NB-PCT (BAND-IX) = RB-PCT (BAND-IX)
               GO TO CHANGE-BAND-LOOP.
           MOVE RB-THRESHOLD (BAND-IX) TO BS-THRESHOLD.
           MOVE RB-PCT (BAND-IX) TO BS-PCT.
           MOVE BAND-SHOW TO OLD-BAND-SHOW.
           MOVE NB-THRESHOLD (BAND-IX) TO BS-THRESHOLD.
           MOVE NB-PCT (BAND-IX) TO BS-PCT.
           MOVE BAND-IX TO BF-IX.
           MOVE "STOCK.RBT" TO AU-FILE-NAME.
           MOVE RB-KEY TO AU-RECORD-KEY.
           MOVE BAND-FIELD-NAME TO AU-FIELD-NAME.
           MOVE OLD-BAND-SHOW TO AU-OLD-VALUE.
           MOVE BAND-SHOW TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           MOVE NB-THRESHOLD (BAND-IX) TO RB-THRESHOLD (BAND-IX).
           MOVE NB-PCT (BAND-IX) TO RB-PCT (BAND-IX).
           GO TO CHANGE-BAND-LOOP.
       CHANGE-AGREEMENT-WRITE.
           REWRITE REBATE-RECORD.
           DISPLAY "AGREEMENT CHANGED".
           GO TO ASK-ACTION.
      *AN AGREEMENT WITH REBATE ALREADY ACCRUED TO THE LEDGER STAYS -
      *DELETING IT WOULD LEAVE THE ACCRUAL WITH NOTHING BEHIND IT
       DELETE-AGREEMENT.
           PERFORM GET-AGREEMENT-KEY THRU GET-AGREEMENT-KEY-EXIT.
           IF ENTERED-SUPPLIER = SPACE GO TO ASK-ACTION.
           READ REBATE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           IF RB-ACCRUED NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "REBATE ALREADY ACCRUED - CANNOT DELETE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "DELETE AGREEMENT " RB-SUPPLIER " " RB-YEAR
               " ? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           DELETE REBATE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REBATE FILE I/O ERROR, STATUS: " RB-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-DELETE.
           MOVE "STOCK.RBT" TO AU-FILE-NAME.
           MOVE RB-KEY TO AU-RECORD-KEY.
           MOVE "AGREEMENT" TO AU-FIELD-NAME.
           MOVE "ON FILE" TO AU-OLD-VALUE.
           MOVE "DELETED" TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           GO TO ASK-ACTION.
       BROWSE-AGREEMENTS.
           MOVE LOW-VALUE TO RB-KEY.
           START REBATE-FILE KEY NOT LESS THAN RB-KEY
               INVALID DISPLAY "NO AGREEMENTS ON FILE"
               GO TO ASK-ACTION
           END-START.
           MOVE 0 TO BROWSE-LINE-COUNT.
       BROWSE-LOOP.
           READ REBATE-FILE NEXT RECORD
               AT END DISPLAY "END OF REBATE FILE"
               GO TO ASK-ACTION
           END-READ.
           MOVE RB-SUPPLIER TO BD-SUPPLIER.
           MOVE RB-YEAR TO BD-YEAR.
           MOVE RB-START-MM TO BD-START-MM.
           MOVE RB-THRESHOLD (1) TO BS-THRESHOLD.
           MOVE RB-PCT (1) TO BS-PCT.
           MOVE BAND-SHOW TO BD-BAND-1.
           MOVE SPACE TO BD-BAND-2.
           MOVE SPACE TO BD-BAND-3.
           IF RB-THRESHOLD (2) NOT = 0
               MOVE RB-THRESHOLD (2) TO BS-THRESHOLD
               MOVE RB-PCT (2) TO BS-PCT
               MOVE BAND-SHOW TO BD-BAND-2.
           IF RB-THRESHOLD (3) NOT = 0
               MOVE RB-THRESHOLD (3) TO BS-THRESHOLD
               MOVE RB-PCT (3) TO BS-PCT
               MOVE BAND-SHOW TO BD-BAND-3.
           DISPLAY BROWSE-DISPLAY.
           ADD 1 TO BROWSE-LINE-COUNT.
           IF BROWSE-LINE-COUNT < 15 GO TO BROWSE-LOOP.
           DISPLAY "MORE? (Y/N): ".
           ACCEPT MORE-ANSWER.
           IF MORE-ANSWER = "Y" OR MORE-ANSWER = "y"
               MOVE 0 TO BROWSE-LINE-COUNT
               GO TO BROWSE-LOOP.
           GO TO ASK-ACTION.
      *SUPPLIER AND AGREEMENT YEAR - THE SUPPLIER MUST BE ON
      *STOCK.SUP.  ENTERED-SUPPLIER COMES BACK SPACE WHEN THE
      *OPERATOR GIVES UP; OTHERWISE RB-KEY IS SET READY TO READ.
       GET-AGREEMENT-KEY.
           DISPLAY "ENTER SUPPLIER CODE (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO GET-AGREEMENT-KEY-EXIT.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "SUPPLIER NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-AGREEMENT-KEY
           END-READ.
           DISPLAY SUPPLIER-CODE " " SUPPLIER-NAME.
       GET-AGREEMENT-YEAR.
           DISPLAY "AGREEMENT YEAR (YYYY): ".
           MOVE SPACE TO ENTERED-YEAR-X.
           ACCEPT ENTERED-YEAR-X.
           IF ENTERED-YEAR-X NOT NUMERIC OR ENTERED-YEAR-9 < 1900
               DISPLAY TERM-HIGHLIGHT-ON "YEAR MUST BE YYYY"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-AGREEMENT-YEAR.
           MOVE ENTERED-SUPPLIER TO RB-SUPPLIER.
           MOVE ENTERED-YEAR-9 TO RB-YEAR.
       GET-AGREEMENT-KEY-EXIT.
           EXIT.
      *UP TO FOUR BANDS, EACH THRESHOLD ABOVE THE LAST.  A BLANK
      *THRESHOLD ENDS THE LIST AND THE BANDS LEFT OVER STAY ZERO.
       GET-BANDS.
           MOVE 0 TO BAND-IX.
           MOVE 0 TO PREV-THRESHOLD.
       GET-BANDS-CLEAR.
           ADD 1 TO BAND-IX.
           IF BAND-IX NOT > 4
               MOVE 0 TO NB-THRESHOLD (BAND-IX)
               MOVE 0 TO NB-PCT (BAND-IX)
               GO TO GET-BANDS-CLEAR.
           MOVE 1 TO BAND-IX.
       GET-BAND-THRESHOLD.
           DISPLAY "BAND " BAND-IX
               " THRESHOLD (NNNNNNNNNN = NNNNNNNN.NN,".
           DISPLAY "BLANK WHEN NO MORE BANDS): ".
           MOVE SPACE TO ENTERED-THRESH-X.
           ACCEPT ENTERED-THRESH-X.
           IF ENTERED-THRESH-X = SPACE GO TO GET-BANDS-EXIT.
           IF ENTERED-THRESH-X NOT NUMERIC
               OR ENTERED-THRESH-9 NOT > PREV-THRESHOLD
               DISPLAY TERM-HIGHLIGHT-ON
                   "THRESHOLD MUST BE NUMERIC AND ABOVE THE LAST BAND"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-BAND-THRESHOLD.
       GET-BAND-PCT.
           DISPLAY "REBATE PERCENT FOR THE BAND (NNNN = NN.NN): ".
           MOVE SPACE TO ENTERED-PCT-X.
           ACCEPT ENTERED-PCT-X.
           IF ENTERED-PCT-X NOT NUMERIC OR ENTERED-PCT-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "PERCENT NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-BAND-PCT.
           MOVE ENTERED-THRESH-9 TO NB-THRESHOLD (BAND-IX).
           MOVE ENTERED-PCT-9 TO NB-PCT (BAND-IX).
           MOVE ENTERED-THRESH-9 TO PREV-THRESHOLD.
           ADD 1 TO BAND-IX.
           IF BAND-IX NOT > 4 GO TO GET-BAND-THRESHOLD.
       GET-BANDS-EXIT.
           EXIT.
       SHOW-BANDS.
           DISPLAY "AGREEMENT YEAR " RB-YEAR " FROM MONTH "
               RB-START-MM.
           MOVE 0 TO BAND-IX.
       SHOW-BANDS-LOOP.
           ADD 1 TO BAND-IX.
           IF BAND-IX > 4 GO TO SHOW-BANDS-EXIT.
           IF RB-THRESHOLD (BAND-IX) = 0 GO TO SHOW-BANDS-EXIT.
           MOVE RB-THRESHOLD (BAND-IX) TO BS-THRESHOLD.
           MOVE RB-PCT (BAND-IX) TO BS-PCT.
           DISPLAY "BAND " BAND-IX "  OVER " BS-THRESHOLD
               "  " BS-PCT " PCT".
           GO TO SHOW-BANDS-LOOP.
       SHOW-BANDS-EXIT.
           EXIT.
      *ONE AUDIT ROW PER CHANGED FIELD - WHAT IT WAS, WHAT IT
      *BECAME, WHO AND WHEN.  THE CALLER FILLS THE FIELD NAME AND
      *THE TWO VALUES FIRST.
       LOG-AUDIT.
           MOVE AUDIT-DATE TO AU-DATE.
           MOVE SGN-OPERATOR-ID TO AU-OPERATOR.
       LOG-AUDIT-WRITE.
           WRITE AUDIT-RECORD.
           IF AU-STATUS NOT = "00" AND AU-STATUS NOT = "02"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.AUD, STATUS " AU-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO LOG-AUDIT-WRITE.
       LOG-AUDIT-EXIT.
           EXIT.
       END-IT.
           CLOSE REBATE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.RBT" TO STOCK-RBT-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
