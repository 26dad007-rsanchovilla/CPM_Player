       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETER-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *SUPERVISOR MAINTENANCE OF THE SYSTEM PARAMETER FILE
      *STOCK.PRM - THE BUSINESS LIMITS THE OTHER PROGRAMS READ AT
      *START-UP THROUGH GET-PARAMETER.  EVERY AMENDMENT WRITES A
      *BEFORE/AFTER ROW TO STOCK.AUD LIKE ANY OTHER STANDING-DATA
      *CHANGE.  THE FIRST RUN ON A NEW DISK SEEDS EVERY KNOWN
      *PARAMETER WITH THE FIGURE THE PROGRAMS WERE COMPILED WITH,
      *SO NOTHING MOVES UNTIL A SUPERVISOR MOVES IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN DYNAMIC STOCK-PRM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PM-KEY
           FILE STATUS PM-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE; RECORD 90.
           COPY "PRMFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *THE LIMITS ARE THE SAME FOR LIVE AND PRACTICE SESSIONS, SO
      *THERE IS NO TRAINING COPY OF STOCK.PRM - AND A CHANGE TO A
      *LIVE LIMIT IS AUDITED ON THE LIVE AMENDMENT FILE
       01  FILE-NAMES.
           02  STOCK-PRM-FN PIC X(12) VALUE "STOCK.PRM".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
       COPY "TERMPROF.CPY".
       01  PM-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  AUDIT-DATE PIC X(10).
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-KEY PIC X(12).
       01  ENTERED-VALUE-X PIC X(10).
       01  ENTERED-VALUE-9 REDEFINES ENTERED-VALUE-X
           PIC 9(8)V99.
       01  OLD-VALUE-SHOW PIC ZZZZZZZ9.99.
       01  NEW-VALUE-SHOW PIC ZZZZZZZ9.99.
       01  MIN-VALUE-SHOW PIC ZZZZZZZ9.99.
       01  MAX-VALUE-SHOW PIC ZZZZZZZ9.99.
       01  SEEDED-COUNT PIC 99.
       01  MORE-ANSWER PIC X.
       01  BROWSE-LINE-COUNT PIC 99.
       01  BROWSE-DISPLAY.
           02  BD-KEY PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  BD-VALUE PIC ZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  BD-DESC PIC X(30).
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
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           DISPLAY SPACE.
           DISPLAY "SYSTEM PARAMETER MAINTENANCE".
           OPEN I-O PARAMETER-FILE.
           IF PM-FILE-STATUS NOT = "00"
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
           PERFORM SEED-PARAMETERS THRU SEED-PARAMETERS-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(C)HANGE A PARAMETER, (B)ROWSE PARAMETERS,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-PARAMETER.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-PARAMETERS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       CHANGE-PARAMETER.
           DISPLAY "ENTER PARAMETER NAME (BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-KEY.
           ACCEPT ENTERED-KEY.
           IF ENTERED-KEY = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-KEY TO PM-KEY.
           READ PARAMETER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "NO SUCH PARAMETER - BROWSE FOR THE NAMES"
                   TERM-HIGHLIGHT-OFF
               GO TO CHANGE-PARAMETER
           END-READ.
           MOVE PM-VALUE TO OLD-VALUE-SHOW.
           MOVE PM-MIN-VALUE TO MIN-VALUE-SHOW.
           MOVE PM-MAX-VALUE TO MAX-VALUE-SHOW.
           DISPLAY PM-KEY " - " PM-DESC.
           DISPLAY "CURRENT VALUE " OLD-VALUE-SHOW.
           DISPLAY "ALLOWED RANGE " MIN-VALUE-SHOW " TO "
               MAX-VALUE-SHOW.
           IF PM-CHANGED-BY NOT = SPACE
               DISPLAY "LAST CHANGED BY " PM-CHANGED-BY " ON "
                   PM-CHANGED-DATE.
       CHANGE-ASK-VALUE.
           DISPLAY "NEW VALUE (NNNNNNNNNN = NNNNNNNN.NN,".
           DISPLAY "BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-VALUE-X.
           ACCEPT ENTERED-VALUE-X.
           IF ENTERED-VALUE-X = SPACE GO TO CHANGE-PARAMETER.
           IF ENTERED-VALUE-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "VALUE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO CHANGE-ASK-VALUE.
           IF ENTERED-VALUE-9 < PM-MIN-VALUE
               OR ENTERED-VALUE-9 > PM-MAX-VALUE
               DISPLAY TERM-HIGHLIGHT-ON "VALUE OUTSIDE "
                   MIN-VALUE-SHOW " TO " MAX-VALUE-SHOW
                   TERM-HIGHLIGHT-OFF
               GO TO CHANGE-ASK-VALUE.
           IF ENTERED-VALUE-9 = PM-VALUE
               DISPLAY "UNCHANGED"
               GO TO CHANGE-PARAMETER.
           MOVE ENTERED-VALUE-9 TO NEW-VALUE-SHOW.
           MOVE "STOCK.PRM" TO AU-FILE-NAME.
           MOVE PM-KEY TO AU-RECORD-KEY.
           MOVE "PM-VALUE" TO AU-FIELD-NAME.
           MOVE OLD-VALUE-SHOW TO AU-OLD-VALUE.
           MOVE NEW-VALUE-SHOW TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           MOVE ENTERED-VALUE-9 TO PM-VALUE.
           MOVE SGN-OPERATOR-ID TO PM-CHANGED-BY.
           MOVE AUDIT-DATE TO PM-CHANGED-DATE.
           REWRITE PARAMETER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PARAMETER FILE I/O ERROR, STATUS: " PM-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           DISPLAY "PARAMETER RECORDED - PROGRAMS PICK IT UP THE"
               " NEXT TIME THEY START".
           GO TO CHANGE-PARAMETER.
       BROWSE-PARAMETERS.
           MOVE LOW-VALUE TO PM-KEY.
           START PARAMETER-FILE KEY NOT LESS THAN PM-KEY
               INVALID DISPLAY "NO PARAMETERS ON FILE"
               GO TO ASK-ACTION
           END-START.
           MOVE 0 TO BROWSE-LINE-COUNT.
       BROWSE-LOOP.
           READ PARAMETER-FILE NEXT RECORD
               AT END DISPLAY "END OF PARAMETER FILE"
               GO TO ASK-ACTION
           END-READ.
           MOVE PM-KEY TO BD-KEY.
           MOVE PM-VALUE TO BD-VALUE.
           MOVE PM-DESC TO BD-DESC.
           DISPLAY BROWSE-DISPLAY.
           ADD 1 TO BROWSE-LINE-COUNT.
           IF BROWSE-LINE-COUNT < 15 GO TO BROWSE-LOOP.
           DISPLAY "MORE? (Y/N): ".
           ACCEPT MORE-ANSWER.
           IF MORE-ANSWER = "Y" OR MORE-ANSWER = "y"
               MOVE 0 TO BROWSE-LINE-COUNT
               GO TO BROWSE-LOOP.
           GO TO ASK-ACTION.
      *EVERY PARAMETER A PROGRAM ASKS FOR IS LISTED HERE WITH THE
      *FIGURE THAT PROGRAM WAS COMPILED WITH AND THE RANGE A
      *SUPERVISOR MAY SET.  ONE ALREADY ON FILE IS LEFT ALONE, SO
      *A NEW PARAMETER ADDED TO THE LIST APPEARS ON THE NEXT RUN
      *WITHOUT DISTURBING THE REST.
       SEED-PARAMETERS.
           MOVE 0 TO SEEDED-COUNT.
           MOVE "PO-APPROVAL" TO PM-KEY.
           MOVE 500.00 TO PM-VALUE.
           MOVE "BUYER PO APPROVAL LIMIT" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 999999.99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "PWD-MAX-AGE" TO PM-KEY.
           MOVE 90 TO PM-VALUE.
           MOVE "PASSWORD LIFE IN DAYS" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 999 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "PWD-MAX-FAIL" TO PM-KEY.
           MOVE 5 TO PM-VALUE.
           MOVE "BAD SIGN-ONS BEFORE LOCK-OUT" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 9 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CERT-NOTICE" TO PM-KEY.
           MOVE 60 TO PM-VALUE.
           MOVE "CERT RENEWAL NOTICE (DAYS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "AGE-BAND-1" TO PM-KEY.
           MOVE 3 TO PM-VALUE.
           MOVE "AGEING BAND 1 ENDS (MONTHS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "AGE-BAND-2" TO PM-KEY.
           MOVE 6 TO PM-VALUE.
           MOVE "AGEING BAND 2 ENDS (MONTHS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "AGE-BAND-3" TO PM-KEY.
           MOVE 12 TO PM-VALUE.
           MOVE "AGEING BAND 3 ENDS (MONTHS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "DUE-BAND-1" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "OVERDUE BAND 1 ENDS (DAYS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 999 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "DUE-BAND-2" TO PM-KEY.
           MOVE 60 TO PM-VALUE.
           MOVE "OVERDUE BAND 2 ENDS (DAYS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "DUE-BAND-3" TO PM-KEY.
           MOVE 90 TO PM-VALUE.
           MOVE "OVERDUE BAND 3 ENDS (DAYS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CLAIM-BAND-1" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "OPEN CLAIM BAND 1 ENDS (DAYS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CLAIM-BAND-2" TO PM-KEY.
           MOVE 60 TO PM-VALUE.
           MOVE "OPEN CLAIM BAND 2 ENDS (DAYS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CLAIM-BAND-3" TO PM-KEY.
           MOVE 90 TO PM-VALUE.
           MOVE "OPEN CLAIM BAND 3 ENDS (DAYS)" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "ABC-A-PCT" TO PM-KEY.
           MOVE 80 TO PM-VALUE.
           MOVE "ABC CLASS A CUMULATIVE VALUE %" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 100 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "ABC-B-PCT" TO PM-KEY.
           MOVE 95 TO PM-VALUE.
           MOVE "ABC CLASS B CUMULATIVE VALUE %" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "EOQ-ORD-COST" TO PM-KEY.
           MOVE 10.00 TO PM-VALUE.
           MOVE "COST OF RAISING ONE ORDER" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 99.99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "EOQ-CARRY" TO PM-KEY.
           MOVE 25.00 TO PM-VALUE.
           MOVE "EOQ CARRYING RATE % OF COST" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 99.99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "UNIT-SZ-MIN" TO PM-KEY.
           MOVE 1 TO PM-VALUE.
           MOVE "SMALLEST UNIT SIZE ACCEPTED" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 9999 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "UNIT-SZ-MAX" TO PM-KEY.
           MOVE 999 TO PM-VALUE.
           MOVE "LARGEST UNIT SIZE ACCEPTED" TO PM-DESC.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "EXPIRY-WARN" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "LOT EXPIRY HORIZON (DAYS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 999 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "ARCHIVE-GENS" TO PM-KEY.
           MOVE 4 TO PM-VALUE.
           MOVE "JOURNAL ARCHIVE GENERATIONS" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 4 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "ATP-WEEKS" TO PM-KEY.
           MOVE 12 TO PM-VALUE.
           MOVE "PROJECTED BALANCE WEEKS SHOWN" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 26 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "PAY-TERMS" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "HOUSE PAYMENT TERMS, DAYS" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 180 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CUST-TERMS" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "CUSTOMER PAYMENT TERMS, DAYS" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 180 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "LOAN-DAYS" TO PM-KEY.
           MOVE 14 TO PM-VALUE.
           MOVE "TOOL LOAN PERIOD, DAYS" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "REPAIR-DAYS" TO PM-KEY.
           MOVE 21 TO PM-VALUE.
           MOVE "REPAIR TURNAROUND, DAYS" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "DOCK-LIMIT" TO PM-KEY.
           MOVE 1 TO PM-VALUE.
           MOVE "DELIVERIES PER DOCK SLOT" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 20 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "PACK-TARE-KG" TO PM-KEY.
           MOVE 0 TO PM-VALUE.
           MOVE "PACKAGING KILOS PER PACKAGE" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "SCRN-CNT-DAY" TO PM-KEY.
           MOVE 5 TO PM-VALUE.
           MOVE "SCREEN: WRITEOFF DAYS TO COUNT" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 60 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "SCRN-ADJ-QTY" TO PM-KEY.
           MOVE 5 TO PM-VALUE.
           MOVE "SCREEN: LARGEST SMALL ADJUST" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 9999 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "SCRN-ADJ-CNT" TO PM-KEY.
           MOVE 3 TO PM-VALUE.
           MOVE "SCREEN: SMALL ADJUSTS TOO MANY" TO PM-DESC.
           MOVE 2 TO PM-MIN-VALUE.
           MOVE 99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "SCRN-USG-X" TO PM-KEY.
           MOVE 3 TO PM-VALUE.
           MOVE "SCREEN: TIMES AVG MONTH USAGE" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "TURN-TARGET" TO PM-KEY.
           MOVE 4 TO PM-VALUE.
           MOVE "HOUSE TARGET STOCK TURNS/YEAR" TO PM-DESC.
           MOVE 0.1 TO PM-MIN-VALUE.
           MOVE 99.9 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CHK-STK-CODE" TO PM-KEY.
           MOVE 0 TO PM-VALUE.
           MOVE "REFUSE BAD STOCK CHECK CHAR 1" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 1 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CHK-PO-NO" TO PM-KEY.
           MOVE 0 TO PM-VALUE.
           MOVE "REFUSE BAD ORDER CHECK CHAR 1" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 1 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "STEP-MIN-SEC" TO PM-KEY.
           MOVE 60 TO PM-VALUE.
           MOVE "SHORTEST STEP FLAGGED SLOW SEC" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 3600 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "QUAR-TARGET" TO PM-KEY.
           MOVE 5 TO PM-VALUE.
           MOVE "QUARANTINE INSPECT TARGET DAYS" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 99 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-TOL-A" TO PM-KEY.
           MOVE 0 TO PM-VALUE.
           MOVE "COUNT TOLERANCE CLASS A % BOOK" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 50 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-TOL-B" TO PM-KEY.
           MOVE 2 TO PM-VALUE.
           MOVE "COUNT TOLERANCE CLASS B % BOOK" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 50 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-TOL-C" TO PM-KEY.
           MOVE 5 TO PM-VALUE.
           MOVE "COUNT TOLERANCE CLASS C % BOOK" TO PM-DESC.
           MOVE 0 TO PM-MIN-VALUE.
           MOVE 50 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-DAYS-A" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "COUNT INTERVAL CLASS A (DAYS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-DAYS-B" TO PM-KEY.
           MOVE 60 TO PM-VALUE.
           MOVE "COUNT INTERVAL CLASS B (DAYS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-DAYS-C" TO PM-KEY.
           MOVE 90 TO PM-VALUE.
           MOVE "COUNT INTERVAL CLASS C (DAYS)" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-DAYS-ROL" TO PM-KEY.
           MOVE 30 TO PM-VALUE.
           MOVE "COUNT DAYS NO CLASS, HAS REORD" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "CNT-DAYS-NON" TO PM-KEY.
           MOVE 90 TO PM-VALUE.
           MOVE "COUNT DAYS NO CLASS, NO REORD" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 365 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           MOVE "PO-KEEP-MTHS" TO PM-KEY.
           MOVE 24 TO PM-VALUE.
           MOVE "MONTHS FINISHED ORDERS KEPT" TO PM-DESC.
           MOVE 1 TO PM-MIN-VALUE.
           MOVE 120 TO PM-MAX-VALUE.
           PERFORM SEED-ONE THRU SEED-ONE-EXIT.
           IF SEEDED-COUNT NOT = 0
               DISPLAY "PARAMETERS ADDED AT COMPILED VALUES: "
                   SEEDED-COUNT.
       SEED-PARAMETERS-EXIT.
           EXIT.
      *THE WRITE ITSELF REFUSES A NAME ALREADY ON FILE, SO A
      *FIGURE A SUPERVISOR HAS SET IS NEVER PUT BACK TO DEFAULT
       SEED-ONE.
           MOVE SPACE TO PM-CHANGED-BY.
           MOVE SPACE TO PM-CHANGED-DATE.
           WRITE PARAMETER-RECORD
               INVALID GO TO SEED-ONE-EXIT
           END-WRITE.
           ADD 1 TO SEEDED-COUNT.
       SEED-ONE-EXIT.
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
           CLOSE PARAMETER-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
