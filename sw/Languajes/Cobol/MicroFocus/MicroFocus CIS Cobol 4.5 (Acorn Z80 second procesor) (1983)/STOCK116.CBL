       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-FORWARD-RECOVERY.
       AUTHOR. MICRO FOCUS LTD.
      *REBUILDS A LOST OR DAMAGED STOCK.IT FROM THE LAST BACKUP
      *PLUS EVERYTHING POSTED SINCE.  BACKUP-RESTORE-UTILITY ALONE
      *PUTS BACK LAST NIGHT'S BALANCES AND THE DAY'S POSTINGS
      *VANISH FROM THEM, THOUGH THEY ARE STILL ON STOCK.JRN - THIS
      *RESTORES STOCK.ITB AND THEN ROLLS EACH BIN FORWARD BY THE
      *SIGNED QUANTITY OF EVERY JOURNAL POSTING THE BACKUP DID NOT
      *HAVE.  A POSTING IS "SINCE THE BACKUP" WHEN IT IS NOT ON THE
      *JOURNAL BACKUP STOCK.JRB TAKEN IN THE SAME RUN - BOTH FILES
      *ARE IN KEY ORDER, SO THE TWO ARE MERGED BIN BY BIN AS THE
      *RESTORED STOCK.IT IS WALKED, AND A SEQUENCE NUMBER REUSED
      *AFTER AN ARCHIVE STILL SHOWS AS NEW BECAUSE THE RECORDS
      *DIFFER.  THE JOURNAL ITSELF IS LEFT EXACTLY AS IT IS.
      *ALLOCATIONS ARE RE-APPLIED AS THE REQUEST PROGRAMS APPLY
      *THEM - EACH BIN'S QUANTITY-ALLOCATED BECOMES THE SUM OF ITS
      *OPEN REQUESTS ON STOCK.REQ.  LOT QUANTITIES LIVE ON
      *STOCK.LOT, WHICH NEVER WENT BACK TO THE BACKUP, SO A
      *LOT-CONTROLLED BIN'S REBUILT BALANCE IS CHECKED AGAINST ITS
      *LOTS INSTEAD AND ANY DIFFERENCE IS FLAGGED.
      *THE REPORT ON STOCK.RFV GIVES EVERY BIN'S BACKUP BALANCE, THE
      *MOVEMENTS APPLIED AND THE REBUILT BALANCE, THEN LISTS ANY BIN
      *THE JOURNAL HOLDS STOCK FOR THAT IS NOT IN THE BACKUP AT
      *ALL (SET UP SINCE) - THOSE MUST BE SET UP AGAIN BY HAND.  A
      *FULL STOCK-RECONCILE PASS FOLLOWS TO PROVE THE RESULT.
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
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT STOCK-BACKUP-FILE
           ASSIGN DYNAMIC STOCK-ITB-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IB-STATUS.
           SELECT TRANS-BACKUP-FILE
           ASSIGN DYNAMIC STOCK-JRB-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS BJ-STATUS.
           SELECT REQUEST-FILE ASSIGN DYNAMIC STOCK-REQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RQ-KEY
           FILE STATUS RQ-FILE-STATUS.
           SELECT LOT-FILE ASSIGN DYNAMIC STOCK-LOT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOT-KEY
           FILE STATUS LT-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-RFV-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  STOCK-BACKUP-FILE; RECORD 118.
       01  STOCK-BACKUP-RECORD PIC X(118).
      *THE JOURNAL BACKUP IS A STRAIGHT COPY OF JOURNAL-RECORD -
      *ONLY ITS KEY IS NAMED HERE, FOR THE MERGE
       FD  TRANS-BACKUP-FILE; RECORD 64.
       01  BACKUP-JOURNAL-RECORD.
           02  BJ-KEY.
               03  BJ-BIN PIC X(12).
               03  BJ-SEQ PIC 9(6).
           02  FILLER PIC X(46).
       FD  REQUEST-FILE; RECORD 49.
           COPY "REQFILE.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-ITB-FN PIC X(12) VALUE "STOCK.ITB".
           02  STOCK-JRB-FN PIC X(12) VALUE "STOCK.JRB".
           02  STOCK-REQ-FN PIC X(12) VALUE "STOCK.REQ".
           02  STOCK-LOT-FN PIC X(12) VALUE "STOCK.LOT".
           02  STOCK-RFV-FN PIC X(12) VALUE "STOCK.RFV".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  STOCK-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  IB-STATUS PIC XX.
       01  BJ-STATUS PIC XX.
       01  RQ-FILE-STATUS PIC XX.
       01  LT-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  MORE-RECORDS PIC X VALUE "Y".
       01  BJ-EOF PIC X VALUE "N".
       01  REQ-ON-DISK PIC X VALUE "N".
       01  LOT-ON-DISK PIC X VALUE "N".
       01  BACKUP-QTY PIC 9(6)V99.
       01  BIN-MOVEMENT PIC S9(7)V99.
       01  BIN-POSTINGS PIC 9(5).
       01  REBUILT-QTY PIC S9(7)V99.
       01  OLD-ALLOCATED PIC 9(6)V99.
       01  ALLOC-TOTAL PIC 9(7)V99.
       01  LOT-TOTAL PIC 9(7)V99.
       01  CURRENT-BIN PIC X(12).
       01  BIN-MISSING PIC X.
       01  BINS-RESTORED PIC 9(6) VALUE 0.
       01  POSTINGS-REPLAYED PIC 9(6) VALUE 0.
       01  BINS-CHANGED PIC 9(6) VALUE 0.
       01  ATTENTION-COUNT PIC 9(6) VALUE 0.
       01  ORPHAN-COUNT PIC 9(6) VALUE 0.
       01  HEADING-2.
           02  FILLER PIC X(9)  VALUE "CODE".
           02  FILLER PIC X(5)  VALUE "LOC.".
           02  FILLER PIC X(10) VALUE "   BACKUP".
           02  FILLER PIC X(11) VALUE "  MOVEMENTS".
           02  FILLER PIC X(10) VALUE "   REBUILT".
           02  FILLER PIC X(10) VALUE " ALLOCATED".
       01  DETAIL-LINE.
           02  DL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-BACKUP PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-MOVEMENT PIC -ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-REBUILT PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-ALLOCATED PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-FLAG PIC X(16).
       01  ORPHAN-HEADING PIC X(60) VALUE
           "JOURNAL STOCK IN BINS NOT IN THE BACKUP - SET UP AGAIN".
       01  ORPHAN-LINE.
           02  OL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  OL-LOCATION PIC X(4).
           02  FILLER PIC X(21) VALUE "  JOURNAL BALANCE".
           02  OL-NET PIC -ZZZZZ9.99.
       01  COUNT-LINE.
           02  CL-LABEL PIC X(30).
           02  CL-COUNT PIC ZZZZZ9.
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
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "ROLL-FORWARD RECOVERY OF STOCK.IT".
           OPEN INPUT STOCK-BACKUP-FILE.
           IF IB-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "NO BACKUP OF STOCK.IT ON"
                   " DISK - NOTHING TO RECOVER FROM" TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN INPUT TRANS-BACKUP-FILE.
           IF BJ-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "NO JOURNAL BACKUP ON DISK -"
                   " CANNOT TELL WHAT WAS POSTED SINCE"
                   TERM-HIGHLIGHT-OFF
               CLOSE STOCK-BACKUP-FILE
               GOBACK.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "NO JOURNAL ON DISK - USE THE"
                   " BACKUP/RESTORE UTILITY INSTEAD" TERM-HIGHLIGHT-OFF
               CLOSE STOCK-BACKUP-FILE
               CLOSE TRANS-BACKUP-FILE
               GOBACK.
           DISPLAY "STOCK.IT WILL BE REPLACED BY THE BACKUP AND ROLLED".
           DISPLAY "FORWARD FROM THE JOURNAL - CONTINUE? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               CLOSE STOCK-BACKUP-FILE
               CLOSE TRANS-BACKUP-FILE
               CLOSE JOURNAL-FILE
               DISPLAY "NOTHING CHANGED."
               GOBACK.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
      *THE BACKUP GOES BACK FIRST, EXACTLY AS THE RESTORE DOES IT
           OPEN OUTPUT STOCK-FILE.
       RESTORE-LOOP.
           READ STOCK-BACKUP-FILE
               AT END GO TO RESTORE-DONE.
           MOVE STOCK-BACKUP-RECORD TO STOCK-ITEM.
           WRITE STOCK-ITEM
               INVALID DISPLAY "STOCK FILE I/O ERROR, STATUS: "
                   STOCK-STATUS
               NOT INVALID ADD 1 TO BINS-RESTORED
           END-WRITE.
           GO TO RESTORE-LOOP.
       RESTORE-DONE.
           CLOSE STOCK-BACKUP-FILE.
           CLOSE STOCK-FILE.
           DISPLAY BINS-RESTORED " BINS RESTORED FROM THE BACKUP.".
           OPEN I-O STOCK-FILE.
           OPEN INPUT REQUEST-FILE.
           IF RQ-FILE-STATUS = "00"
               MOVE "Y" TO REQ-ON-DISK.
           OPEN INPUT LOT-FILE.
           IF LT-FILE-STATUS = "00"
               MOVE "Y" TO LOT-ON-DISK.
           PERFORM READ-BACKUP-JOURNAL.
           OPEN OUTPUT PRINT-FILE.
           MOVE "STOCK.IT ROLL-FORWARD RECOVERY" TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       ROLL-LOOP.
           IF MORE-RECORDS = "N" GO TO ORPHAN-START.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO ROLL-LOOP.
           PERFORM ROLL-BIN THRU ROLL-BIN-EXIT.
           GO TO ROLL-LOOP.
      *ONE BIN: PASS THE JOURNAL BACKUP UP TO IT, THEN TAKE ITS
      *LIVE POSTINGS IN SEQUENCE - ONE THE BACKUP HOLDS WORD FOR
      *WORD WAS ALREADY IN THE BACKUP BALANCE, ANY OTHER IS NEW
      *AND ITS SIGN SAYS WHICH WAY IT MOVED ON-HAND.  UNSIGNED
      *POSTINGS (QUARANTINE HOLDS, OVERRIDE MARKS) NEVER DID.
       ROLL-BIN.
           MOVE QUANTITY-ON-HAND TO BACKUP-QTY.
           MOVE 0 TO BIN-MOVEMENT.
           MOVE 0 TO BIN-POSTINGS.
           MOVE SPACE TO DL-FLAG.
       ROLL-BIN-SKIP.
           IF BJ-EOF = "N" AND BJ-BIN < STOCK-KEY
               PERFORM READ-BACKUP-JOURNAL
               GO TO ROLL-BIN-SKIP.
           MOVE STOCK-CODE TO JR-STOCK-CODE.
           MOVE LOCATION-CODE TO JR-LOCATION.
           MOVE 0 TO JR-SEQ.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO ROLL-BIN-APPLY
           END-START.
       ROLL-BIN-SCAN.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO ROLL-BIN-APPLY
           END-READ.
           IF JR-STOCK-CODE NOT = STOCK-CODE
               OR JR-LOCATION NOT = LOCATION-CODE
               GO TO ROLL-BIN-APPLY.
       ROLL-BIN-MATCH.
           IF BJ-EOF = "N" AND BJ-BIN = STOCK-KEY AND BJ-SEQ < JR-SEQ
               PERFORM READ-BACKUP-JOURNAL
               GO TO ROLL-BIN-MATCH.
           IF BJ-EOF = "N"
               AND BACKUP-JOURNAL-RECORD = JOURNAL-RECORD
               GO TO ROLL-BIN-SCAN.
           IF JR-SIGN = "+"
               ADD JR-QUANTITY TO BIN-MOVEMENT
               ADD 1 TO BIN-POSTINGS.
           IF JR-SIGN = "-"
               SUBTRACT JR-QUANTITY FROM BIN-MOVEMENT
               ADD 1 TO BIN-POSTINGS.
           GO TO ROLL-BIN-SCAN.
       ROLL-BIN-APPLY.
           COMPUTE REBUILT-QTY = BACKUP-QTY + BIN-MOVEMENT.
           IF REBUILT-QTY < 0
               MOVE 0 TO QUANTITY-ON-HAND
               MOVE "** WENT NEGATIVE" TO DL-FLAG
           ELSE
               MOVE REBUILT-QTY TO QUANTITY-ON-HAND.
           MOVE QUANTITY-ALLOCATED TO OLD-ALLOCATED.
           PERFORM SUM-OPEN-REQUESTS THRU SUM-OPEN-REQUESTS-EXIT.
           MOVE ALLOC-TOTAL TO QUANTITY-ALLOCATED.
           IF LOT-CONTROL-FLAG = "Y" AND DL-FLAG = SPACE
               PERFORM SUM-LOTS THRU SUM-LOTS-EXIT
               IF LOT-TOTAL NOT = QUANTITY-ON-HAND
                   MOVE "** LOTS DIFFER" TO DL-FLAG
               END-IF
           END-IF.
           IF BIN-POSTINGS > 0 OR QUANTITY-ALLOCATED NOT = OLD-ALLOCATED
               ADD 1 TO BINS-CHANGED
               REWRITE STOCK-ITEM
                   INVALID DISPLAY "STOCK FILE I/O ERROR, STATUS: "
                       STOCK-STATUS
               END-REWRITE
           END-IF.
           ADD BIN-POSTINGS TO POSTINGS-REPLAYED.
           IF DL-FLAG NOT = SPACE
               ADD 1 TO ATTENTION-COUNT.
           MOVE STOCK-CODE TO DL-STOCK-CODE.
           MOVE LOCATION-CODE TO DL-LOCATION.
           MOVE BACKUP-QTY TO DL-BACKUP.
           MOVE BIN-MOVEMENT TO DL-MOVEMENT.
           MOVE QUANTITY-ON-HAND TO DL-REBUILT.
           MOVE QUANTITY-ALLOCATED TO DL-ALLOCATED.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF BIN-POSTINGS > 0 OR DL-FLAG NOT = SPACE
               DISPLAY DETAIL-LINE.
       ROLL-BIN-EXIT.
           EXIT.
       READ-BACKUP-JOURNAL.
           READ TRANS-BACKUP-FILE
               AT END MOVE "Y" TO BJ-EOF.
      *THE REQUEST PROGRAMS ADD AN OPEN REQUEST TO THE BIN'S
      *ALLOCATION AND TAKE IT OFF AGAIN WHEN THE ISSUE IS CONFIRMED
      *OR CANCELLED - SO THE OPEN REQUESTS ARE THE ALLOCATION
       SUM-OPEN-REQUESTS.
           MOVE 0 TO ALLOC-TOTAL.
           IF REQ-ON-DISK = "N" GO TO SUM-OPEN-REQUESTS-EXIT.
           MOVE LOCATION-CODE TO RQ-LOCATION.
           MOVE STOCK-CODE TO RQ-STOCK-CODE.
           MOVE 0 TO RQ-SEQ.
           START REQUEST-FILE KEY NOT LESS THAN RQ-KEY
               INVALID GO TO SUM-OPEN-REQUESTS-EXIT
           END-START.
       SUM-OPEN-REQUESTS-LOOP.
           READ REQUEST-FILE NEXT RECORD
               AT END GO TO SUM-OPEN-REQUESTS-EXIT
           END-READ.
           IF RQ-LOCATION NOT = LOCATION-CODE
               OR RQ-STOCK-CODE NOT = STOCK-CODE
               GO TO SUM-OPEN-REQUESTS-EXIT.
           IF RQ-STATUS = "O"
               ADD RQ-QUANTITY TO ALLOC-TOTAL.
           GO TO SUM-OPEN-REQUESTS-LOOP.
       SUM-OPEN-REQUESTS-EXIT.
           EXIT.
       SUM-LOTS.
           MOVE 0 TO LOT-TOTAL.
           IF LOT-ON-DISK = "N" GO TO SUM-LOTS-EXIT.
           MOVE STOCK-CODE TO LT-STOCK-CODE.
           MOVE LOCATION-CODE TO LT-LOCATION.
           MOVE LOW-VALUE TO LT-LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID GO TO SUM-LOTS-EXIT
           END-START.
       SUM-LOTS-LOOP.
           READ LOT-FILE NEXT RECORD
               AT END GO TO SUM-LOTS-EXIT
           END-READ.
           IF LT-STOCK-CODE NOT = STOCK-CODE
               OR LT-LOCATION NOT = LOCATION-CODE
               GO TO SUM-LOTS-EXIT.
           ADD LT-QUANTITY TO LOT-TOTAL.
           GO TO SUM-LOTS-LOOP.
       SUM-LOTS-EXIT.
           EXIT.
      *A BIN SET UP SINCE THE BACKUP IS NOT IN IT AT ALL, SO THE
      *WALK ABOVE NEVER MEETS ITS POSTINGS.  ONE PASS OF THE
      *JOURNAL FINDS THEM AND LISTS WHAT THE JOURNAL SAYS IT
      *HOLDS.  A BIN THAT NETS TO NOTHING (ONE DELETED WHEN EMPTY)
      *IS LEFT OFF.
       ORPHAN-START.
           MOVE SPACE TO CURRENT-BIN.
           MOVE "N" TO BIN-MISSING.
           MOVE 0 TO BIN-MOVEMENT.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO ROLL-FINISH
           END-START.
       ORPHAN-SCAN.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   PERFORM ORPHAN-FLUSH THRU ORPHAN-FLUSH-EXIT
                   GO TO ROLL-FINISH
           END-READ.
           IF JR-KEY (1:12) NOT = CURRENT-BIN
               PERFORM ORPHAN-FLUSH THRU ORPHAN-FLUSH-EXIT
               MOVE JR-KEY (1:12) TO CURRENT-BIN
               MOVE 0 TO BIN-MOVEMENT
               MOVE JR-STOCK-CODE TO STOCK-CODE
               MOVE JR-LOCATION TO LOCATION-CODE
               MOVE "N" TO BIN-MISSING
               READ STOCK-FILE
                   INVALID MOVE "Y" TO BIN-MISSING
               END-READ
           END-IF.
           IF BIN-MISSING = "N" GO TO ORPHAN-SCAN.
           IF JR-SIGN = "+"
               ADD JR-QUANTITY TO BIN-MOVEMENT.
           IF JR-SIGN = "-"
               SUBTRACT JR-QUANTITY FROM BIN-MOVEMENT.
           GO TO ORPHAN-SCAN.
       ORPHAN-FLUSH.
           IF BIN-MISSING = "N" OR BIN-MOVEMENT = 0
               GO TO ORPHAN-FLUSH-EXIT.
           IF ORPHAN-COUNT = 0
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE ORPHAN-HEADING TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY ORPHAN-HEADING.
           ADD 1 TO ORPHAN-COUNT.
           ADD 1 TO ATTENTION-COUNT.
           MOVE CURRENT-BIN (1:8) TO OL-STOCK-CODE.
           MOVE CURRENT-BIN (9:4) TO OL-LOCATION.
           MOVE BIN-MOVEMENT TO OL-NET.
           MOVE ORPHAN-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY ORPHAN-LINE.
       ORPHAN-FLUSH-EXIT.
           EXIT.
       ROLL-FINISH.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "BINS RESTORED FROM BACKUP" TO CL-LABEL.
           MOVE BINS-RESTORED TO CL-COUNT.
           PERFORM SHOW-COUNT-LINE.
           MOVE "POSTINGS ROLLED FORWARD" TO CL-LABEL.
           MOVE POSTINGS-REPLAYED TO CL-COUNT.
           PERFORM SHOW-COUNT-LINE.
           MOVE "BINS CHANGED" TO CL-LABEL.
           MOVE BINS-CHANGED TO CL-COUNT.
           PERFORM SHOW-COUNT-LINE.
           MOVE "BINS NEEDING ATTENTION" TO CL-LABEL.
           MOVE ATTENTION-COUNT TO CL-COUNT.
           PERFORM SHOW-COUNT-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           CLOSE STOCK-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE TRANS-BACKUP-FILE.
           IF REQ-ON-DISK = "Y" CLOSE REQUEST-FILE.
           IF LOT-ON-DISK = "Y" CLOSE LOT-FILE.
           DISPLAY "RECOVERY REPORT IS ON " STOCK-RFV-FN.
      *THE PROOF - THE ORDINARY RECONCILE OF THE REBUILT FILE
      *AGAINST THE WHOLE JOURNAL
           DISPLAY SPACE.
           DISPLAY "RECONCILING THE REBUILT STOCK FILE".
           CALL "STOCK-RECONCILE" USING SIGNON-BLOCK.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       SHOW-COUNT-LINE.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY COUNT-LINE.
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
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.ITB" TO STOCK-ITB-FN.
           MOVE "TRAIN.JRB" TO STOCK-JRB-FN.
           MOVE "TRAIN.REQ" TO STOCK-REQ-FN.
           MOVE "TRAIN.LOT" TO STOCK-LOT-FN.
           MOVE "TRAIN.RFV" TO STOCK-RFV-FN.
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
       GET-RUN-DATE-EXIT.
           EXIT.
