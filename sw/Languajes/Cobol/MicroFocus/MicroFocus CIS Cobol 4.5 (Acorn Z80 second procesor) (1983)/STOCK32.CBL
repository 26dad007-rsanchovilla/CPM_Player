           ACCESS DYNAMIC
           RECORD KEY BG-KEY
           FILE STATUS BG-FILE-STATUS.
      *THE DIVISIONS AND DIRECTORATES THE DEPARTMENTS ROLL UP TO
           SELECT DIV-FILE ASSIGN DYNAMIC STOCK-DIV-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DV-KEY
           FILE STATUS DV-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
       FD  DIV-FILE; RECORD 50.
           COPY "DIVFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-DIV-FN PIC X(12) VALUE "STOCK.DIV".
       COPY "TERMPROF.CPY".
       01  AU-STATUS PIC XX.
       01  BG-FILE-STATUS PIC XX.
       01  DV-FILE-STATUS PIC XX.
       01  NEW-DIVISION PIC X(4).
       01  ENTERED-LEVEL PIC X.
       01  LEVEL-NAME PIC X(11).
       01  NEW-PARENT PIC X(4).
       01  IN-USE-COUNT PIC 9(4).
       01  HELD-DIVISION PIC X(50).
       01  ENTERED-PERIOD PIC X(6).
       01  ENTERED-PERIOD-9 REDEFINES ENTERED-PERIOD PIC 9(6).
       01  PERIOD-SPLIT REDEFINES ENTERED-PERIOD.
       01  NEW-BASIS-SHOW PIC X(20).
       01  PCT-EDIT PIC Z9.9.
       01  CONFIRM-ANSWER PIC X.
       01  NEW-TYPE PIC X.
       01  NEW-TERMS-X PIC X(3).
       01  NEW-TERMS-9 REDEFINES NEW-TERMS-X PIC 999.
       01  NEW-ADDRESS-1 PIC X(25).
       01  NEW-ADDRESS-2 PIC X(25).
       01  MORE-ANSWER PIC X.
       01  BROWSE-LINE-COUNT PIC 99.
       01  BROWSE-DISPLAY.
           02  BD-CODE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-NAME PIC X(30).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-TYPE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-DIVISION PIC X(4).
       01  HIERARCHY-DISPLAY.
           02  HD-LEVEL PIC X(11).
           02  FILLER PIC X VALUE SPACE.
           02  HD-CODE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  HD-NAME PIC X(30).
           02  FILLER PIC XX VALUE SPACE.
           02  HD-PARENT PIC X(4).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN I-O DIV-FILE.
           IF DV-FILE-STATUS NOT = "00"
               OPEN OUTPUT DIV-FILE
               CLOSE DIV-FILE
               OPEN I-O DIV-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(A)DD, (C)HANGE, (D)ELETE, (B)ROWSE,".
           DISPLAY "BUD(G)ETS, DIVISIONS AND DIRECTORATES (H),".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-DEPT.
               GO TO BROWSE-DEPTS.
           IF ACTION-CHOICE = "G" OR ACTION-CHOICE = "g"
               GO TO BUDGET-MAINT.
           IF ACTION-CHOICE = "H" OR ACTION-CHOICE = "h"
               GO TO HIERARCHY-MAINT.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
               DISPLAY TERM-HIGHLIGHT-ON "NAME MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-DEPT-NAME.
           MOVE SPACE TO DEPT-RECORD.
           MOVE ENTERED-CODE TO DEPT-CODE.
           MOVE NEW-NAME TO DEPT-NAME.
           PERFORM GET-CHARGE-BASIS THRU GET-BASIS-EXIT.
           MOVE NEW-BASIS TO DEPT-CHARGE-BASIS.
           MOVE ENTERED-PCT-9 TO DEPT-PLUS-PCT.
           PERFORM GET-CUSTOMER-DETAILS THRU GET-CUSTOMER-EXIT.
           MOVE NEW-TYPE TO DEPT-TYPE.
           MOVE NEW-TERMS-X TO DEPT-TERMS-DAYS-X.
           MOVE NEW-ADDRESS-1 TO DEPT-ADDRESS-1.
           MOVE NEW-ADDRESS-2 TO DEPT-ADDRESS-2.
           DISPLAY "DIVISION THE DEPARTMENT ROLLS UP TO".
           DISPLAY "(BLANK = NOT YET PLACED): ".
           PERFORM GET-DIVISION THRU GET-DIVISION-EXIT.
           IF NEW-DIVISION = "*"
               MOVE SPACE TO NEW-DIVISION.
           MOVE NEW-DIVISION TO DEPT-DIVISION.
           WRITE DEPT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DEPT FILE I/O ERROR, STATUS: " DP-FILE-STATUS
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           MOVE NEW-BASIS TO DEPT-CHARGE-BASIS.
           MOVE ENTERED-PCT-9 TO DEPT-PLUS-PCT.
           IF DEPT-TYPE = "C"
               DISPLAY "OUTSIDE CUSTOMER, TERMS " DEPT-TERMS-DAYS
                   " DAYS"
               DISPLAY "  " DEPT-ADDRESS-1
               DISPLAY "  " DEPT-ADDRESS-2
           ELSE
               DISPLAY "INTERNAL DEPARTMENT"
           END-IF.
           DISPLAY "CHANGE CUSTOMER DETAILS? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
               PERFORM GET-CUSTOMER-DETAILS THRU GET-CUSTOMER-EXIT
               IF NEW-TYPE NOT = DEPT-TYPE
                   MOVE "STOCK.DEP" TO AU-FILE-NAME
                   MOVE DEPT-CODE TO AU-RECORD-KEY
                   MOVE "DEPT-TYPE" TO AU-FIELD-NAME
                   MOVE DEPT-TYPE TO AU-OLD-VALUE
                   MOVE NEW-TYPE TO AU-NEW-VALUE
                   PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               END-IF
               IF NEW-TERMS-X NOT = DEPT-TERMS-DAYS-X
                   MOVE "STOCK.DEP" TO AU-FILE-NAME
                   MOVE DEPT-CODE TO AU-RECORD-KEY
                   MOVE "CUST-TERMS" TO AU-FIELD-NAME
                   MOVE DEPT-TERMS-DAYS-X TO AU-OLD-VALUE
                   MOVE NEW-TERMS-X TO AU-NEW-VALUE
                   PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               END-IF
               MOVE NEW-TYPE TO DEPT-TYPE
               MOVE NEW-TERMS-X TO DEPT-TERMS-DAYS-X
               MOVE NEW-ADDRESS-1 TO DEPT-ADDRESS-1
               MOVE NEW-ADDRESS-2 TO DEPT-ADDRESS-2.
           DISPLAY "DIVISION: " DEPT-DIVISION.
           DISPLAY "NEW DIVISION (BLANK TO KEEP, * FOR NONE): ".
           PERFORM GET-DIVISION THRU GET-DIVISION-EXIT.
           IF NEW-DIVISION = SPACE
               MOVE DEPT-DIVISION TO NEW-DIVISION.
           IF NEW-DIVISION = "*"
               MOVE SPACE TO NEW-DIVISION.
           IF NEW-DIVISION NOT = DEPT-DIVISION
               MOVE "STOCK.DEP" TO AU-FILE-NAME
               MOVE DEPT-CODE TO AU-RECORD-KEY
               MOVE "DEPT-DIV" TO AU-FIELD-NAME
               MOVE DEPT-DIVISION TO AU-OLD-VALUE
               MOVE NEW-DIVISION TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               MOVE NEW-DIVISION TO DEPT-DIVISION.
           REWRITE DEPT-RECORD.
           GO TO ASK-ACTION.
       DELETE-DEPT.
           END-READ.
           MOVE DEPT-CODE TO BD-CODE.
           MOVE DEPT-NAME TO BD-NAME.
           MOVE SPACE TO BD-TYPE.
           IF DEPT-TYPE = "C" MOVE "CUSTOMER" TO BD-TYPE.
           MOVE DEPT-DIVISION TO BD-DIVISION.
           DISPLAY BROWSE-DISPLAY.
           ADD 1 TO BROWSE-LINE-COUNT.
           IF BROWSE-LINE-COUNT < 15 GO TO BROWSE-LOOP.
               GO TO GET-BASIS-PCT.
       GET-BASIS-EXIT.
           EXIT.
      *AN OUTSIDE CUSTOMER IS INVOICED FOR WHAT IT IS ISSUED, SO
      *IT NEEDS PAYMENT TERMS AND AN ADDRESS FOR ITS STATEMENT.  A
      *BARE RETURN KEEPS THE CODE AN INTERNAL DEPARTMENT.
       GET-CUSTOMER-DETAILS.
           MOVE SPACE TO NEW-TERMS-X.
           MOVE SPACE TO NEW-ADDRESS-1.
           MOVE SPACE TO NEW-ADDRESS-2.
           DISPLAY "OUTSIDE CUSTOMER, INVOICED FOR ISSUES? (Y/N): ".
           MOVE SPACE TO NEW-TYPE.
           ACCEPT NEW-TYPE.
           IF NEW-TYPE NOT = "Y" AND NEW-TYPE NOT = "y"
               MOVE SPACE TO NEW-TYPE
               GO TO GET-CUSTOMER-EXIT.
           MOVE "C" TO NEW-TYPE.
       GET-CUSTOMER-TERMS.
           DISPLAY "PAYMENT TERMS, DAYS (NNN, BLANK = HOUSE TERMS): ".
           MOVE SPACE TO NEW-TERMS-X.
           ACCEPT NEW-TERMS-X.
           IF NEW-TERMS-X NOT = SPACE AND NEW-TERMS-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "TERMS NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-CUSTOMER-TERMS.
           DISPLAY "STATEMENT ADDRESS LINE 1: ".
           ACCEPT NEW-ADDRESS-1.
           DISPLAY "STATEMENT ADDRESS LINE 2: ".
           ACCEPT NEW-ADDRESS-2.
       GET-CUSTOMER-EXIT.
           EXIT.
      *THE DIVISION A DEPARTMENT ROLLS UP TO MUST BE ON STOCK.DIV.
      *THE CALLER HAS ALREADY SAID WHAT A BLANK MEANS; "*" COMES
      *BACK AS IT WAS TYPED FOR THE CALLER TO CLEAR THE FIELD.
       GET-DIVISION.
           MOVE SPACE TO NEW-DIVISION.
           ACCEPT NEW-DIVISION.
           IF NEW-DIVISION = SPACE OR NEW-DIVISION = "*"
               GO TO GET-DIVISION-EXIT.
           MOVE "V" TO DV-LEVEL.
           MOVE NEW-DIVISION TO DV-CODE.
           READ DIV-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "NO SUCH DIVISION - SET IT UP UNDER (H) FIRST"
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DIVISION CODE: "
               GO TO GET-DIVISION
           END-READ.
           DISPLAY DV-NAME.
       GET-DIVISION-EXIT.
           EXIT.
      *DIVISIONS AND THE DIRECTORATES ABOVE THEM.  A DIVISION NAMES
      *ITS DIRECTORATE, WHICH MUST ALREADY BE ON FILE; NEITHER CAN
      *BE DELETED WHILE ANYTHING STILL ROLLS UP TO IT.  CHANGES GO
      *TO THE AMENDMENT AUDIT LIKE THE DEPARTMENT'S OWN.
       HIERARCHY-MAINT.
           DISPLAY SPACE.
           DISPLAY "DI(V)ISION, DIRECTO(R)ATE, (L)IST,".
           DISPLAY "OR BLANK TO GO BACK: ".
           MOVE SPACE TO ENTERED-LEVEL.
           ACCEPT ENTERED-LEVEL.
           IF ENTERED-LEVEL = SPACE GO TO ASK-ACTION.
           IF ENTERED-LEVEL = "v" MOVE "V" TO ENTERED-LEVEL.
           IF ENTERED-LEVEL = "r" MOVE "R" TO ENTERED-LEVEL.
           IF ENTERED-LEVEL = "L" OR ENTERED-LEVEL = "l"
               GO TO LIST-HIERARCHY.
           IF ENTERED-LEVEL NOT = "V" AND ENTERED-LEVEL NOT = "R"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO HIERARCHY-MAINT.
           MOVE "DIVISION" TO LEVEL-NAME.
           IF ENTERED-LEVEL = "R" MOVE "DIRECTORATE" TO LEVEL-NAME.
       HIERARCHY-ASK-CODE.
           DISPLAY LEVEL-NAME " CODE (BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO HIERARCHY-MAINT.
           MOVE ENTERED-LEVEL TO DV-LEVEL.
           MOVE ENTERED-CODE TO DV-CODE.
           READ DIV-FILE
               INVALID GO TO HIERARCHY-ADD
           END-READ.
           DISPLAY LEVEL-NAME " " DV-CODE " " DV-NAME.
           IF ENTERED-LEVEL = "V"
               DISPLAY "REPORTS TO DIRECTORATE " DV-PARENT.
           DISPLAY "(C)HANGE, (D)ELETE, OR RETURN TO LEAVE: ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "C" OR CONFIRM-ANSWER = "c"
               GO TO HIERARCHY-CHANGE.
           IF CONFIRM-ANSWER = "D" OR CONFIRM-ANSWER = "d"
               GO TO HIERARCHY-DELETE.
           GO TO HIERARCHY-ASK-CODE.
       HIERARCHY-ADD.
           DISPLAY "NOT ON FILE - ADD IT? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO HIERARCHY-ASK-CODE.
       HIERARCHY-ADD-NAME.
           DISPLAY "ENTER " LEVEL-NAME " NAME: ".
           MOVE SPACE TO NEW-NAME.
           ACCEPT NEW-NAME.
           IF NEW-NAME = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "NAME MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO HIERARCHY-ADD-NAME.
           MOVE SPACE TO NEW-PARENT.
           IF ENTERED-LEVEL = "V"
               DISPLAY "DIRECTORATE IT REPORTS TO: "
               PERFORM GET-PARENT THRU GET-PARENT-EXIT.
           MOVE SPACE TO DIVISION-RECORD.
           MOVE ENTERED-LEVEL TO DV-LEVEL.
           MOVE ENTERED-CODE TO DV-CODE.
           MOVE NEW-NAME TO DV-NAME.
           MOVE NEW-PARENT TO DV-PARENT.
           WRITE DIVISION-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DIVISION FILE I/O ERROR, STATUS: " DV-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO HIERARCHY-ASK-CODE.
       HIERARCHY-CHANGE.
           DISPLAY "NEW NAME (BLANK TO KEEP): ".
           MOVE SPACE TO NEW-NAME.
           ACCEPT NEW-NAME.
           IF NEW-NAME NOT = SPACE
               AND NEW-NAME NOT = DV-NAME
               MOVE "STOCK.DIV" TO AU-FILE-NAME
               MOVE DV-KEY TO AU-RECORD-KEY
               MOVE "DV-NAME" TO AU-FIELD-NAME
               MOVE DV-NAME TO AU-OLD-VALUE
               MOVE NEW-NAME TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               MOVE NEW-NAME TO DV-NAME.
           IF ENTERED-LEVEL = "R" GO TO HIERARCHY-REWRITE.
           DISPLAY "NEW DIRECTORATE (BLANK TO KEEP): ".
           PERFORM GET-PARENT THRU GET-PARENT-EXIT.
           IF NEW-PARENT NOT = SPACE
               AND NEW-PARENT NOT = DV-PARENT
               MOVE "STOCK.DIV" TO AU-FILE-NAME
               MOVE DV-KEY TO AU-RECORD-KEY
               MOVE "DV-PARENT" TO AU-FIELD-NAME
               MOVE DV-PARENT TO AU-OLD-VALUE
               MOVE NEW-PARENT TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               MOVE NEW-PARENT TO DV-PARENT.
       HIERARCHY-REWRITE.
           REWRITE DIVISION-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DIVISION FILE I/O ERROR, STATUS: " DV-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO HIERARCHY-ASK-CODE.
       HIERARCHY-DELETE.
           PERFORM COUNT-HIERARCHY-USE THRU COUNT-HIERARCHY-EXIT.
           IF IN-USE-COUNT NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON IN-USE-COUNT
                   " STILL ROLL UP TO IT - MOVE THEM FIRST"
                   TERM-HIGHLIGHT-OFF
               GO TO HIERARCHY-ASK-CODE.
           DISPLAY "DELETE " LEVEL-NAME " " ENTERED-CODE " ? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO HIERARCHY-ASK-CODE.
           MOVE ENTERED-LEVEL TO DV-LEVEL.
           MOVE ENTERED-CODE TO DV-CODE.
           DELETE DIV-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DIVISION FILE I/O ERROR, STATUS: " DV-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-DELETE.
           GO TO HIERARCHY-ASK-CODE.
      *A DIVISION IS IN USE WHILE ANY DEPARTMENT NAMES IT, A
      *DIRECTORATE WHILE ANY DIVISION DOES
       COUNT-HIERARCHY-USE.
           MOVE 0 TO IN-USE-COUNT.
           IF ENTERED-LEVEL = "R" GO TO COUNT-DIVISIONS.
           MOVE LOW-VALUE TO DEPT-CODE.
           START DEPT-FILE KEY NOT LESS THAN DEPT-CODE
               INVALID GO TO COUNT-HIERARCHY-EXIT
           END-START.
       COUNT-DEPTS-LOOP.
           READ DEPT-FILE NEXT RECORD
               AT END GO TO COUNT-HIERARCHY-EXIT
           END-READ.
           IF DEPT-DIVISION = ENTERED-CODE ADD 1 TO IN-USE-COUNT.
           GO TO COUNT-DEPTS-LOOP.
       COUNT-DIVISIONS.
           MOVE "V" TO DV-LEVEL.
           MOVE LOW-VALUE TO DV-CODE.
           START DIV-FILE KEY NOT LESS THAN DV-KEY
               INVALID GO TO COUNT-HIERARCHY-EXIT
           END-START.
       COUNT-DIVISIONS-LOOP.
           READ DIV-FILE NEXT RECORD
               AT END GO TO COUNT-HIERARCHY-EXIT
           END-READ.
           IF DV-LEVEL NOT = "V" GO TO COUNT-HIERARCHY-EXIT.
           IF DV-PARENT = ENTERED-CODE ADD 1 TO IN-USE-COUNT.
           GO TO COUNT-DIVISIONS-LOOP.
       COUNT-HIERARCHY-EXIT.
           EXIT.
      *A DIVISION'S DIRECTORATE MUST BE ON FILE.  A BLANK COMES
      *BACK BLANK FOR THE CALLER TO DEAL WITH.
       GET-PARENT.
           MOVE SPACE TO NEW-PARENT.
           ACCEPT NEW-PARENT.
           IF NEW-PARENT = SPACE GO TO GET-PARENT-EXIT.
           MOVE DIVISION-RECORD TO HELD-DIVISION.
           MOVE "R" TO DV-LEVEL.
           MOVE NEW-PARENT TO DV-CODE.
           READ DIV-FILE
               INVALID
                   MOVE HELD-DIVISION TO DIVISION-RECORD
                   DISPLAY TERM-HIGHLIGHT-ON "NO SUCH DIRECTORATE"
                       TERM-HIGHLIGHT-OFF
                   DISPLAY "DIRECTORATE CODE: "
                   GO TO GET-PARENT
           END-READ.
           DISPLAY DV-NAME.
           MOVE HELD-DIVISION TO DIVISION-RECORD.
       GET-PARENT-EXIT.
           EXIT.
      *THE DIRECTORATES FIRST, THEN THE DIVISIONS WITH THE
      *DIRECTORATE EACH REPORTS TO
       LIST-HIERARCHY.
           MOVE 0 TO BROWSE-LINE-COUNT.
           MOVE LOW-VALUE TO DV-KEY.
           MOVE "R" TO DV-LEVEL.
           START DIV-FILE KEY NOT LESS THAN DV-KEY
               INVALID GO TO LIST-DIVISIONS
           END-START.
       LIST-DIRECTORATES-LOOP.
           READ DIV-FILE NEXT RECORD
               AT END GO TO LIST-DIVISIONS
           END-READ.
           IF DV-LEVEL NOT = "R" GO TO LIST-DIVISIONS.
           PERFORM LIST-ONE-ENTRY THRU LIST-ONE-EXIT.
           IF MORE-ANSWER = "N" GO TO HIERARCHY-MAINT.
           GO TO LIST-DIRECTORATES-LOOP.
       LIST-DIVISIONS.
           MOVE LOW-VALUE TO DV-KEY.
           MOVE "V" TO DV-LEVEL.
           START DIV-FILE KEY NOT LESS THAN DV-KEY
               INVALID GO TO LIST-HIERARCHY-END
           END-START.
       LIST-DIVISIONS-LOOP.
           READ DIV-FILE NEXT RECORD
               AT END GO TO LIST-HIERARCHY-END
           END-READ.
           IF DV-LEVEL NOT = "V" GO TO LIST-HIERARCHY-END.
           PERFORM LIST-ONE-ENTRY THRU LIST-ONE-EXIT.
           IF MORE-ANSWER = "N" GO TO HIERARCHY-MAINT.
           GO TO LIST-DIVISIONS-LOOP.
       LIST-HIERARCHY-END.
           DISPLAY "END OF DIVISION FILE".
           GO TO HIERARCHY-MAINT.
       LIST-ONE-ENTRY.
           MOVE "Y" TO MORE-ANSWER.
           MOVE "DIRECTORATE" TO HD-LEVEL.
           IF DV-LEVEL = "V" MOVE "DIVISION" TO HD-LEVEL.
           MOVE DV-CODE TO HD-CODE.
           MOVE DV-NAME TO HD-NAME.
           MOVE DV-PARENT TO HD-PARENT.
           DISPLAY HIERARCHY-DISPLAY.
           ADD 1 TO BROWSE-LINE-COUNT.
           IF BROWSE-LINE-COUNT < 15 GO TO LIST-ONE-EXIT.
           MOVE 0 TO BROWSE-LINE-COUNT.
           DISPLAY "MORE? (Y/N): ".
           ACCEPT MORE-ANSWER.
           IF MORE-ANSWER = "y" MOVE "Y" TO MORE-ANSWER.
           IF MORE-ANSWER NOT = "Y" MOVE "N" TO MORE-ANSWER.
       LIST-ONE-EXIT.
           EXIT.
      *A DEPARTMENT'S BUDGET FOR A PERIOD (YYYYMM) - SHOWN WITH THE
      *RUNNING SPENT-TO-DATE THE ISSUE PROGRAMS KEEP, SO THE FIGURE
      *SET HERE IS SET WITH THE ACTUALS IN VIEW.  CHANGES GO TO THE
           CLOSE DEPT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE BUDGET-FILE.
           CLOSE DIV-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           MOVE "TRAIN.BUD" TO STOCK-BUD-FN.
           MOVE "TRAIN.DIV" TO STOCK-DIV-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
