       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DEFINE.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS THE SAVED AD-HOC REPORT DEFINITIONS ON STOCK.ARD.  A
      *SUPERVISOR NAMES A REPORT BY A FOUR-CHARACTER CODE AND SAYS
      *WHICH STOCK ITEM FIELDS PRINT AS ITS COLUMNS, WHICH BINS IT
      *TAKES (UP TO FIVE CONDITIONS ON ANY FIELD - EQUAL, RANGE,
      *GREATER, LESS, NOT BLANK), THE FIELD IT SUBTOTALS ON AND THE
      *ORDER OF THE LINES.  AD-HOC-REPORT RUNS A DEFINITION FROM THE
      *MENU, AND REPORT-QUEUE CAN QUEUE ONE FOR THE NIGHT, SO THE
      *SAME LIST IS NEVER ASKED OF THE OFFICE TWICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-FILE ASSIGN DYNAMIC STOCK-ARD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AD-CODE
           FILE STATUS AD-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE; RECORD 310.
           COPY "ARDFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-ARD-FN PIC X(12) VALUE "STOCK.ARD".
       COPY "TERMPROF.CPY".
           COPY "ARDDICT.CPY".
       01  AD-FILE-STATUS PIC XX.
       01  ENTERED-CODE PIC X(4).
       01  ENTERED-TITLE PIC X(40).
       01  ENTERED-NAME PIC X(12).
       01  ENTERED-OP PIC X.
       01  ENTERED-VALUE PIC X(20).
       01  ENTERED-NUMBER PIC X(10).
       01  ENTERED-NUMBER-9 REDEFINES ENTERED-NUMBER PIC 9(8)V99.
       01  CONFIRM-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  ON-FILE PIC X.
       01  CLEAR-REST PIC X.
       01  RUN-DATE PIC X(10).
       01  FIELD-NO PIC 99.
       01  FIELD-IX PIC 99.
       01  SLOT-IX PIC 9.
       01  COLUMN-COUNT PIC 9.
       01  LINE-WIDTH PIC 999.
       01  SHOW-NAME PIC X(12).
       01  SHOW-NUMBER PIC ZZZZZZZ9.99.
       01  FIELD-DISPLAY.
           02  FL-NO PIC Z9.
           02  FILLER PIC X VALUE SPACE.
           02  FL-NAME PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  FL-TYPE PIC X(6).
           02  FILLER PIC X(7) VALUE " WIDTH ".
           02  FL-WIDTH PIC Z9.
       01  DEFINITION-DISPLAY.
           02  DD-CODE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-TITLE PIC X(40).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-CHANGED-BY PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-CHANGED-DATE PIC X(10).
       01  CONDITION-DISPLAY.
           02  FILLER PIC X(10) VALUE "  WHERE ".
           02  CD-NAME PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  CD-TEST PIC X(9).
           02  FILLER PIC X VALUE SPACE.
           02  CD-LOW PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  CD-HIGH PIC X(20).
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
           DISPLAY "AD-HOC REPORT DEFINITIONS".
           IF SGN-AUTHORITY < 2
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOT AUTHORIZED - SUPERVISOR FUNCTION."
                   TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN I-O DEFINITION-FILE.
           IF AD-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEFINITION-FILE
               CLOSE DEFINITION-FILE
               OPEN I-O DEFINITION-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO RUN-DATE.
       ASK-REPORT.
           DISPLAY SPACE.
           DISPLAY "REPORT CODE (* TO LIST THE REPORTS, ? FOR THE".
           DISPLAY "FIELD LIST, BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO END-IT.
           IF ENTERED-CODE = "*" GO TO LIST-DEFINITIONS.
           IF ENTERED-CODE = "?"
               PERFORM SHOW-FIELD-LIST THRU SHOW-FIELD-LIST-EXIT
               GO TO ASK-REPORT.
           MOVE ENTERED-CODE TO AD-CODE.
           MOVE "Y" TO ON-FILE.
           READ DEFINITION-FILE
               INVALID MOVE "N" TO ON-FILE
           END-READ.
           IF ON-FILE = "N"
               MOVE SPACE TO REPORT-DEFINITION-RECORD
               MOVE ENTERED-CODE TO AD-CODE
               MOVE 0 TO AD-BREAK-FIELD
               MOVE 0 TO SLOT-IX
               PERFORM CLEAR-DEFINITION THRU CLEAR-DEFINITION-EXIT
               DISPLAY "NEW REPORT DEFINITION"
               GO TO ASK-TITLE.
           PERFORM SHOW-DEFINITION THRU SHOW-DEFINITION-EXIT.
       ASK-CHANGE.
           DISPLAY "(C)HANGE, (D)ELETE, OR RETURN TO LEAVE IT: ".
           MOVE SPACE TO ACTION-CHOICE.
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = SPACE GO TO ASK-REPORT.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DELETE-DEFINITION.
           IF ACTION-CHOICE NOT = "C" AND ACTION-CHOICE NOT = "c"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ASK-CHANGE.
      *EVERY PROMPT SHOWS WHAT IS THERE NOW AND A BARE RETURN
      *KEEPS IT, SO A CHANGE TO ONE CONDITION IS A FEW RETURNS
       ASK-TITLE.
           DISPLAY "REPORT TITLE (NOW " AD-TITLE ")".
           DISPLAY "(RETURN KEEPS): ".
           MOVE SPACE TO ENTERED-TITLE.
           ACCEPT ENTERED-TITLE.
           IF ENTERED-TITLE NOT = SPACE
               MOVE ENTERED-TITLE TO AD-TITLE.
           IF AD-TITLE = SPACE
               DISPLAY "THE REPORT NEEDS A TITLE"
               GO TO ASK-TITLE.
       ASK-COLUMNS.
           DISPLAY "COLUMNS, LEFT TO RIGHT - ? LISTS THE FIELDS".
           MOVE 0 TO SLOT-IX.
           MOVE "N" TO CLEAR-REST.
       ASK-COLUMN-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 8 GO TO CHECK-COLUMNS.
           IF CLEAR-REST = "Y"
               MOVE 0 TO AD-COLUMN (SLOT-IX)
               GO TO ASK-COLUMN-LOOP.
           MOVE AD-COLUMN (SLOT-IX) TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "COLUMN " SLOT-IX " (NOW " SHOW-NAME ")".
           DISPLAY "(RETURN KEEPS, - ENDS THE COLUMNS HERE): ".
           MOVE SPACE TO ENTERED-NAME.
           ACCEPT ENTERED-NAME.
           IF ENTERED-NAME = SPACE GO TO ASK-COLUMN-LOOP.
           IF ENTERED-NAME = "-"
               MOVE "Y" TO CLEAR-REST
               MOVE 0 TO AD-COLUMN (SLOT-IX)
               GO TO ASK-COLUMN-LOOP.
           PERFORM FIND-FIELD THRU FIND-FIELD-EXIT.
           IF FIELD-NO = 0
               SUBTRACT 1 FROM SLOT-IX
               GO TO ASK-COLUMN-LOOP.
           MOVE FIELD-NO TO AD-COLUMN (SLOT-IX).
           GO TO ASK-COLUMN-LOOP.
      *THE COLUMNS, A SPACE BETWEEN EACH, HAVE TO GO ACROSS ONE
      *80-CHARACTER REPORT LINE
       CHECK-COLUMNS.
           MOVE 0 TO COLUMN-COUNT.
           MOVE 0 TO LINE-WIDTH.
           MOVE 0 TO SLOT-IX.
       CHECK-COLUMN-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 8 GO TO CHECK-COLUMN-WIDTH.
           IF AD-COLUMN (SLOT-IX) = 0 GO TO CHECK-COLUMN-LOOP.
           MOVE AD-COLUMN (SLOT-IX) TO FIELD-NO.
           ADD 1 TO COLUMN-COUNT.
           ADD AF-WIDTH (FIELD-NO) TO LINE-WIDTH.
           IF COLUMN-COUNT > 1 ADD 1 TO LINE-WIDTH.
           GO TO CHECK-COLUMN-LOOP.
       CHECK-COLUMN-WIDTH.
           IF COLUMN-COUNT = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "THE REPORT NEEDS AT LEAST ONE COLUMN"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-COLUMNS.
           IF LINE-WIDTH > 80
               DISPLAY TERM-HIGHLIGHT-ON
                   "COLUMNS ARE " LINE-WIDTH " CHARACTERS - THE "
                   "LINE HOLDS 80" TERM-HIGHLIGHT-OFF
               GO TO ASK-COLUMNS.
       ASK-CONDITIONS.
           DISPLAY "SELECTION - EVERY CONDITION MUST HOLD FOR A BIN".
           DISPLAY "TO PRINT.  NO CONDITIONS TAKES EVERY BIN.".
           MOVE 0 TO SLOT-IX.
           MOVE "N" TO CLEAR-REST.
       ASK-CONDITION-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 5 GO TO ASK-BREAK.
           PERFORM ASK-ONE-CONDITION THRU ASK-ONE-CONDITION-EXIT.
           GO TO ASK-CONDITION-LOOP.
       ASK-BREAK.
           MOVE AD-BREAK-FIELD TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "SUBTOTAL ON A CHANGE OF (NOW " SHOW-NAME ")".
           DISPLAY "(RETURN KEEPS, - FOR NO SUBTOTALS): ".
           MOVE SPACE TO ENTERED-NAME.
           ACCEPT ENTERED-NAME.
           IF ENTERED-NAME = SPACE GO TO ASK-SORTS.
           IF ENTERED-NAME = "-"
               MOVE 0 TO AD-BREAK-FIELD
               GO TO ASK-SORTS.
           PERFORM FIND-FIELD THRU FIND-FIELD-EXIT.
           IF FIELD-NO = 0 GO TO ASK-BREAK.
           MOVE FIELD-NO TO AD-BREAK-FIELD.
       ASK-SORTS.
           IF AD-BREAK-FIELD = 0
               DISPLAY "SORT ORDER - LINES ARE IN STOCK CODE ORDER"
               DISPLAY "WHERE NO SORT FIELD SAYS OTHERWISE"
           ELSE
               DISPLAY "SORT ORDER WITHIN EACH SUBTOTAL GROUP".
           MOVE 0 TO SLOT-IX.
           MOVE "N" TO CLEAR-REST.
       ASK-SORT-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 3 GO TO SAVE-DEFINITION.
           IF CLEAR-REST = "Y"
               MOVE 0 TO AD-SORT-FIELD (SLOT-IX)
               GO TO ASK-SORT-LOOP.
           MOVE AD-SORT-FIELD (SLOT-IX) TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "SORT FIELD " SLOT-IX " (NOW " SHOW-NAME ")".
           DISPLAY "(RETURN KEEPS, - ENDS THE SORT FIELDS HERE): ".
           MOVE SPACE TO ENTERED-NAME.
           ACCEPT ENTERED-NAME.
           IF ENTERED-NAME = SPACE GO TO ASK-SORT-LOOP.
           IF ENTERED-NAME = "-"
               MOVE "Y" TO CLEAR-REST
               MOVE 0 TO AD-SORT-FIELD (SLOT-IX)
               GO TO ASK-SORT-LOOP.
           PERFORM FIND-FIELD THRU FIND-FIELD-EXIT.
           IF FIELD-NO = 0
               SUBTRACT 1 FROM SLOT-IX
               GO TO ASK-SORT-LOOP.
           MOVE FIELD-NO TO AD-SORT-FIELD (SLOT-IX).
           GO TO ASK-SORT-LOOP.
       SAVE-DEFINITION.
           MOVE SGN-OPERATOR-ID TO AD-CHANGED-BY.
           MOVE RUN-DATE TO AD-CHANGED-DATE.
           IF ON-FILE = "Y"
               REWRITE REPORT-DEFINITION-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "DEFINITION FILE I/O ERROR, STATUS: "
                       AD-FILE-STATUS TERM-HIGHLIGHT-OFF
               END-REWRITE
           ELSE
               WRITE REPORT-DEFINITION-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "DEFINITION FILE I/O ERROR, STATUS: "
                       AD-FILE-STATUS TERM-HIGHLIGHT-OFF
               END-WRITE
           END-IF.
           DISPLAY "REPORT " AD-CODE " SAVED".
           GO TO ASK-REPORT.
       DELETE-DEFINITION.
           DISPLAY "DELETE REPORT " AD-CODE " ? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-REPORT.
           DELETE DEFINITION-FILE RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DEFINITION FILE I/O ERROR, STATUS: "
                   AD-FILE-STATUS TERM-HIGHLIGHT-OFF
           END-DELETE.
           DISPLAY "REPORT " AD-CODE " DELETED".
           GO TO ASK-REPORT.
       LIST-DEFINITIONS.
           MOVE LOW-VALUE TO AD-CODE.
           START DEFINITION-FILE KEY NOT LESS THAN AD-CODE
               INVALID DISPLAY "NO REPORTS DEFINED YET"
               GO TO ASK-REPORT
           END-START.
           DISPLAY "CODE  TITLE                                     "
               "BY    CHANGED".
       LIST-DEFINITIONS-LOOP.
           READ DEFINITION-FILE NEXT RECORD
               AT END DISPLAY "END OF LIST"
               GO TO ASK-REPORT
           END-READ.
           MOVE AD-CODE TO DD-CODE.
           MOVE AD-TITLE TO DD-TITLE.
           MOVE AD-CHANGED-BY TO DD-CHANGED-BY.
           MOVE AD-CHANGED-DATE TO DD-CHANGED-DATE.
           DISPLAY DEFINITION-DISPLAY.
           GO TO LIST-DEFINITIONS-LOOP.
       END-IT.
           CLOSE DEFINITION-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *ONE SELECTION CONDITION - THE FIELD, THE TEST, AND THE
      *VALUE OR VALUES IT TESTS AGAINST.  A NUMBER IS KEYED AS TEN
      *DIGITS THE WAY EVERY AMOUNT IS KEYED ON THIS SYSTEM
       ASK-ONE-CONDITION.
           IF CLEAR-REST = "Y"
               PERFORM CLEAR-CONDITION
               GO TO ASK-ONE-CONDITION-EXIT.
           MOVE AD-COND-FIELD (SLOT-IX) TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "CONDITION " SLOT-IX " FIELD (NOW " SHOW-NAME ")".
           DISPLAY "(RETURN KEEPS, - ENDS THE CONDITIONS HERE): ".
           MOVE SPACE TO ENTERED-NAME.
           ACCEPT ENTERED-NAME.
           IF ENTERED-NAME = SPACE GO TO ASK-ONE-CONDITION-EXIT.
           IF ENTERED-NAME = "-"
               MOVE "Y" TO CLEAR-REST
               PERFORM CLEAR-CONDITION
               GO TO ASK-ONE-CONDITION-EXIT.
           PERFORM FIND-FIELD THRU FIND-FIELD-EXIT.
           IF FIELD-NO = 0 GO TO ASK-ONE-CONDITION.
           PERFORM CLEAR-CONDITION.
           MOVE FIELD-NO TO AD-COND-FIELD (SLOT-IX).
       ASK-CONDITION-TEST.
           DISPLAY "TEST - E EQUAL, R RANGE, G GREATER THAN,".
           DISPLAY "L LESS THAN, N NOT BLANK: ".
           MOVE SPACE TO ENTERED-OP.
           ACCEPT ENTERED-OP.
           IF ENTERED-OP = "e" MOVE "E" TO ENTERED-OP.
           IF ENTERED-OP = "r" MOVE "R" TO ENTERED-OP.
           IF ENTERED-OP = "g" MOVE "G" TO ENTERED-OP.
           IF ENTERED-OP = "l" MOVE "L" TO ENTERED-OP.
           IF ENTERED-OP = "n" MOVE "N" TO ENTERED-OP.
           IF ENTERED-OP NOT = "E" AND ENTERED-OP NOT = "R"
               AND ENTERED-OP NOT = "G" AND ENTERED-OP NOT = "L"
               AND ENTERED-OP NOT = "N"
               DISPLAY "INVALID TEST, TRY AGAIN."
               GO TO ASK-CONDITION-TEST.
           MOVE ENTERED-OP TO AD-COND-OP (SLOT-IX).
           IF ENTERED-OP = "N" GO TO ASK-ONE-CONDITION-EXIT.
       ASK-CONDITION-LOW.
           IF ENTERED-OP = "R"
               DISPLAY "FROM (RETURN FOR NO LOWER LIMIT): "
           ELSE
               DISPLAY "VALUE: ".
           IF AF-TYPE (FIELD-NO) = "A"
               MOVE SPACE TO ENTERED-VALUE
               ACCEPT ENTERED-VALUE
               MOVE ENTERED-VALUE TO AD-COND-LOW (SLOT-IX)
               GO TO ASK-CONDITION-HIGH.
           DISPLAY "(NNNNNNNNNN = NNNNNNNN.NN): ".
           MOVE SPACE TO ENTERED-NUMBER.
           ACCEPT ENTERED-NUMBER.
           IF ENTERED-NUMBER = SPACE AND ENTERED-OP = "R"
               GO TO ASK-CONDITION-HIGH.
           IF ENTERED-NUMBER NOT NUMERIC
               DISPLAY "TEN DIGITS PLEASE, TRY AGAIN."
               GO TO ASK-CONDITION-LOW.
           MOVE ENTERED-NUMBER TO AD-COND-LOW (SLOT-IX).
       ASK-CONDITION-HIGH.
           IF ENTERED-OP NOT = "R" GO TO ASK-ONE-CONDITION-EXIT.
           DISPLAY "TO (RETURN FOR NO UPPER LIMIT): ".
           IF AF-TYPE (FIELD-NO) = "A"
               MOVE SPACE TO ENTERED-VALUE
               ACCEPT ENTERED-VALUE
               MOVE ENTERED-VALUE TO AD-COND-HIGH (SLOT-IX)
               GO TO ASK-ONE-CONDITION-EXIT.
           DISPLAY "(NNNNNNNNNN = NNNNNNNN.NN): ".
           MOVE SPACE TO ENTERED-NUMBER.
           ACCEPT ENTERED-NUMBER.
           IF ENTERED-NUMBER = SPACE GO TO ASK-ONE-CONDITION-EXIT.
           IF ENTERED-NUMBER NOT NUMERIC
               DISPLAY "TEN DIGITS PLEASE, TRY AGAIN."
               GO TO ASK-CONDITION-HIGH.
           MOVE ENTERED-NUMBER TO AD-COND-HIGH (SLOT-IX).
       ASK-ONE-CONDITION-EXIT.
           EXIT.
       CLEAR-CONDITION.
           MOVE 0 TO AD-COND-FIELD (SLOT-IX).
           MOVE SPACE TO AD-COND-OP (SLOT-IX).
           MOVE SPACE TO AD-COND-LOW (SLOT-IX).
           MOVE SPACE TO AD-COND-HIGH (SLOT-IX).
      *A NEW DEFINITION STARTS WITH EVERY FIELD NUMBER AT ZERO
       CLEAR-DEFINITION.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 8 GO TO CLEAR-DEFINITION-EXIT.
           MOVE 0 TO AD-COLUMN (SLOT-IX).
           IF SLOT-IX NOT > 5 PERFORM CLEAR-CONDITION.
           IF SLOT-IX NOT > 3 MOVE 0 TO AD-SORT-FIELD (SLOT-IX).
           GO TO CLEAR-DEFINITION.
       CLEAR-DEFINITION-EXIT.
           EXIT.
      *A FIELD NAME AS KEYED, LOOKED UP IN THE FIELD LIST - ? SHOWS
      *THE LIST.  FIELD-NO COMES BACK ZERO FOR ANYTHING NOT FOUND
       FIND-FIELD.
           MOVE 0 TO FIELD-NO.
           IF ENTERED-NAME = "?"
               PERFORM SHOW-FIELD-LIST THRU SHOW-FIELD-LIST-EXIT
               GO TO FIND-FIELD-EXIT.
           MOVE 0 TO FIELD-IX.
       FIND-FIELD-LOOP.
           ADD 1 TO FIELD-IX.
           IF FIELD-IX > ARD-FIELD-COUNT
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO SUCH FIELD - ? LISTS THEM" TERM-HIGHLIGHT-OFF
               GO TO FIND-FIELD-EXIT.
           IF AF-NAME (FIELD-IX) NOT = ENTERED-NAME
               GO TO FIND-FIELD-LOOP.
           MOVE FIELD-IX TO FIELD-NO.
       FIND-FIELD-EXIT.
           EXIT.
       NAME-OF-FIELD.
           IF FIELD-NO = 0
               MOVE "NONE" TO SHOW-NAME
           ELSE
               MOVE AF-NAME (FIELD-NO) TO SHOW-NAME.
       NAME-OF-FIELD-EXIT.
           EXIT.
       SHOW-FIELD-LIST.
           MOVE 0 TO FIELD-IX.
       SHOW-FIELD-LOOP.
           ADD 1 TO FIELD-IX.
           IF FIELD-IX > ARD-FIELD-COUNT GO TO SHOW-FIELD-LIST-EXIT.
           MOVE FIELD-IX TO FL-NO.
           MOVE AF-NAME (FIELD-IX) TO FL-NAME.
           IF AF-TYPE (FIELD-IX) = "A"
               MOVE "TEXT" TO FL-TYPE
           ELSE
               MOVE "NUMBER" TO FL-TYPE.
           MOVE AF-WIDTH (FIELD-IX) TO FL-WIDTH.
           DISPLAY FIELD-DISPLAY.
           GO TO SHOW-FIELD-LOOP.
       SHOW-FIELD-LIST-EXIT.
           EXIT.
       SHOW-DEFINITION.
           DISPLAY "TITLE    " AD-TITLE.
           DISPLAY "CHANGED  " AD-CHANGED-DATE " BY " AD-CHANGED-BY.
           MOVE 0 TO SLOT-IX.
       SHOW-COLUMN-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 8 GO TO SHOW-CONDITIONS.
           IF AD-COLUMN (SLOT-IX) = 0 GO TO SHOW-COLUMN-LOOP.
           MOVE AD-COLUMN (SLOT-IX) TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "  COLUMN " SHOW-NAME.
           GO TO SHOW-COLUMN-LOOP.
       SHOW-CONDITIONS.
           MOVE 0 TO SLOT-IX.
       SHOW-CONDITION-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 5 GO TO SHOW-ORDER.
           IF AD-COND-FIELD (SLOT-IX) = 0 GO TO SHOW-CONDITION-LOOP.
           PERFORM SHOW-ONE-CONDITION THRU SHOW-ONE-CONDITION-EXIT.
           GO TO SHOW-CONDITION-LOOP.
       SHOW-ORDER.
           MOVE AD-BREAK-FIELD TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "  SUBTOTAL ON " SHOW-NAME.
           MOVE 0 TO SLOT-IX.
       SHOW-SORT-LOOP.
           ADD 1 TO SLOT-IX.
           IF SLOT-IX > 3 GO TO SHOW-DEFINITION-EXIT.
           IF AD-SORT-FIELD (SLOT-IX) = 0 GO TO SHOW-SORT-LOOP.
           MOVE AD-SORT-FIELD (SLOT-IX) TO FIELD-NO.
           PERFORM NAME-OF-FIELD THRU NAME-OF-FIELD-EXIT.
           DISPLAY "  SORT BY " SHOW-NAME.
           GO TO SHOW-SORT-LOOP.
       SHOW-DEFINITION-EXIT.
           EXIT.
       SHOW-ONE-CONDITION.
           MOVE AD-COND-FIELD (SLOT-IX) TO FIELD-NO.
           MOVE AF-NAME (FIELD-NO) TO CD-NAME.
           MOVE SPACE TO CD-LOW.
           MOVE SPACE TO CD-HIGH.
           IF AD-COND-OP (SLOT-IX) = "E" MOVE "EQUALS" TO CD-TEST.
           IF AD-COND-OP (SLOT-IX) = "R" MOVE "FROM/TO" TO CD-TEST.
           IF AD-COND-OP (SLOT-IX) = "G" MOVE "OVER" TO CD-TEST.
           IF AD-COND-OP (SLOT-IX) = "L" MOVE "UNDER" TO CD-TEST.
           IF AD-COND-OP (SLOT-IX) = "N" MOVE "NOT BLANK" TO CD-TEST.
           IF AF-TYPE (FIELD-NO) = "A"
               MOVE AD-COND-LOW (SLOT-IX) TO CD-LOW
               MOVE AD-COND-HIGH (SLOT-IX) TO CD-HIGH
               GO TO SHOW-ONE-CONDITION-PUT.
           IF AD-COND-LOW (SLOT-IX) NOT = SPACE
               MOVE AD-COND-LOW (SLOT-IX) TO ENTERED-NUMBER
               MOVE ENTERED-NUMBER-9 TO SHOW-NUMBER
               MOVE SHOW-NUMBER TO CD-LOW.
           IF AD-COND-HIGH (SLOT-IX) NOT = SPACE
               MOVE AD-COND-HIGH (SLOT-IX) TO ENTERED-NUMBER
               MOVE ENTERED-NUMBER-9 TO SHOW-NUMBER
               MOVE SHOW-NUMBER TO CD-HIGH.
       SHOW-ONE-CONDITION-PUT.
           DISPLAY CONDITION-DISPLAY.
       SHOW-ONE-CONDITION-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.ARD" TO STOCK-ARD-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
