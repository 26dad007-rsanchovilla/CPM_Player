       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CHARACTER.
       AUTHOR. MICRO FOCUS LTD.
      *MAKES AND PROVES THE MODULUS-11 CHECK CHARACTER ON STOCK
      *CODES AND PURCHASE ORDER NUMBERS - SEE CHKREQ.CPY FOR THE
      *CALLING BLOCK.  EACH CHARACTER BEFORE THE CHECK CHARACTER
      *IS VALUED BY ITS PLACE IN CHECK-SET AND WEIGHTED 2, 3, 4 ...
      *FROM THE RIGHT; ELEVEN LESS THE REMAINDER OF THE SUM OVER
      *ELEVEN IS THE CHECK CHARACTER, 10 WRITTEN "X" AND 11 "0".
      *WHERE THE POSITIONS ARE DIGITS, A SINGLE WRONG DIGIT OR TWO
      *DIGITS TYPED THE WRONG WAY ROUND ALWAYS FAILS.  LETTERS AND
      *MARKS ARE VALUED UP TO 40, SO TWO CHARACTERS ELEVEN PLACES
      *APART IN CHECK-SET (1 AND C, 0 AND B, A AND L) ARE NOT TOLD
      *APART - ONE KEYED FOR THE OTHER, OR THE PAIR SWAPPED, PASSES.
      *THE TWO ENFORCEMENT PARAMETERS ARE READ ON THE FIRST CALL
      *AND HELD FOR THE REST OF THE RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
      /
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "PRMREQ.CPY".
       01  SWITCHES-LOADED PIC X VALUE "N".
       01  CHECK-STOCK-CODES PIC 9 VALUE 0.
       01  CHECK-ORDER-NOS PIC 9 VALUE 0.
       01  CODE-WORK.
           02  CODE-CHAR PIC X OCCURS 8 TIMES.
       01  CODE-LENGTH PIC 9.
       01  DATA-LENGTH PIC 9.
       01  FIELD-LENGTH PIC 9.
       01  CX PIC 9.
       01  SX PIC 99.
       01  CHAR-VALUE PIC 99.
       01  WEIGHT PIC 99.
       01  WEIGHTED-SUM PIC 9(5).
       01  SUM-QUOT PIC 9(5).
       01  SUM-REM PIC 99.
       01  CHECK-VALUE PIC 99.
       01  CHECK-DIGIT PIC 9.
       01  CHECK-RESULT-CHAR PIC X.
      *THE CHARACTERS A CODE IS MADE OF, IN VALUE ORDER FROM 0 -
      *ANYTHING ELSE COUNTS AS 40
       01  CHECK-SET PIC X(40) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-/. ".
       01  CHECK-TABLE REDEFINES CHECK-SET.
           02  SET-CHAR PIC X OCCURS 40 TIMES.
       LINKAGE SECTION.
           COPY "CHKREQ.CPY".
       PROCEDURE DIVISION USING CHECK-REQ-BLOCK.
       CHECK-START.
           MOVE "N" TO CK-RESULT.
           IF SWITCHES-LOADED NOT = "Y"
               PERFORM LOAD-SWITCHES THRU LOAD-SWITCHES-EXIT.
           IF CK-KIND = "P"
               MOVE 6 TO FIELD-LENGTH
           ELSE
               MOVE 8 TO FIELD-LENGTH
           END-IF.
           MOVE CK-CODE TO CODE-WORK.
           PERFORM FIND-LENGTH THRU FIND-LENGTH-EXIT.
           IF CK-FUNCTION = "G" GO TO GENERATE-CHECK.
           IF CK-FUNCTION = "T" GO TO TEST-CHECK.
           IF CK-FUNCTION = "V" GO TO VERIFY-CHECK.
           GO TO CHECK-RETURN.
      *THE BASE TAKES ITS CHECK CHARACTER IN THE NEXT FREE PLACE
       GENERATE-CHECK.
           IF CODE-LENGTH = 0 GO TO CHECK-RETURN.
           IF CODE-LENGTH NOT < FIELD-LENGTH
               MOVE "L" TO CK-RESULT
               GO TO CHECK-RETURN.
           MOVE CODE-LENGTH TO DATA-LENGTH.
           PERFORM COMPUTE-CHECK THRU COMPUTE-CHECK-EXIT.
           MOVE CHECK-RESULT-CHAR TO CODE-CHAR (CODE-LENGTH + 1).
           MOVE CODE-WORK TO CK-CODE.
           MOVE "Y" TO CK-RESULT.
           GO TO CHECK-RETURN.
      *UNTIL THE CODES ON FILE ARE CONVERTED A FAILURE COULD BE AN
      *OLD CODE THAT NEVER HAD ONE, SO NOTHING IS REFUSED
       VERIFY-CHECK.
           IF CK-KIND = "P" AND CHECK-ORDER-NOS NOT = 1
               MOVE "Y" TO CK-RESULT
               GO TO CHECK-RETURN.
           IF CK-KIND NOT = "P" AND CHECK-STOCK-CODES NOT = 1
               MOVE "Y" TO CK-RESULT
               GO TO CHECK-RETURN.
       TEST-CHECK.
           IF CODE-LENGTH < 2 GO TO CHECK-RETURN.
           IF CODE-LENGTH > FIELD-LENGTH GO TO CHECK-RETURN.
           COMPUTE DATA-LENGTH = CODE-LENGTH - 1.
           PERFORM COMPUTE-CHECK THRU COMPUTE-CHECK-EXIT.
           IF CHECK-RESULT-CHAR = CODE-CHAR (CODE-LENGTH)
               MOVE "Y" TO CK-RESULT.
           GO TO CHECK-RETURN.
      *THE LAST CHARACTER THAT IS NOT A SPACE ENDS THE CODE
       FIND-LENGTH.
           MOVE 8 TO CODE-LENGTH.
       FIND-LENGTH-LOOP.
           IF CODE-LENGTH = 0 GO TO FIND-LENGTH-EXIT.
           IF CODE-CHAR (CODE-LENGTH) NOT = SPACE
               GO TO FIND-LENGTH-EXIT.
           SUBTRACT 1 FROM CODE-LENGTH.
           GO TO FIND-LENGTH-LOOP.
       FIND-LENGTH-EXIT.
           EXIT.
      *THE CHECK CHARACTER FOR THE FIRST DATA-LENGTH CHARACTERS
       COMPUTE-CHECK.
           MOVE 0 TO WEIGHTED-SUM.
           MOVE 2 TO WEIGHT.
           PERFORM ADD-ONE-CHAR THRU ADD-ONE-CHAR-EXIT
               VARYING CX FROM DATA-LENGTH BY -1 UNTIL CX < 1.
           DIVIDE WEIGHTED-SUM BY 11 GIVING SUM-QUOT
               REMAINDER SUM-REM.
           COMPUTE CHECK-VALUE = 11 - SUM-REM.
           IF CHECK-VALUE = 10
               MOVE "X" TO CHECK-RESULT-CHAR
               GO TO COMPUTE-CHECK-EXIT.
           IF CHECK-VALUE = 11
               MOVE "0" TO CHECK-RESULT-CHAR
               GO TO COMPUTE-CHECK-EXIT.
           MOVE CHECK-VALUE TO CHECK-DIGIT.
           MOVE CHECK-DIGIT TO CHECK-RESULT-CHAR.
       COMPUTE-CHECK-EXIT.
           EXIT.
       ADD-ONE-CHAR.
           MOVE 1 TO SX.
       ADD-ONE-LOOP.
           IF SX > 40
               MOVE 40 TO CHAR-VALUE
               GO TO ADD-ONE-WEIGH.
           IF SET-CHAR (SX) = CODE-CHAR (CX)
               COMPUTE CHAR-VALUE = SX - 1
               GO TO ADD-ONE-WEIGH.
           ADD 1 TO SX.
           GO TO ADD-ONE-LOOP.
       ADD-ONE-WEIGH.
           COMPUTE WEIGHTED-SUM = WEIGHTED-SUM + CHAR-VALUE * WEIGHT.
           ADD 1 TO WEIGHT.
       ADD-ONE-CHAR-EXIT.
           EXIT.
      *BOTH SWITCHES ARE OFF UNTIL A SUPERVISOR SETS THEM ON
      *STOCK.PRM AFTER THE CONVERSION RUN
       LOAD-SWITCHES.
           MOVE "CHK-STK-CODE" TO PQ-KEY.
           MOVE 0 TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO CHECK-STOCK-CODES.
           MOVE "CHK-PO-NO" TO PQ-KEY.
           MOVE 0 TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO CHECK-ORDER-NOS.
           MOVE "Y" TO SWITCHES-LOADED.
       LOAD-SWITCHES-EXIT.
           EXIT.
       CHECK-RETURN.
           EXIT PROGRAM.
