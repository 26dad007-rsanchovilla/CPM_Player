       01  ENTERED-PROFILE PIC X(8).
       01  ENTERED-AUTHORITY PIC X.
       01  CONFIRM-ANSWER PIC X.
           COPY "PWDREQ.CPY".
       01  MORE-RECORDS PIC X.
       01  LIST-LINE.
           02  LL-OPERATOR-ID PIC X(4).
           PERFORM GET-OPERATOR-DETAILS THRU GET-DETAILS-EXIT.
           MOVE ENTERED-ID TO OM-OPERATOR-ID.
           MOVE ENTERED-NAME TO OM-NAME.
           MOVE "E" TO PW-FUNCTION.
           MOVE ENTERED-ID TO PW-OPERATOR-ID.
           MOVE ENTERED-PASSWORD TO PW-PASSWORD.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           MOVE PW-SALT TO OM-PWD-SALT.
           MOVE PW-STORED TO OM-PASSWORD.
           MOVE PW-FORM TO OM-PWD-FORM.
           MOVE ENTERED-AUTHORITY TO OM-AUTHORITY.
           MOVE "N" TO OM-TRAINING-FLAG.
           MOVE DC-DATE-NUM TO OM-PWD-DATE-NUM.
           DISPLAY "CHANGING " OM-OPERATOR-ID " - " OM-NAME.
           IF ENTERED-ID = SGN-OPERATOR-ID
               DISPLAY "OWN RECORD - AUTHORITY WILL STAY AS IT IS".
           DISPLAY "A BLANK PASSWORD LEAVES THE PRESENT ONE AS IT IS".
           PERFORM GET-OPERATOR-DETAILS THRU GET-DETAILS-EXIT.
           MOVE ENTERED-NAME TO OM-NAME.
           IF ENTERED-PASSWORD NOT = SPACE
               PERFORM RESET-PASSWORD THRU RESET-PASSWORD-EXIT.
           IF ENTERED-ID NOT = SGN-OPERATOR-ID
               MOVE ENTERED-AUTHORITY TO OM-AUTHORITY.
           MOVE ENTERED-PROFILE TO OM-TERM-PROFILE.
               DISPLAY "NOT DELETED."
               GO TO NEXT-ACTION.
           DELETE OPERATOR-FILE.
           MOVE "D" TO PW-FUNCTION.
           MOVE ENTERED-ID TO PW-OPERATOR-ID.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           DISPLAY "OPERATOR DELETED.".
           GO TO NEXT-ACTION.
       LIST-OPERATORS.
           REWRITE OPERATOR-RECORD.
           DISPLAY "ID UNLOCKED.".
           GO TO NEXT-ACTION.
      *THE STORED PASSWORD IS ONE-WAY ENCODED, SO A FORGOTTEN ONE
      *IS SET AFRESH HERE.  THE SAME RULE AS AT SIGN-ON - NOT THE
      *PRESENT PASSWORD NOR ANY OF THE FOUR BEFORE IT.  A FRESH
      *PASSWORD RE-STARTS THE AGEING CLOCK.
       RESET-PASSWORD.
           MOVE "C" TO PW-FUNCTION.
           MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE ENTERED-PASSWORD TO PW-PASSWORD.
           MOVE OM-PWD-SALT TO PW-SALT.
           MOVE OM-PASSWORD TO PW-STORED.
           MOVE OM-PWD-FORM TO PW-FORM.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           IF PW-RESULT = "R"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ONE OF THE LAST FIVE PASSWORDS - LEFT AS IT WAS"
                   TERM-HIGHLIGHT-OFF
               GO TO RESET-PASSWORD-EXIT.
           MOVE PW-SALT TO OM-PWD-SALT.
           MOVE PW-STORED TO OM-PASSWORD.
           MOVE PW-FORM TO OM-PWD-FORM.
           MOVE DC-DATE-NUM TO OM-PWD-DATE-NUM.
       RESET-PASSWORD-EXIT.
           EXIT.
       NO-SUCH-OPERATOR.
           DISPLAY "NO OPERATOR WITH THAT ID ON FILE.".
           GO TO NEXT-ACTION.
