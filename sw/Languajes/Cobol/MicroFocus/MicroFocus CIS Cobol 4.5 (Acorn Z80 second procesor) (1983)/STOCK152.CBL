       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-CONTROL.
       AUTHOR. MICRO FOCUS LTD.
      *EVERY PASSWORD CHECK AND CHANGE IN THE SUITE COMES THROUGH
      *HERE - SEE PWDREQ.CPY FOR THE CALLING BLOCK.  A PASSWORD IS
      *STORED ONLY AS AN EIGHT-CHARACTER ONE-WAY ENCODING OF THE
      *OPERATOR'S THREE-CHARACTER SALT FOLLOWED BY THE PASSWORD AS
      *TYPED.  THE SALT IS MADE FRESH EVERY TIME A PASSWORD IS SET,
      *SO TWO OPERATORS WITH THE SAME PASSWORD DO NOT SHOW THE SAME
      *STORED VALUE AND A DUMP OF STOCK.OPR OR A BACKUP DISKETTE
      *GIVES NOTHING AWAY.  THERE IS NO WAY BACK FROM THE STORED
      *FORM - A FORGOTTEN PASSWORD CAN ONLY BE SET AFRESH IN
      *OPERATOR-MAINT.
      *THE LAST FOUR PASSWORDS EACH OPERATOR HAS HAD ARE KEPT, IN
      *THE SAME ENCODED FORM, ON STOCK.OPH SO A CHANGE CANNOT
      *SIMPLY GO BACK TO ONE OF THEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN "STOCK.OPH"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY OH-OPERATOR-ID
           FILE STATUS OH-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE; RECORD 52.
           COPY "OPHFILE.CPY".
       WORKING-STORAGE SECTION.
       01  OH-FILE-STATUS PIC XX.
       01  HISTORY-FOUND PIC X.
       01  PASSWORD-REUSED PIC X.
       01  HX PIC 9.
       01  KX PIC 99.
       01  CX PIC 99.
       01  TIME-NOW PIC X(8).
       01  TIME-NOW-NUM REDEFINES TIME-NOW PIC 9(8).
       01  CALL-COUNT PIC 9(4) VALUE 0.
      *THE SALT AND PASSWORD RUN TOGETHER AS THE ELEVEN CHARACTERS
      *THAT ARE ENCODED
       01  KEY-TEXT.
           02  KEY-SALT PIC X(3).
           02  KEY-PASSWORD PIC X(8).
       01  KEY-TABLE REDEFINES KEY-TEXT.
           02  KEY-CHAR PIC X OCCURS 11 TIMES.
       01  KEY-CODES.
           02  KEY-CODE PIC 99 OCCURS 11 TIMES.
       01  ENCODED-RESULT.
           02  ENCODED-CHAR PIC X OCCURS 8 TIMES.
       01  NEW-SALT.
           02  SALT-CHAR PIC X OCCURS 3 TIMES.
       01  MIX-VALUE PIC 9(9).
       01  MIX-WORK PIC 9(18).
       01  MIX-QUOT PIC 9(18).
       01  MIX-ROUND PIC 99.
       01  OUT-CODE PIC 99.
      *EVERY CHARACTER A KEYBOARD CAN TYPE, IN CODE ORDER - A
      *CHARACTER'S PLACE HERE IS THE NUMBER THE ENCODING WORKS ON
       01  PRINTABLE-SET.
           02  FILLER PIC X(32) VALUE
               " !""#$%&'()*+,-./0123456789:;<=>?".
           02  FILLER PIC X(32) VALUE
               "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           02  FILLER PIC X(31) VALUE
               "`abcdefghijklmnopqrstuvwxyz{|}~".
       01  PRINTABLE-TABLE REDEFINES PRINTABLE-SET.
           02  PRINTABLE-CHAR PIC X OCCURS 95 TIMES.
      *THE 64 CHARACTERS THE STORED FORM AND THE SALT ARE WRITTEN IN
       01  ENCODING-SET.
           02  FILLER PIC X(32) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef".
           02  FILLER PIC X(32) VALUE
               "ghijklmnopqrstuvwxyz0123456789./".
       01  ENCODING-TABLE REDEFINES ENCODING-SET.
           02  CODE-CHAR PIC X OCCURS 64 TIMES.
       LINKAGE SECTION.
           COPY "PWDREQ.CPY".
       PROCEDURE DIVISION USING PASSWORD-REQ-BLOCK.
       CONTROL-START.
           MOVE "N" TO PW-RESULT.
           IF PW-FUNCTION = "V" GO TO VERIFY-PASSWORD.
           IF PW-FUNCTION = "E" GO TO ENCODE-NEW.
           IF PW-FUNCTION = "C" GO TO CHANGE-PASSWORD.
           IF PW-FUNCTION = "D" GO TO DROP-HISTORY.
           GO TO CONTROL-RETURN.
      *A RECORD STILL IN CLEAR IS CHECKED AS IT STANDS, AND A GOOD
      *MATCH GOES BACK ENCODED SO THE CALLER'S REWRITE PUTS THE
      *CLEAR PASSWORD OFF THE FILE FOR GOOD
       VERIFY-PASSWORD.
           IF PW-FORM = "E" GO TO VERIFY-ENCODED.
           IF PW-PASSWORD NOT = PW-STORED GO TO CONTROL-RETURN.
           PERFORM SET-NEW-PASSWORD THRU SET-NEW-PASSWORD-EXIT.
           GO TO CONTROL-RETURN.
       VERIFY-ENCODED.
           MOVE PW-SALT TO KEY-SALT.
           MOVE PW-PASSWORD TO KEY-PASSWORD.
           PERFORM ENCODE-KEY THRU ENCODE-KEY-EXIT.
           IF ENCODED-RESULT = PW-STORED
               MOVE "Y" TO PW-RESULT.
           GO TO CONTROL-RETURN.
       ENCODE-NEW.
           PERFORM SET-NEW-PASSWORD THRU SET-NEW-PASSWORD-EXIT.
           GO TO CONTROL-RETURN.
      *THE NEW PASSWORD MAY NOT BE THE PRESENT ONE NOR ANY OF THE
      *LAST FOUR - EACH IS TRIED UNDER THE SALT IT WAS STORED WITH
       CHANGE-PASSWORD.
           IF PW-FORM NOT = "E"
               IF PW-PASSWORD = PW-STORED
                   MOVE "R" TO PW-RESULT
                   GO TO CONTROL-RETURN.
           IF PW-FORM = "E"
               MOVE PW-SALT TO KEY-SALT
               MOVE PW-PASSWORD TO KEY-PASSWORD
               PERFORM ENCODE-KEY THRU ENCODE-KEY-EXIT
               IF ENCODED-RESULT = PW-STORED
                   MOVE "R" TO PW-RESULT
                   GO TO CONTROL-RETURN.
           PERFORM OPEN-HISTORY THRU OPEN-HISTORY-EXIT.
           IF OH-FILE-STATUS NOT = "00" GO TO CHANGE-SET.
           MOVE "N" TO PASSWORD-REUSED.
           PERFORM CHECK-HISTORY THRU CHECK-HISTORY-EXIT
               VARYING HX FROM 1 BY 1 UNTIL HX > 4.
           IF PASSWORD-REUSED = "Y"
               CLOSE HISTORY-FILE
               MOVE "R" TO PW-RESULT
               GO TO CONTROL-RETURN.
      *THE PRESENT PASSWORD JOINS THE HISTORY AT THE FRONT AND THE
      *OLDEST DROPS OFF THE END.  ONE STILL IN CLEAR IS ENCODED
      *UNDER A SALT OF ITS OWN ON THE WAY IN.
           IF PW-STORED = SPACE GO TO CHANGE-WRITE.
           PERFORM SHIFT-HISTORY THRU SHIFT-HISTORY-EXIT
               VARYING HX FROM 4 BY -1 UNTIL HX < 2.
           IF PW-FORM = "E"
               MOVE PW-SALT TO OH-SALT (1)
               MOVE PW-STORED TO OH-STORED (1)
           ELSE
               PERFORM MAKE-SALT THRU MAKE-SALT-EXIT
               MOVE NEW-SALT TO KEY-SALT
               MOVE PW-STORED TO KEY-PASSWORD
               PERFORM ENCODE-KEY THRU ENCODE-KEY-EXIT
               MOVE NEW-SALT TO OH-SALT (1)
               MOVE ENCODED-RESULT TO OH-STORED (1)
           END-IF.
       CHANGE-WRITE.
           IF HISTORY-FOUND = "Y"
               REWRITE PASSWORD-HISTORY-RECORD
                   INVALID CONTINUE
               END-REWRITE
           ELSE
               WRITE PASSWORD-HISTORY-RECORD
                   INVALID CONTINUE
               END-WRITE
           END-IF.
           CLOSE HISTORY-FILE.
       CHANGE-SET.
           PERFORM SET-NEW-PASSWORD THRU SET-NEW-PASSWORD-EXIT.
           GO TO CONTROL-RETURN.
      *AN OPERATOR TAKEN OFF THE FILE TAKES THEIR HISTORY WITH THEM,
      *SO THE ID CAN BE GIVEN OUT AGAIN WITH A CLEAN SLATE
       DROP-HISTORY.
           PERFORM OPEN-HISTORY THRU OPEN-HISTORY-EXIT.
           IF OH-FILE-STATUS NOT = "00" GO TO CONTROL-RETURN.
           IF HISTORY-FOUND = "Y"
               DELETE HISTORY-FILE
                   INVALID CONTINUE
               END-DELETE.
           CLOSE HISTORY-FILE.
           MOVE "Y" TO PW-RESULT.
           GO TO CONTROL-RETURN.
       OPEN-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF OH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF OH-FILE-STATUS NOT = "00" GO TO OPEN-HISTORY-EXIT.
           MOVE "Y" TO HISTORY-FOUND.
           MOVE PW-OPERATOR-ID TO OH-OPERATOR-ID.
           READ HISTORY-FILE
               INVALID MOVE "N" TO HISTORY-FOUND
           END-READ.
           IF HISTORY-FOUND = "N"
               MOVE SPACE TO PASSWORD-HISTORY-RECORD
               MOVE PW-OPERATOR-ID TO OH-OPERATOR-ID.
       OPEN-HISTORY-EXIT.
           EXIT.
       CHECK-HISTORY.
           IF OH-SALT (HX) = SPACE GO TO CHECK-HISTORY-EXIT.
           MOVE OH-SALT (HX) TO KEY-SALT.
           MOVE PW-PASSWORD TO KEY-PASSWORD.
           PERFORM ENCODE-KEY THRU ENCODE-KEY-EXIT.
           IF ENCODED-RESULT = OH-STORED (HX)
               MOVE "Y" TO PASSWORD-REUSED.
       CHECK-HISTORY-EXIT.
           EXIT.
       SHIFT-HISTORY.
           MOVE OH-ENTRY (HX - 1) TO OH-ENTRY (HX).
       SHIFT-HISTORY-EXIT.
           EXIT.
      *PW-PASSWORD GOES BACK ENCODED UNDER A FRESH SALT
       SET-NEW-PASSWORD.
           PERFORM MAKE-SALT THRU MAKE-SALT-EXIT.
           MOVE NEW-SALT TO KEY-SALT.
           MOVE PW-PASSWORD TO KEY-PASSWORD.
           PERFORM ENCODE-KEY THRU ENCODE-KEY-EXIT.
           MOVE NEW-SALT TO PW-SALT.
           MOVE ENCODED-RESULT TO PW-STORED.
           MOVE "E" TO PW-FORM.
           MOVE "Y" TO PW-RESULT.
       SET-NEW-PASSWORD-EXIT.
           EXIT.
      *A SALT FROM THE CLOCK, THE OPERATOR ID AND A COUNT OF CALLS,
      *SO A CONVERSION RUN ENCODING A WHOLE FILE INSIDE ONE TICK OF
      *THE CLOCK STILL GIVES EVERY OPERATOR A DIFFERENT ONE
       MAKE-SALT.
           ADD 1 TO CALL-COUNT.
           ACCEPT TIME-NOW FROM TIME.
           MOVE 1 TO MIX-ROUND.
           MOVE "000" TO KEY-SALT.
           MOVE PW-OPERATOR-ID TO KEY-PASSWORD.
           PERFORM CODE-KEY-CHARS THRU CODE-KEY-CHARS-EXIT.
           COMPUTE MIX-VALUE = TIME-NOW-NUM + CALL-COUNT * 7919.
           PERFORM MIX-KEY-CODES THRU MIX-KEY-CODES-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > 11.
           PERFORM MAKE-SALT-CHAR THRU MAKE-SALT-CHAR-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > 3.
       MAKE-SALT-EXIT.
           EXIT.
       MAKE-SALT-CHAR.
           PERFORM STIR-MIX THRU STIR-MIX-EXIT.
           DIVIDE MIX-VALUE BY 64 GIVING MIX-QUOT
               REMAINDER OUT-CODE.
           MOVE CODE-CHAR (OUT-CODE + 1) TO SALT-CHAR (KX).
       MAKE-SALT-CHAR-EXIT.
           EXIT.
      *THE ONE-WAY PART - THE ELEVEN CHARACTER CODES ARE FOLDED
      *FOUR TIMES OVER INTO A SINGLE NUMBER, KEPT BELOW A LARGE
      *PRIME, AND EIGHT CHARACTERS ARE THEN DRAWN OFF IT.  ONLY
      *THE REMAINDERS SURVIVE EACH STEP, SO THE EIGHT CHARACTERS
      *CANNOT BE WORKED BACK TO WHAT WAS TYPED.
       ENCODE-KEY.
           PERFORM CODE-KEY-CHARS THRU CODE-KEY-CHARS-EXIT.
           MOVE 314159265 TO MIX-VALUE.
           PERFORM MIX-ROUND-PASS THRU MIX-ROUND-PASS-EXIT
               VARYING MIX-ROUND FROM 1 BY 1 UNTIL MIX-ROUND > 4.
           PERFORM DRAW-ENCODED-CHAR THRU DRAW-ENCODED-CHAR-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > 8.
       ENCODE-KEY-EXIT.
           EXIT.
       MIX-ROUND-PASS.
           PERFORM MIX-KEY-CODES THRU MIX-KEY-CODES-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > 11.
       MIX-ROUND-PASS-EXIT.
           EXIT.
       MIX-KEY-CODES.
           COMPUTE MIX-WORK = MIX-VALUE * 69069
               + KEY-CODE (KX) * 257 + KX + MIX-ROUND * 131.
           DIVIDE MIX-WORK BY 999999937 GIVING MIX-QUOT
               REMAINDER MIX-VALUE.
       MIX-KEY-CODES-EXIT.
           EXIT.
       DRAW-ENCODED-CHAR.
           PERFORM STIR-MIX THRU STIR-MIX-EXIT.
           DIVIDE MIX-VALUE BY 64 GIVING MIX-QUOT
               REMAINDER OUT-CODE.
           MOVE CODE-CHAR (OUT-CODE + 1) TO ENCODED-CHAR (KX).
       DRAW-ENCODED-CHAR-EXIT.
           EXIT.
       STIR-MIX.
           COMPUTE MIX-WORK = MIX-VALUE * 69069 + KX * 7919 + 12345.
           DIVIDE MIX-WORK BY 999999937 GIVING MIX-QUOT
               REMAINDER MIX-VALUE.
       STIR-MIX-EXIT.
           EXIT.
      *EACH OF THE ELEVEN CHARACTERS TURNED INTO ITS PLACE IN THE
      *PRINTABLE SET - ANYTHING ELSE COUNTS AS 96
       CODE-KEY-CHARS.
           PERFORM CODE-ONE-CHAR THRU CODE-ONE-CHAR-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > 11.
       CODE-KEY-CHARS-EXIT.
           EXIT.
       CODE-ONE-CHAR.
           MOVE 1 TO CX.
       CODE-ONE-LOOP.
           IF CX > 95
               MOVE 96 TO KEY-CODE (KX)
               GO TO CODE-ONE-CHAR-EXIT.
           IF PRINTABLE-CHAR (CX) = KEY-CHAR (KX)
               MOVE CX TO KEY-CODE (KX)
               GO TO CODE-ONE-CHAR-EXIT.
           ADD 1 TO CX.
           GO TO CODE-ONE-LOOP.
       CODE-ONE-CHAR-EXIT.
           EXIT.
       CONTROL-RETURN.
           EXIT PROGRAM.
