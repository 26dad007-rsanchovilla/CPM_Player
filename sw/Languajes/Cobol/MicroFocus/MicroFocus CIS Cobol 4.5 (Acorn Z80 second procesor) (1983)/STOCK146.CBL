       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYWORD-INDEX.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS THE DESCRIPTION KEYWORD INDEX ON STOCK.KWX IN STEP
      *WITH THE STOCK MASTER - SEE KWXREQ.CPY FOR THE CALLING BLOCK
      *AND KWXFILE.CPY FOR THE RECORD.  THE DESCRIPTION IS SPLIT AT
      *SPACES AND AT - / , . ( ) &, AND EVERY PIECE OF THREE
      *CHARACTERS OR MORE, OTHER THAN THE, AND, FOR AND WITH, IS
      *ADDED TO OR TAKEN OFF THE INDEX UNDER THE BIN.  A WORD
      *ALREADY THERE, OR ALREADY GONE, IS PASSED OVER.  CALLED BY
      *STOCK-FILE-SET-UP, NEW-ITEM-LOAD, STOCK-CODE-RENAME AND
      *KEYWORD-REBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYWORD-FILE ASSIGN DYNAMIC STOCK-KWX-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY KW-KEY
           FILE STATUS KW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KEYWORD-FILE; RECORD 32.
           COPY "KWXFILE.CPY".
       WORKING-STORAGE SECTION.
       01  STOCK-KWX-FN PIC X(12).
       01  KW-FILE-STATUS PIC XX.
       01  INDEX-OPEN PIC X VALUE "N".
       01  CHAR-IX PIC 99.
       01  DESC-CHAR PIC X.
           88  WORD-BREAK VALUE SPACE "-" "/" "," "." "(" ")" "&".
       01  WORD-BUILD PIC X(20).
           88  STOP-WORD VALUE "THE" "AND" "FOR" "WITH".
       01  WORD-LEN PIC 99.
       LINKAGE SECTION.
           COPY "KWXREQ.CPY".
       PROCEDURE DIVISION USING KEYWORD-REQ-BLOCK.
       KEYWORD-START.
           MOVE 0 TO KQ-WORDS.
           IF KQ-FUNCTION = "C" GO TO CLOSE-INDEX.
           IF INDEX-OPEN NOT = "Y"
               PERFORM OPEN-INDEX THRU OPEN-INDEX-EXIT.
           IF INDEX-OPEN NOT = "Y" GO TO KEYWORD-RETURN.
           IF KQ-FUNCTION = "A" OR KQ-FUNCTION = "D"
               PERFORM SPLIT-DESC THRU SPLIT-DESC-EXIT.
           GO TO KEYWORD-RETURN.
       CLOSE-INDEX.
           IF INDEX-OPEN = "Y"
               CLOSE KEYWORD-FILE
               MOVE "N" TO INDEX-OPEN.
       KEYWORD-RETURN.
           EXIT PROGRAM.
      *THE INDEX STAYS OPEN UNTIL THE CALLER SENDS "C".  A TRAINING
      *CALLER WORKS ON THE PRACTICE COPY - THE FLAG TRAVELS IN THE
      *BLOCK BECAUSE THIS PROGRAM NEVER SIGNS ON
       OPEN-INDEX.
           IF KQ-TRAINING-FLAG = "Y"
               MOVE "TRAIN.KWX" TO STOCK-KWX-FN
           ELSE
               MOVE "STOCK.KWX" TO STOCK-KWX-FN.
           OPEN I-O KEYWORD-FILE.
           IF KW-FILE-STATUS NOT = "00"
               OPEN OUTPUT KEYWORD-FILE
               CLOSE KEYWORD-FILE
               OPEN I-O KEYWORD-FILE
           END-IF.
           IF KW-FILE-STATUS = "00"
               MOVE "Y" TO INDEX-OPEN.
       OPEN-INDEX-EXIT.
           EXIT.
       SPLIT-DESC.
           MOVE 1 TO CHAR-IX.
           MOVE SPACE TO WORD-BUILD.
           MOVE 0 TO WORD-LEN.
       SPLIT-DESC-LOOP.
           IF CHAR-IX > 20
               PERFORM TAKE-WORD THRU TAKE-WORD-EXIT
               GO TO SPLIT-DESC-EXIT.
           MOVE KQ-DESC (CHAR-IX:1) TO DESC-CHAR.
           IF WORD-BREAK
               PERFORM TAKE-WORD THRU TAKE-WORD-EXIT
           ELSE
               ADD 1 TO WORD-LEN
               MOVE DESC-CHAR TO WORD-BUILD (WORD-LEN:1).
           ADD 1 TO CHAR-IX.
           GO TO SPLIT-DESC-LOOP.
       SPLIT-DESC-EXIT.
           EXIT.
       TAKE-WORD.
           IF WORD-LEN < 3 GO TO TAKE-WORD-CLEAR.
           IF STOP-WORD GO TO TAKE-WORD-CLEAR.
           MOVE WORD-BUILD TO KW-WORD.
           MOVE KQ-STOCK-CODE TO KW-STOCK-CODE.
           MOVE KQ-LOCATION TO KW-LOCATION.
           IF KQ-FUNCTION = "D" GO TO TAKE-WORD-DELETE.
           WRITE KEYWORD-RECORD
               INVALID GO TO TAKE-WORD-CLEAR
           END-WRITE.
           ADD 1 TO KQ-WORDS.
           GO TO TAKE-WORD-CLEAR.
       TAKE-WORD-DELETE.
           DELETE KEYWORD-FILE RECORD
               INVALID GO TO TAKE-WORD-CLEAR
           END-DELETE.
           ADD 1 TO KQ-WORDS.
       TAKE-WORD-CLEAR.
           MOVE SPACE TO WORD-BUILD.
           MOVE 0 TO WORD-LEN.
       TAKE-WORD-EXIT.
           EXIT.
