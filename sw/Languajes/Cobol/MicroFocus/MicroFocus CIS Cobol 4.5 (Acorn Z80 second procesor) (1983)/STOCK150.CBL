       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSION-REGISTRY.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS THE TERMINAL SESSION REGISTRY ON STOCK.SES - SEE
      *SESREQ.CPY FOR THE CALLING BLOCK AND SESFILE.CPY FOR THE
      *RECORD.  STOCK-MENU CALLS IT TO SIGN AN OPERATOR ON AND
      *OFF, AND EVERY MENU PAGE CALLS IT AS THE OPERATOR MOVES
      *BETWEEN FUNCTIONS.  THE FILE IS OPENED AND CLOSED ON EVERY
      *CALL BECAUSE EVERY TERMINAL SHARES IT.
      *THERE IS ONE REGISTRY FOR LIVE AND TRAINING WORK ALIKE - AN
      *OPERATOR IS ONE PERSON AT ONE TERMINAL EITHER WAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN "STOCK.SES"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SS-OPERATOR-ID
           FILE STATUS SS-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE; RECORD 80.
           COPY "SESFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
       01  SS-FILE-STATUS PIC XX.
       01  TIME-NOW PIC X(8).
       LINKAGE SECTION.
           COPY "SESREQ.CPY".
       PROCEDURE DIVISION USING SESSION-REQ-BLOCK.
       REGISTRY-START.
           MOVE "E" TO SQ-RESULT.
           MOVE 0 TO SQ-CLEARED.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           ACCEPT TIME-NOW FROM TIME.
           OPEN I-O SESSION-FILE.
           IF SS-FILE-STATUS NOT = "00"
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF.
           IF SS-FILE-STATUS NOT = "00" GO TO REGISTRY-RETURN.
           IF SQ-FUNCTION = "S" GO TO SIGN-ON-SESSION.
           IF SQ-FUNCTION = "P" GO TO NOTE-PROGRAM.
           IF SQ-FUNCTION = "X" GO TO SIGN-OFF-SESSION.
           GO TO REGISTRY-CLOSE.
      *NOBODY CAN BE WORKING AT A TERMINAL THAT IS SIGNING ON, SO
      *WHATEVER IS STILL REGISTERED AGAINST IT WAS LEFT BY A CRASH
      *OR A SWITCH-OFF AND GOES FIRST
       SIGN-ON-SESSION.
           MOVE LOW-VALUE TO SS-OPERATOR-ID.
           START SESSION-FILE KEY NOT LESS THAN SS-OPERATOR-ID
               INVALID GO TO SIGN-ON-CHECK
           END-START.
       SIGN-ON-CLEAR-LOOP.
           READ SESSION-FILE NEXT RECORD
               AT END GO TO SIGN-ON-CHECK
           END-READ.
           IF SS-TERMINAL NOT = SQ-TERMINAL
               GO TO SIGN-ON-CLEAR-LOOP.
           DELETE SESSION-FILE
               INVALID CONTINUE
               NOT INVALID ADD 1 TO SQ-CLEARED
           END-DELETE.
           GO TO SIGN-ON-CLEAR-LOOP.
      *A LIVE SESSION ELSEWHERE REFUSES THE SIGN-ON - UNLESS A
      *SUPERVISOR HAS ALREADY FORCED IT OFF
       SIGN-ON-CHECK.
           MOVE SQ-OPERATOR-ID TO SS-OPERATOR-ID.
           READ SESSION-FILE
               INVALID GO TO SIGN-ON-WRITE
           END-READ.
           IF SS-FORCE-FLAG NOT = "Y"
               MOVE SS-TERMINAL TO SQ-HOLDER-TERMINAL
               MOVE SS-SIGNON-DATE TO SQ-HOLDER-DATE
               MOVE SS-SIGNON-TIME TO SQ-HOLDER-TIME
               MOVE "N" TO SQ-RESULT
               GO TO REGISTRY-CLOSE.
           DELETE SESSION-FILE
               INVALID CONTINUE
           END-DELETE.
       SIGN-ON-WRITE.
           MOVE SPACE TO SESSION-RECORD.
           MOVE SQ-OPERATOR-ID TO SS-OPERATOR-ID.
           MOVE SQ-TERMINAL TO SS-TERMINAL.
           MOVE DC-DATE TO SS-SIGNON-DATE.
           MOVE TIME-NOW TO SS-SIGNON-TIME.
           MOVE "STOCK-MENU" TO SS-PROGRAM.
           MOVE DC-DATE TO SS-LAST-DATE.
           MOVE TIME-NOW TO SS-LAST-TIME.
           MOVE "N" TO SS-FORCE-FLAG.
           WRITE SESSION-RECORD
               INVALID GO TO REGISTRY-CLOSE
           END-WRITE.
           MOVE "Y" TO SQ-RESULT.
           GO TO REGISTRY-CLOSE.
      *A SESSION CLEARED OR FORCED OFF BY A SUPERVISOR ENDS HERE
       NOTE-PROGRAM.
           MOVE SQ-OPERATOR-ID TO SS-OPERATOR-ID.
           READ SESSION-FILE
               INVALID
                   MOVE "F" TO SQ-RESULT
                   GO TO REGISTRY-CLOSE
           END-READ.
           IF SS-FORCE-FLAG = "Y"
               DELETE SESSION-FILE
                   INVALID CONTINUE
               END-DELETE
               MOVE "F" TO SQ-RESULT
               GO TO REGISTRY-CLOSE.
           MOVE SQ-PROGRAM TO SS-PROGRAM.
           MOVE DC-DATE TO SS-LAST-DATE.
           MOVE TIME-NOW TO SS-LAST-TIME.
           REWRITE SESSION-RECORD
               INVALID GO TO REGISTRY-CLOSE
           END-REWRITE.
           MOVE "Y" TO SQ-RESULT.
           GO TO REGISTRY-CLOSE.
       SIGN-OFF-SESSION.
           MOVE SQ-OPERATOR-ID TO SS-OPERATOR-ID.
           DELETE SESSION-FILE
               INVALID CONTINUE
           END-DELETE.
           MOVE "Y" TO SQ-RESULT.
       REGISTRY-CLOSE.
           CLOSE SESSION-FILE.
       REGISTRY-RETURN.
           EXIT PROGRAM.
