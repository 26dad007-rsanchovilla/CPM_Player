       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSION-MONITOR.
       AUTHOR. MICRO FOCUS LTD.
      *WHO IS SIGNED ON, AND WHERE - THE SESSION REGISTRY STOCK.SES
      *KEPT BY STOCK-MENU, ONE RECORD PER SIGNED-ON OPERATOR WITH
      *THE TERMINAL, THE SIGN-ON TIME AND THE FUNCTION LAST ENTERED.
      *SUPERVISORS ONLY.  A SESSION LEFT BEHIND BY A POWER CUT IS
      *CLEARED HERE, AND THE INTENT LOG IS CHECKED IN THE SAME
      *BREATH SO ANY POSTING IT DIED IN THE MIDDLE OF IS PUT RIGHT.
      *A LIVE SESSION CAN BE FORCED OFF - IT ENDS THE NEXT TIME
      *THAT TERMINAL COMES BACK TO A MENU.  THIS TERMINAL'S OWN
      *NAME ON TERMINAL.DAT IS SET HERE TOO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN "STOCK.SES"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SS-OPERATOR-ID
           FILE STATUS SS-FILE-STATUS.
           SELECT TERMINAL-FILE ASSIGN "TERMINAL.DAT"
           ORGANIZATION SEQUENTIAL
           FILE STATUS TI-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE; RECORD 80.
           COPY "SESFILE.CPY".
       FD  TERMINAL-FILE; RECORD 8.
           COPY "TERMID.CPY".
       WORKING-STORAGE SECTION.
           COPY "TERMPROF.CPY".
       01  SS-FILE-STATUS PIC XX.
       01  TI-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-ID PIC X(4).
       01  ENTERED-TERMINAL PIC X(4).
       01  CONFIRM-ANSWER PIC X.
       01  SESSIONS-LISTED PIC 9(4).
       01  LIST-LINE.
           02  LL-OPERATOR-ID PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  LL-TERMINAL PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  LL-SIGNON-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LL-SIGNON-TIME PIC X(5).
           02  FILLER PIC XX VALUE SPACE.
           02  LL-LAST-TIME PIC X(5).
           02  FILLER PIC XX VALUE SPACE.
           02  LL-PROGRAM PIC X(24).
           02  FILLER PIC X VALUE SPACE.
           02  LL-FORCED PIC X(6).
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
           OPEN I-O SESSION-FILE.
           IF SS-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT OPEN STOCK.SES, STATUS " SS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GOBACK.
       LIST-SESSIONS.
           MOVE 0 TO SESSIONS-LISTED.
           DISPLAY SPACE.
           DISPLAY "SIGNED-ON SESSIONS".
           DISPLAY "ID    TERM  SIGNED ON         LAST   FUNCTION".
           MOVE LOW-VALUE TO SS-OPERATOR-ID.
           START SESSION-FILE KEY NOT LESS THAN SS-OPERATOR-ID
               INVALID GO TO LIST-DONE
           END-START.
       LIST-LOOP.
           READ SESSION-FILE NEXT RECORD
               AT END GO TO LIST-DONE
           END-READ.
           MOVE SS-OPERATOR-ID TO LL-OPERATOR-ID.
           MOVE SS-TERMINAL TO LL-TERMINAL.
           MOVE SS-SIGNON-DATE TO LL-SIGNON-DATE.
           MOVE SS-SIGNON-TIME TO LL-SIGNON-TIME.
           MOVE SS-LAST-TIME TO LL-LAST-TIME.
           MOVE SS-PROGRAM TO LL-PROGRAM.
           IF SS-FORCE-FLAG = "Y"
               MOVE "FORCED" TO LL-FORCED
           ELSE
               MOVE SPACE TO LL-FORCED
           END-IF.
           DISPLAY LIST-LINE.
           ADD 1 TO SESSIONS-LISTED.
           GO TO LIST-LOOP.
       LIST-DONE.
           IF SESSIONS-LISTED = 0
               DISPLAY "NOBODY IS SIGNED ON.".
       NEXT-ACTION.
           DISPLAY SPACE.
           DISPLAY "(C)LEAR A DEAD SESSION, (F)ORCE A SIGN-OFF,".
           DISPLAY "(T)ERMINAL NAME, (R)EFRESH, OR (X) EXIT: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CLEAR-SESSION.
           IF ACTION-CHOICE = "F" OR ACTION-CHOICE = "f"
               GO TO FORCE-SESSION.
           IF ACTION-CHOICE = "T" OR ACTION-CHOICE = "t"
               GO TO SET-TERMINAL.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO LIST-SESSIONS.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO NEXT-ACTION.
      *A SESSION WHOSE TERMINAL DIED WITH IT - THE RECORD GOES, AND
      *INTENT-RECOVERY FINISHES OR BACKS OUT ANY POSTING THAT WAS
      *HALF WRITTEN WHEN THE POWER WENT
       CLEAR-SESSION.
           PERFORM GET-SESSION THRU GET-SESSION-EXIT.
           IF ENTERED-ID = SPACE GO TO NEXT-ACTION.
           DISPLAY "CLEAR " SS-OPERATOR-ID " AT " SS-TERMINAL
               " - ONLY IF THAT TERMINAL IS DEAD (Y/N)? ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOT CLEARED."
               GO TO NEXT-ACTION.
           DELETE SESSION-FILE
               INVALID CONTINUE
           END-DELETE.
           DISPLAY "SESSION CLEARED - CHECKING FOR UNFINISHED POSTINGS".
           CALL "INTENT-RECOVERY" USING SIGNON-BLOCK.
           GO TO NEXT-ACTION.
      *A LIVE TERMINAL IS NOT CUT OFF MID-POSTING - THE FLAG IS
      *PICKED UP WHEN IT NEXT RETURNS TO A MENU
       FORCE-SESSION.
           PERFORM GET-SESSION THRU GET-SESSION-EXIT.
           IF ENTERED-ID = SPACE GO TO NEXT-ACTION.
           IF SS-FORCE-FLAG = "Y"
               DISPLAY "THAT SESSION IS ALREADY FORCED OFF."
               GO TO NEXT-ACTION.
           MOVE "Y" TO SS-FORCE-FLAG.
           REWRITE SESSION-RECORD
               INVALID DISPLAY "REWRITE FAILED, STATUS " SS-FILE-STATUS
               GO TO NEXT-ACTION
           END-REWRITE.
           DISPLAY "SIGN-OFF FORCED - IT ENDS AT THE NEXT MENU.".
           GO TO NEXT-ACTION.
      *THE NAME THIS TERMINAL SIGNS ON UNDER, KEPT ON ITS OWN DISK
      *SO EVERY CRT ON THE NETWORK REPORTS ITSELF - TAKES EFFECT AT
      *THE NEXT SIGN-ON
       SET-TERMINAL.
           DISPLAY "NAME FOR THIS TERMINAL (BLANK TO ABANDON): ".
           ACCEPT ENTERED-TERMINAL.
           IF ENTERED-TERMINAL = SPACE GO TO NEXT-ACTION.
           OPEN OUTPUT TERMINAL-FILE.
           IF TI-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT WRITE TERMINAL.DAT, STATUS " TI-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO NEXT-ACTION.
           MOVE SPACE TO TERMINAL-ID-RECORD.
           MOVE ENTERED-TERMINAL TO TI-TERMINAL.
           WRITE TERMINAL-ID-RECORD.
           CLOSE TERMINAL-FILE.
           DISPLAY "TERMINAL NAME SET - USED FROM THE NEXT SIGN-ON.".
           GO TO NEXT-ACTION.
      *THE SESSION TO ACT ON - NEVER THE SUPERVISOR'S OWN
       GET-SESSION.
           DISPLAY "OPERATOR ID (BLANK TO ABANDON): ".
           ACCEPT ENTERED-ID.
           IF ENTERED-ID = SPACE GO TO GET-SESSION-EXIT.
           IF ENTERED-ID = SGN-OPERATOR-ID
               DISPLAY "THAT IS YOUR OWN SESSION."
               MOVE SPACE TO ENTERED-ID
               GO TO GET-SESSION-EXIT.
           MOVE ENTERED-ID TO SS-OPERATOR-ID.
           READ SESSION-FILE
               INVALID
                   DISPLAY "THAT OPERATOR IS NOT SIGNED ON."
                   MOVE SPACE TO ENTERED-ID
           END-READ.
       GET-SESSION-EXIT.
           EXIT.
       END-IT.
           CLOSE SESSION-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
