       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-CONVERT.
       AUTHOR. MICRO FOCUS LTD.
      *ONE-TIME RUN THAT TAKES EVERY PASSWORD STILL HELD IN CLEAR
      *ON STOCK.OPR AND STORES IT ONE-WAY ENCODED UNDER A SALT OF
      *ITS OWN, THROUGH PASSWORD-CONTROL.  A RECORD ALREADY ENCODED
      *(OM-PWD-FORM "E") IS LEFT ALONE, SO RUNNING IT AGAIN DOES NO
      *HARM.  SUPERVISORS ONLY.  AFTERWARDS THE OLD BACKUP
      *DISKETTES STILL CARRY THE CLEAR PASSWORDS AND SHOULD BE
      *REPLACED WITH A FRESH BACKUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN "STOCK.OPR"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY OM-OPERATOR-ID
           FILE STATUS OPR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE; RECORD 56.
           COPY "OPRFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "TERMPROF.CPY".
           COPY "PWDREQ.CPY".
       01  OPR-STATUS PIC XX.
       01  CONFIRM-ANSWER PIC X.
       01  READ-COUNT PIC 9(4) VALUE 0.
       01  ENCODED-COUNT PIC 9(4) VALUE 0.
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
           DISPLAY "ENCODE STORED PASSWORDS".
           DISPLAY "EVERY PASSWORD STILL IN CLEAR ON STOCK.OPR WILL BE".
           DISPLAY "STORED ONE-WAY ENCODED.  CONTINUE (Y/N)? ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOTHING CHANGED."
               GO TO END-IT.
           OPEN I-O OPERATOR-FILE.
           IF OPR-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT OPEN STOCK.OPR, STATUS " OPR-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO END-IT.
           MOVE LOW-VALUE TO OM-OPERATOR-ID.
           START OPERATOR-FILE KEY NOT LESS THAN OM-OPERATOR-ID
               INVALID GO TO CONVERT-DONE
           END-START.
       CONVERT-LOOP.
           READ OPERATOR-FILE NEXT RECORD
               AT END GO TO CONVERT-DONE
           END-READ.
           ADD 1 TO READ-COUNT.
           IF OM-PWD-FORM = "E" GO TO CONVERT-LOOP.
           MOVE "E" TO PW-FUNCTION.
           MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE OM-PASSWORD TO PW-PASSWORD.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           IF PW-RESULT NOT = "Y" GO TO CONVERT-LOOP.
           MOVE PW-SALT TO OM-PWD-SALT.
           MOVE PW-STORED TO OM-PASSWORD.
           MOVE PW-FORM TO OM-PWD-FORM.
           REWRITE OPERATOR-RECORD
               INVALID
                   DISPLAY "REWRITE FAILED FOR " OM-OPERATOR-ID
                       ", STATUS " OPR-STATUS
                   GO TO CONVERT-LOOP
           END-REWRITE.
           ADD 1 TO ENCODED-COUNT.
           GO TO CONVERT-LOOP.
       CONVERT-DONE.
           CLOSE OPERATOR-FILE.
           DISPLAY "OPERATORS READ:     " READ-COUNT.
           DISPLAY "PASSWORDS ENCODED:  " ENCODED-COUNT.
           IF ENCODED-COUNT > 0
               DISPLAY "TAKE A FRESH BACKUP - OLDER BACKUP DISKETTES"
               DISPLAY "STILL HOLD THE PASSWORDS IN CLEAR.".
       END-IT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
