       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYWORD-REBUILD.
       AUTHOR. MICRO FOCUS LTD.
      *RECREATES THE DESCRIPTION KEYWORD INDEX ON STOCK.KWX FROM
      *SCRATCH - EMPTIES IT, THEN READS EVERY BIN ON STOCK.IT AND
      *HANDS ITS DESCRIPTION TO KEYWORD-INDEX.  DAY TO DAY THE SET-UP
      *SCREEN, THE NEW ITEM LOAD AND THE CODE RENAME KEEP THE INDEX
      *IN STEP; RUN THIS TO START IT OFF, AND AFTER STOCK.IT HAS
      *BEEN RESTORED FROM A BACKUP OR ROLLED FORWARD.
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
           SELECT KEYWORD-FILE ASSIGN DYNAMIC STOCK-KWX-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY KW-KEY
           FILE STATUS KW-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  KEYWORD-FILE; RECORD 32.
           COPY "KWXFILE.CPY".
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-KWX-FN PIC X(12) VALUE "STOCK.KWX".
       COPY "TERMPROF.CPY".
           COPY "KWXREQ.CPY".
       01  STOCK-STATUS PIC XX.
       01  KW-FILE-STATUS PIC XX.
       01  CONFIRM-ANSWER PIC X.
       01  BIN-COUNT PIC 9(6).
       01  WORD-COUNT PIC 9(6).
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
           DISPLAY "REBUILD THE DESCRIPTION KEYWORD INDEX".
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK - NOTHING TO INDEX."
               GOBACK.
           DISPLAY "THE INDEX IS EMPTIED AND BUILT AGAIN FROM EVERY".
           DISPLAY "BIN ON THE STOCK FILE.  CARRY ON? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "INDEX NOT REBUILT"
               GO TO END-IT.
           OPEN OUTPUT KEYWORD-FILE.
           IF KW-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT CREATE THE INDEX, STATUS: " KW-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO END-IT.
           CLOSE KEYWORD-FILE.
           MOVE SGN-TRAINING-FLAG TO KQ-TRAINING-FLAG.
           MOVE 0 TO BIN-COUNT.
           MOVE 0 TO WORD-COUNT.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO REBUILD-DONE
           END-START.
       REBUILD-LOOP.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO REBUILD-DONE
           END-READ.
           MOVE "A" TO KQ-FUNCTION.
           MOVE STOCK-CODE TO KQ-STOCK-CODE.
           MOVE LOCATION-CODE TO KQ-LOCATION.
           MOVE PRODUCT-DESC TO KQ-DESC.
           CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
           ADD 1 TO BIN-COUNT.
           ADD KQ-WORDS TO WORD-COUNT.
           GO TO REBUILD-LOOP.
       REBUILD-DONE.
           MOVE "C" TO KQ-FUNCTION.
           CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
           DISPLAY "BINS INDEXED: " BIN-COUNT.
           DISPLAY "WORDS ON THE INDEX: " WORD-COUNT.
       END-IT.
           CLOSE STOCK-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.KWX" TO STOCK-KWX-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
