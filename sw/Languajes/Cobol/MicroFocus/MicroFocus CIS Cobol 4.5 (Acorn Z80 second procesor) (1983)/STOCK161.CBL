       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-SETUP.
       AUTHOR. MICRO FOCUS LTD.
      *NAMES THE STORES SITE THIS COPY OF THE SYSTEM RUNS AT - A
      *TWO-CHARACTER SITE CODE AND A NAME, HELD ON THE SYSTEM
      *CONTROL RECORD STOCK.CTL BESIDE THE NUMBER SERIES.  EACH SITE
      *RUNS ITS OWN COPY; THE CODE IS WHAT STAMPS AN INTER-SITE
      *TRANSFER ON THE EXCHANGE DISKETTE AND WHAT HEADS THE SITE'S
      *COLUMN ON THE GROUP CONSOLIDATION REPORTS.  THE COUNTERS ON
      *THE RECORD ARE CARRIED ACROSS UNTOUCHED.  A CONTROL RECORD
      *WRITTEN BEFORE THE SITE WAS ADDED IS SHORTER, AND READS WITH
      *STATUS 04 - ITS COUNTERS ARE GOOD AND THE SITE STARTS BLANK,
      *SO THIS SHOULD BE THE FIRST THING RUN AFTER THE CHANGE.
      *SUPERVISORS ONLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
           ASSIGN DYNAMIC STOCK-CTL-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS CF-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE; RECORD 42.
       01  CONTROL-RECORD.
           02  CF-LAST-TRAN-NO PIC 9(4).
           02  CF-BATCH-DONE PIC 9(4).
           02  CF-LAST-RVRSL-NO PIC 9(4).
           02  CF-LAST-GRN-NO PIC 9(4).
           02  CF-LAST-ISS-NO PIC 9(4).
      *THE SITE THIS COPY OF THE SYSTEM RUNS AT, SET BY SITE-SETUP
           02  CF-SITE-CODE PIC XX.
           02  CF-SITE-NAME PIC X(20).
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-CTL-FN PIC X(12) VALUE "STOCK.CTL".
           COPY "TERMPROF.CPY".
       01  CF-STATUS PIC XX.
       01  HELD-CONTROL PIC X(20).
       01  NEW-SITE-CODE PIC XX.
       01  NEW-SITE-NAME PIC X(20).
       01  CONFIRM-ANSWER PIC X.
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
           DISPLAY "SITE CODE AND NAME".
           PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.
           IF CF-SITE-CODE = SPACE
               DISPLAY "NO SITE IS SET FOR THIS SYSTEM YET."
           ELSE
               DISPLAY "THIS SYSTEM IS SITE " CF-SITE-CODE
                   " - " CF-SITE-NAME
           END-IF.
       ASK-SITE-CODE.
           DISPLAY SPACE.
           DISPLAY "NEW SITE CODE (2 CHARACTERS, BLANK TO LEAVE): ".
           MOVE SPACE TO NEW-SITE-CODE.
           ACCEPT NEW-SITE-CODE.
           IF NEW-SITE-CODE = SPACE
               DISPLAY "NOTHING CHANGED."
               GO TO END-IT.
           IF NEW-SITE-CODE (1:1) = SPACE OR NEW-SITE-CODE (2:1) = SPACE
               DISPLAY "THE SITE CODE MUST BE TWO CHARACTERS."
               GO TO ASK-SITE-CODE.
       ASK-SITE-NAME.
           DISPLAY "SITE NAME: ".
           MOVE SPACE TO NEW-SITE-NAME.
           ACCEPT NEW-SITE-NAME.
           IF NEW-SITE-NAME = SPACE
               DISPLAY "THE SITE NEEDS A NAME."
               GO TO ASK-SITE-NAME.
      *CHANGING A SITE CODE ONCE TRANSFERS HAVE GONE BETWEEN THE
      *SITES LEAVES THE OTHER SITE'S DISKETTES ADDRESSED TO THE
      *OLD ONE, SO A CHANGE IS CONFIRMED
           IF CF-SITE-CODE NOT = SPACE
               AND CF-SITE-CODE NOT = NEW-SITE-CODE
               DISPLAY TERM-HIGHLIGHT-ON
                   "CHANGING THE CODE FROM " CF-SITE-CODE " TO "
                   NEW-SITE-CODE TERM-HIGHLIGHT-OFF
               DISPLAY "TRANSFERS ALREADY ON THEIR WAY ARE ADDRESSED"
               DISPLAY "TO THE OLD CODE.  CONTINUE (Y/N)? "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   DISPLAY "NOTHING CHANGED."
                   GO TO END-IT.
      *THE COUNTERS ARE RE-READ AT THE LAST MOMENT SO A POSTING
      *MADE ON ANOTHER TERMINAL MEANWHILE IS NOT LOST
           PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.
           MOVE NEW-SITE-CODE TO CF-SITE-CODE.
           MOVE NEW-SITE-NAME TO CF-SITE-NAME.
           OPEN OUTPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT WRITE STOCK.CTL, STATUS " CF-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO END-IT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           DISPLAY "THIS SYSTEM IS NOW SITE " CF-SITE-CODE
               " - " CF-SITE-NAME.
       END-IT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *NO CONTROL RECORD YET MEANS NO NUMBER HAS BEEN USED, SO THE
      *COUNTERS START AT ZERO.  A SHORT (OLD) RECORD KEEPS ITS
      *COUNTERS AND HAS NO SITE.
       READ-CONTROL.
           MOVE 0 TO CF-LAST-TRAN-NO.
           MOVE 0 TO CF-BATCH-DONE.
           MOVE 0 TO CF-LAST-RVRSL-NO.
           MOVE 0 TO CF-LAST-GRN-NO.
           MOVE 0 TO CF-LAST-ISS-NO.
           MOVE SPACE TO CF-SITE-CODE.
           MOVE SPACE TO CF-SITE-NAME.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00" GO TO READ-CONTROL-EXIT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               GO TO READ-CONTROL-EXIT.
           IF CF-STATUS = "04"
               MOVE CONTROL-RECORD TO HELD-CONTROL
               MOVE SPACE TO CONTROL-RECORD
               MOVE HELD-CONTROL TO CONTROL-RECORD (1:20).
           CLOSE CONTROL-FILE.
       READ-CONTROL-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.CTL" TO STOCK-CTL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
