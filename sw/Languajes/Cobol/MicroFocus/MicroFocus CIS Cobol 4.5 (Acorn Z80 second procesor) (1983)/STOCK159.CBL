       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTION-QUEUE-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *THE SUPERVISOR'S SIDE OF THE ACTION QUEUE STOCK.ACQ: EVERY
      *ACTION NOT YET CLOSED IS LISTED WITH WHERE IT CAME FROM, WHEN
      *IT WAS RAISED AND WHOSE IT IS.  AN ACTION IS GIVEN TO AN
      *OPERATOR ON STOCK.OPR (OR PASSED TO ANOTHER), AND CLOSED WITH
      *A NOTE OF WHAT WAS DONE ABOUT IT - A CLOSED ACTION STAYS ON
      *FILE FOR THE RECORD.  SUPERVISORS ONLY.  ACTIONS THE RAISING
      *PROGRAM SEES PUT RIGHT ITSELF - AN ORDER APPROVED, A DEBIT
      *NOTE SETTLED - CLOSE WITHOUT COMING HERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN DYNAMIC STOCK-ACQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AQ-NUMBER
           FILE STATUS AQ-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN "STOCK.OPR"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY OM-OPERATOR-ID
           FILE STATUS OPR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE; RECORD 180.
           COPY "ACQFILE.CPY".
       FD  OPERATOR-FILE; RECORD 56.
           COPY "OPRFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-ACQ-FN PIC X(12) VALUE "STOCK.ACQ".
       COPY "TERMPROF.CPY".
       01  AQ-FILE-STATUS PIC XX.
       01  OPR-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  WANTED-NUMBER PIC 9(6).
       01  ENTERED-ID PIC X(4).
       01  ENTERED-NOTE PIC X(40).
       01  ACTIONS-LISTED PIC 9(4).
       01  LIST-LINE.
           02  LL-NUMBER PIC ZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  LL-SOURCE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  LL-RAISED-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LL-ASSIGNEE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  LL-DESCRIPTION PIC X(40).
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
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           OPEN I-O ACTION-FILE.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY "NO ACTIONS HAVE BEEN RAISED."
               GOBACK.
           OPEN INPUT OPERATOR-FILE.
       LIST-ACTIONS.
           MOVE 0 TO ACTIONS-LISTED.
           DISPLAY SPACE.
           DISPLAY "OPEN SUPERVISOR ACTIONS".
           DISPLAY "    NO SOURCE   RAISED     WHO  DESCRIPTION".
           MOVE 1 TO AQ-NUMBER.
           START ACTION-FILE KEY NOT LESS THAN AQ-NUMBER
               INVALID GO TO LIST-DONE
           END-START.
       LIST-LOOP.
           READ ACTION-FILE NEXT RECORD
               AT END GO TO LIST-DONE
           END-READ.
           IF AQ-STATUS = "C" GO TO LIST-LOOP.
           MOVE AQ-NUMBER TO LL-NUMBER.
           MOVE AQ-SOURCE TO LL-SOURCE.
           MOVE AQ-RAISED-DATE TO LL-RAISED-DATE.
           IF AQ-STATUS = "A"
               MOVE AQ-ASSIGNEE TO LL-ASSIGNEE
           ELSE
               MOVE "----" TO LL-ASSIGNEE
           END-IF.
           MOVE AQ-DESCRIPTION TO LL-DESCRIPTION.
           DISPLAY LIST-LINE.
           ADD 1 TO ACTIONS-LISTED.
           GO TO LIST-LOOP.
       LIST-DONE.
           IF ACTIONS-LISTED = 0
               DISPLAY "NOTHING IS WAITING - THE QUEUE IS CLEAR.".
       NEXT-ACTION.
           DISPLAY SPACE.
           DISPLAY "(A)SSIGN, (C)LOSE, (V)IEW, (R)EFRESH OR (X) EXIT".
           DISPLAY "CHOICE: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ASSIGN-ACTION.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CLOSE-ACTION.
           IF ACTION-CHOICE = "V" OR ACTION-CHOICE = "v"
               GO TO VIEW-ACTION.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO LIST-ACTIONS.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO NEXT-ACTION.
      *GIVE THE ACTION TO AN OPERATOR - OR PASS IT ON TO ANOTHER
       ASSIGN-ACTION.
           PERFORM GET-ACTION THRU GET-ACTION-EXIT.
           IF WANTED-NUMBER = 0 GO TO NEXT-ACTION.
           DISPLAY "ASSIGN TO OPERATOR ID (BLANK TO ABANDON): ".
           MOVE SPACE TO ENTERED-ID.
           ACCEPT ENTERED-ID.
           IF ENTERED-ID = SPACE GO TO NEXT-ACTION.
           MOVE ENTERED-ID TO OM-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID
                   DISPLAY TERM-HIGHLIGHT-ON "NO SUCH OPERATOR"
                       TERM-HIGHLIGHT-OFF
                   GO TO NEXT-ACTION
           END-READ.
           MOVE "A" TO AQ-STATUS.
           MOVE ENTERED-ID TO AQ-ASSIGNEE.
           MOVE DC-DATE TO AQ-ASSIGNED-DATE.
           REWRITE ACTION-RECORD
               INVALID DISPLAY "REWRITE FAILED, STATUS " AQ-FILE-STATUS
               GO TO NEXT-ACTION
           END-REWRITE.
           DISPLAY "ACTION " AQ-NUMBER " GIVEN TO " OM-NAME.
           GO TO NEXT-ACTION.
      *AN ACTION IS NEVER CLOSED WITHOUT A WORD ON WHAT WAS DONE
       CLOSE-ACTION.
           PERFORM GET-ACTION THRU GET-ACTION-EXIT.
           IF WANTED-NUMBER = 0 GO TO NEXT-ACTION.
       CLOSE-ASK-NOTE.
           DISPLAY "RESOLUTION NOTE (BLANK TO ABANDON): ".
           MOVE SPACE TO ENTERED-NOTE.
           ACCEPT ENTERED-NOTE.
           IF ENTERED-NOTE = SPACE GO TO NEXT-ACTION.
           DISPLAY "CLOSE ACTION " AQ-NUMBER " (Y/N)? ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "NOT CLOSED."
               GO TO NEXT-ACTION.
           MOVE "C" TO AQ-STATUS.
           MOVE DC-DATE TO AQ-CLOSED-DATE.
           MOVE SGN-OPERATOR-ID TO AQ-CLOSED-BY.
           MOVE ENTERED-NOTE TO AQ-RESOLUTION.
           REWRITE ACTION-RECORD
               INVALID DISPLAY "REWRITE FAILED, STATUS " AQ-FILE-STATUS
               GO TO NEXT-ACTION
           END-REWRITE.
           DISPLAY "ACTION CLOSED.".
           GO TO NEXT-ACTION.
       VIEW-ACTION.
           PERFORM GET-ACTION THRU GET-ACTION-EXIT.
           GO TO NEXT-ACTION.
      *THE ACTION TO WORK ON, SHOWN IN FULL - ZERO WHEN NONE
       GET-ACTION.
           DISPLAY "ACTION NUMBER (0 TO GO BACK): ".
           ACCEPT WANTED-NUMBER.
           IF WANTED-NUMBER NOT NUMERIC GO TO GET-ACTION.
           IF WANTED-NUMBER = 0 GO TO GET-ACTION-EXIT.
           MOVE WANTED-NUMBER TO AQ-NUMBER.
           READ ACTION-FILE
               INVALID
                   DISPLAY TERM-HIGHLIGHT-ON "ACTION NOT ON FILE"
                       TERM-HIGHLIGHT-OFF
                   MOVE 0 TO WANTED-NUMBER
                   GO TO GET-ACTION-EXIT
           END-READ.
           DISPLAY "ACTION " AQ-NUMBER "  " AQ-SOURCE "  " AQ-ITEM-KEY.
           DISPLAY "  " AQ-DESCRIPTION.
           DISPLAY "  RAISED " AQ-RAISED-DATE " BY " AQ-RAISED-BY.
           IF AQ-STATUS = "A"
               DISPLAY "  ASSIGNED " AQ-ASSIGNED-DATE " TO "
                   AQ-ASSIGNEE.
           IF AQ-STATUS = "C"
               DISPLAY "  CLOSED " AQ-CLOSED-DATE " BY " AQ-CLOSED-BY
               DISPLAY "  " AQ-RESOLUTION
               IF ACTION-CHOICE NOT = "V" AND ACTION-CHOICE NOT = "v"
                   DISPLAY "THAT ACTION IS ALREADY CLOSED."
                   MOVE 0 TO WANTED-NUMBER
               END-IF
           END-IF.
       GET-ACTION-EXIT.
           EXIT.
       END-IT.
           CLOSE ACTION-FILE.
           CLOSE OPERATOR-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.ACQ" TO STOCK-ACQ-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
