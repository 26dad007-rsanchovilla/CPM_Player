0056H 01 EXPECTED-JMP PIC X VALUE ""C3"".
0056I 01 SAVE-STATUS PIC XX VALUE SPACE.
0056J 01 UNDO-ANS PIC X VALUE SPACE.
0056K 01 PATTERN-ANS PIC X VALUE SPACE.
0056L 01 FAULT-ITEM PIC 9 VALUE 0.
0056M 01 SCREEN-WIDTH PIC 99 VALUE 0.
0056N 01 SCREEN-DEPTH PIC 99 VALUE 0.
0056O 01 LAST-NUM-ROW PIC 99 VALUE 0.
0056P 01 PAT-ROW PIC 99 VALUE 0.
0056Q 01 PAT-COL PIC 99 VALUE 0.
0056R 01 FROM-COL PIC 99 VALUE 0.
0056S 01 LAST-COL PIC 99 VALUE 0.
0056T 01 RUB-COUNT PIC 99 VALUE 0.
0056U 01 RULER-IX PIC 99 VALUE 0.
0056V 01 PATTERN-LINE.
0056W     02 PAT-CHAR PIC X OCCURS 99 TIMES.
0056X 01 RULER-DIGITS PIC X(10) VALUE "1234567890".
0056Y 01 RULER-TABLE REDEFINES RULER-DIGITS.
0056Z     02 RULER-CHAR PIC X OCCURS 10 TIMES.
0056ZA 01 ROW-NO PIC 99 VALUE 0.
0056ZB 01 ROW-NO-X REDEFINES ROW-NO.
0056ZC     02 ROW-NO-1 PIC X.
0056ZD     02 ROW-NO-2 PIC X.
0057 PROCEDURE DIVISION.
0058 BEGIN.
0059     OPEN I-O FILE1.
0219K    DISPLAY "ACCEPT HEX CHARS......" ACCEPT-HEX.
0219KA   DISPLAY "HIGHLIGHT ON.........." HIGHLIGHT-ON-CODE.
0219KB   DISPLAY "HIGHLIGHT OFF........." HIGHLIGHT-OFF-CODE.
0219KC*  THE CODES ARE TRIED ON THE SCREEN BEFORE ANYTHING IS
0219KD*  WRITTEN, AND A "NO" GOES BACK TO THE LIKELY CULPRIT.
0219KE   PERFORM TEST-PATTERN THRU TEST-PATTERN-XT.
0219KF   IF PATTERN-ANS = "N" AND REDO-ITEM = 0
0219KG     GO TO REDO-DISPATCH.
0219KH   IF PATTERN-ANS = "N"
0219KI     GO TO REDO-GO.
0219L    PERFORM CONFIRM-PATCH-PROMPT.
0219M    IF CONFIRM-ANS = "N"
0219N      GO TO REDO-DISPATCH.
0224BE      GO TO CONFIRM-PATCH-PROMPT.
0224BF REDO-DISPATCH.
0224BG    PERFORM REDO-ITEM-PROMPT.
0224BGA REDO-GO.
0224BH    IF REDO-ITEM = 1 GO TO A.
0224BI    IF REDO-ITEM = 2 GO TO AA.
0224BJ    IF REDO-ITEM = 3 GO TO AAA.
0224CA    IF REDO-ITEM > 11
0224CB      DISPLAY "PLEASE ENTER 00-11"
0224CC      GO TO REDO-ITEM-PROMPT.
0224CD*  TEST PATTERN DRAWN WITH THE CODES JUST ENTERED - A BOX
0224CE*  WHOSE CORNERS SHOULD SIT IN THE FOUR CORNERS OF THE
0224CF*  SCREEN, THE TOP EDGE NUMBERED BY COLUMN AND THE LEFT EDGE
0224CG*  BY LINE, A HIGHLIGHTED LINE AND A LINE WRITTEN THEN RUBBED
0224CH*  OUT WITH THE BACKSPACE CODE.  THE QUESTION GOES ON THE
0224CI*  LAST LINE SO NOTHING SCROLLS THE BOX AWAY.
0224CJ TEST-PATTERN.
0224CK    MOVE "Y" TO PATTERN-ANS.
0224CL    MOVE 0 TO H-BINARY.
0224CM    MOVE LINE-LENGTH TO BYTE.
0224CN    MOVE H-BINARY TO SCREEN-WIDTH.
0224CO    MOVE 0 TO H-BINARY.
0224CP    MOVE LINES-PER-PAGE TO BYTE.
0224CQ    MOVE H-BINARY TO SCREEN-DEPTH.
0224CR    IF SCREEN-WIDTH < 20
0224CS      DISPLAY "SCREEN TOO NARROW FOR THE TEST PATTERN"
0224CT      MOVE "N" TO PATTERN-ANS
0224CU      MOVE 6 TO REDO-ITEM
0224CV      GO TO TEST-PATTERN-XT.
0224CW    IF SCREEN-DEPTH < 6
0224CX      DISPLAY "SCREEN TOO SHALLOW FOR THE TEST PATTERN"
0224CY      MOVE "N" TO PATTERN-ANS
0224CZ      MOVE 7 TO REDO-ITEM
0224DA      GO TO TEST-PATTERN-XT.
0224DB    DISPLAY "A BOX SHOULD NOW FILL THE SCREEN WITH ITS CORNERS".
0224DC    DISPLAY "IN THE FOUR CORNERS, LINE 2 HIGHLIGHTED AND".
0224DD    DISPLAY "LINE 3 BLANK.  PRESS RETURN TO DRAW IT " NO.
0224DE    ACCEPT PATTERN-ANS.
0224DF    SUBTRACT 1 FROM SCREEN-WIDTH GIVING LAST-COL.
0224DG    SUBTRACT 2 FROM SCREEN-DEPTH GIVING LAST-NUM-ROW.
0224DH    MOVE 1 TO RULER-IX.
0224DI    PERFORM BUILD-RULER THRU BUILD-RULER-XT
0224DJ      VARYING PAT-COL FROM 2 BY 1 UNTIL PAT-COL > LAST-COL.
0224DK    PERFORM SET-CORNERS THRU SET-CORNERS-XT.
0224DL    MOVE 1 TO FROM-COL.
0224DM    PERFORM SHOW-ROW THRU SHOW-ROW-XT.
0224DN    PERFORM SET-SIDES THRU SET-SIDES-XT.
0224DO    DISPLAY "|" NO.
0224DP    DISPLAY HIGHLIGHT-ON-CODE NO.
0224DQ    DISPLAY " HIGHLIGHTED " NO.
0224DR    DISPLAY HIGHLIGHT-OFF-CODE NO.
0224DS    MOVE 15 TO FROM-COL.
0224DT    PERFORM SHOW-ROW THRU SHOW-ROW-XT.
0224DU    DISPLAY "|CLEAR THIS OUT" NO.
0224DV    PERFORM RUB-OUT-ONE THRU RUB-OUT-ONE-XT
0224DW      VARYING RUB-COUNT FROM 1 BY 1 UNTIL RUB-COUNT > 14.
0224DX    MOVE 2 TO FROM-COL.
0224DY    PERFORM SHOW-ROW THRU SHOW-ROW-XT.
0224DZ    PERFORM SHOW-NUMBERED THRU SHOW-NUMBERED-XT
0224EA      VARYING PAT-ROW FROM 4 BY 1 UNTIL PAT-ROW > LAST-NUM-ROW.
0224EB    PERFORM BUILD-BOTTOM THRU BUILD-BOTTOM-XT
0224EC      VARYING PAT-COL FROM 2 BY 1 UNTIL PAT-COL > LAST-COL.
0224ED    PERFORM SET-CORNERS THRU SET-CORNERS-XT.
0224EE    MOVE 1 TO FROM-COL.
0224EF    PERFORM SHOW-ROW THRU SHOW-ROW-XT.
0224EG TEST-PATTERN-ASK.
0224EH    MOVE SPACE TO PATTERN-ANS.
0224EI    DISPLAY "DOES THIS LOOK RIGHT (Y/N)? " NO.
0224EJ    ACCEPT PATTERN-ANS.
0224EK    IF PATTERN-ANS = "Y"
0224EL      GO TO TEST-PATTERN-XT.
0224EM    IF PATTERN-ANS NOT = "N"
0224EN      DISPLAY "PLEASE ANSWER Y OR N"
0224EO      GO TO TEST-PATTERN-ASK.
0224EP TEST-FAULT.
0224EQ    MOVE 0 TO FAULT-ITEM.
0224ER    DISPLAY "WHAT LOOKED WRONG?".
0224ES    DISPLAY "1-RIGHT EDGE WRAPPED OR SHORT OF THE SCREEN EDGE".
0224ET    DISPLAY "2-TOP LINE SCROLLED OFF OR BOX SHORT OF THE BOTTOM".
0224EU    DISPLAY "3-LINE 2 NOT HIGHLIGHTED".
0224EV    DISPLAY "4-HIGHLIGHT RAN ON PAST LINE 2".
0224EW    DISPLAY "5-LINE 3 NOT BLANK".
0224EX    DISPLAY "6-BLANK LINES BETWEEN THE LINES OF THE BOX".
0224EY    DISPLAY "0-NOT SURE, LET ME CHOOSE " NO.
0224EZ    ACCEPT FAULT-ITEM.
0224FA    IF FAULT-ITEM > 6
0224FB      DISPLAY "PLEASE ENTER 0-6"
0224FC      GO TO TEST-FAULT.
0224FD    MOVE 0 TO REDO-ITEM.
0224FE    IF FAULT-ITEM = 1 MOVE 6 TO REDO-ITEM.
0224FF    IF FAULT-ITEM = 2 MOVE 7 TO REDO-ITEM.
0224FG    IF FAULT-ITEM = 3 MOVE 4 TO REDO-ITEM.
0224FH    IF FAULT-ITEM = 4 MOVE 5 TO REDO-ITEM.
0224FI    IF FAULT-ITEM = 5 MOVE 2 TO REDO-ITEM.
0224FJ    IF FAULT-ITEM = 6 MOVE 8 TO REDO-ITEM.
0224FK TEST-PATTERN-XT.
0224FL    EXIT.
0224FM*  TOP EDGE - THE LAST DIGIT OF EACH COLUMN NUMBER
0224FN BUILD-RULER.
0224FO    ADD 1 TO RULER-IX.
0224FP    IF RULER-IX > 10
0224FQ      MOVE 1 TO RULER-IX.
0224FR    MOVE RULER-CHAR (RULER-IX) TO PAT-CHAR (PAT-COL).
0224FS BUILD-RULER-XT.
0224FT    EXIT.
0224FU BUILD-BOTTOM.
0224FV    MOVE "-" TO PAT-CHAR (PAT-COL).
0224FW BUILD-BOTTOM-XT.
0224FX    EXIT.
0224FY SET-CORNERS.
0224FZ    MOVE "+" TO PAT-CHAR (1).
0224GA    MOVE "+" TO PAT-CHAR (SCREEN-WIDTH).
0224GB SET-CORNERS-XT.
0224GC    EXIT.
0224GD SET-SIDES.
0224GE    MOVE SPACE TO PATTERN-LINE.
0224GF    MOVE "|" TO PAT-CHAR (1).
0224GG    MOVE "|" TO PAT-CHAR (SCREEN-WIDTH).
0224GH SET-SIDES-XT.
0224GI    EXIT.
0224GJ*  THE LINE NUMBER JUST INSIDE THE LEFT EDGE
0224GK SHOW-NUMBERED.
0224GL    MOVE PAT-ROW TO ROW-NO.
0224GM    MOVE ROW-NO-1 TO PAT-CHAR (2).
0224GN    MOVE ROW-NO-2 TO PAT-CHAR (3).
0224GO    MOVE 1 TO FROM-COL.
0224GP    PERFORM SHOW-ROW THRU SHOW-ROW-XT.
0224GQ SHOW-NUMBERED-XT.
0224GR    EXIT.
0224GS*  FROM-COL TO THE LAST COLUMN, THE LAST ONE ENDING THE LINE
0224GT SHOW-ROW.
0224GU    PERFORM SHOW-ONE-CHAR THRU SHOW-ONE-CHAR-XT
0224GV      VARYING PAT-COL FROM FROM-COL BY 1 UNTIL PAT-COL > LAST-COL.
0224GW    DISPLAY PAT-CHAR (SCREEN-WIDTH).
0224GX SHOW-ROW-XT.
0224GY    EXIT.
0224GZ SHOW-ONE-CHAR.
0224HA    DISPLAY PAT-CHAR (PAT-COL) NO.
0224HB SHOW-ONE-CHAR-XT.
0224HC    EXIT.
0224HD*  BACK ONE, BLANK IT, BACK AGAIN - WITH THE ESCAPE FIRST
0224HE*  WHEN THE TERMINAL WANTS ONE
0224HF RUB-OUT-ONE.
0224HG    IF ESCAPE-CODE NOT = ""00""
0224HH      DISPLAY ESCAPE-CODE NO.
0224HI    DISPLAY BACKSPACE-CODE NO.
0224HJ    DISPLAY " " NO.
0224HK    IF ESCAPE-CODE NOT = ""00""
0224HL      DISPLAY ESCAPE-CODE NO.
0224HM    DISPLAY BACKSPACE-CODE NO.
0224HN RUB-OUT-ONE-XT.
0224HO    EXIT.
0225 HEX-BIN.
0226     IF IN-A = "0"
0227       MOVE ""00"" TO LA
