      /
       DATA DIVISION.
       FILE SECTION.
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
       01  ACTION-CHOICE PIC X.
       01  ENTERED-CODE PIC X(2).
       01  NEW-DESC PIC X(20).
       01  ENTERED-TURNS-X PIC XXX.
       01  ENTERED-TURNS-9 REDEFINES ENTERED-TURNS-X PIC 99V9.
       01  CONFIRM-ANSWER PIC X.
       01  BROWSE-DISPLAY.
           02  BD-CODE PIC X(2).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-TARGET-TURNS PIC Z9.9.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
               DISPLAY TERM-HIGHLIGHT-ON "DESC MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-CAT-DESC.
           MOVE SPACE TO CATEGORY-RECORD.
           MOVE ENTERED-CODE TO CAT-CODE.
           MOVE NEW-DESC TO CAT-DESC.
           MOVE 0 TO CAT-TARGET-TURNS.
           PERFORM ASK-TARGET-TURNS THRU ASK-TARGET-TURNS-EXIT.
           WRITE CATEGORY-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CAT FILE I/O ERROR, STATUS: " CT-FILE-STATUS
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC NOT = SPACE MOVE NEW-DESC TO CAT-DESC.
           IF CAT-TARGET-TURNS NOT NUMERIC
               MOVE 0 TO CAT-TARGET-TURNS.
           DISPLAY "TARGET TURNS A YEAR: " CAT-TARGET-TURNS.
           PERFORM ASK-TARGET-TURNS THRU ASK-TARGET-TURNS-EXIT.
           REWRITE CATEGORY-RECORD.
           GO TO ASK-ACTION.
       DELETE-CAT.
           END-READ.
           MOVE CAT-CODE TO BD-CODE.
           MOVE CAT-DESC TO BD-DESC.
           IF CAT-TARGET-TURNS NOT NUMERIC
               MOVE 0 TO CAT-TARGET-TURNS.
           MOVE CAT-TARGET-TURNS TO BD-TARGET-TURNS.
           DISPLAY BROWSE-DISPLAY.
           GO TO BROWSE-LOOP.
      *THE TURN RATE THE TURNOVER REPORT HOLDS THE CATEGORY TO -
      *A BARE RETURN KEEPS WHAT IS THERE, ZERO FALLS BACK TO THE
      *HOUSE TARGET
       ASK-TARGET-TURNS.
           DISPLAY "TARGET TURNS A YEAR (NNN = NN.N, BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-TURNS-X.
           ACCEPT ENTERED-TURNS-X.
           IF ENTERED-TURNS-X = SPACE GO TO ASK-TARGET-TURNS-EXIT.
           IF ENTERED-TURNS-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "TURNS NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-TARGET-TURNS.
           MOVE ENTERED-TURNS-9 TO CAT-TARGET-TURNS.
       ASK-TARGET-TURNS-EXIT.
           EXIT.
       END-IT.
           CLOSE CAT-FILE.
           DISPLAY SPACE.
