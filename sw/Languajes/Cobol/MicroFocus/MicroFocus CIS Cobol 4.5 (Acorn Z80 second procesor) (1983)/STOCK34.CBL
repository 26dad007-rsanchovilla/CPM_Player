      /
       DATA DIVISION.
       FILE SECTION.
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       01  OLD-CONSIGN PIC X.
       01  OLD-CONSIGN-SUPP PIC X(4).
       01  OLD-HAZ-RATED PIC X.
       01  OLD-PICK-MIN PIC 9(6).
       01  OLD-PICK-MAX PIC 9(6).
       01  OLD-RESERVE-ZONE PIC XX.
       01  LC-FILE-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-CODE PIC X(4).
       01  NEW-CONSIGN-SUPP PIC X(4).
       01  NEW-CAPACITY-X PIC X(8).
       01  NEW-CAPACITY-9 REDEFINES NEW-CAPACITY-X PIC 9(8).
       01  NEW-PICK-X PIC X(6).
       01  NEW-PICK-9 REDEFINES NEW-PICK-X PIC 9(6).
       01  PICK-SETTING.
           02  PS-MIN PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  PS-MAX PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  PS-ZONE PIC XX.
       01  CONFIRM-ANSWER PIC X.
       01  MORE-ANSWER PIC X.
       01  BROWSE-LINE-COUNT PIC 99.
           ELSE
               MOVE "N" TO LOC-HAZ-RATED
           END-IF.
           MOVE 0 TO LOC-PICK-MIN.
           MOVE 0 TO LOC-PICK-MAX.
           DISPLAY "PICK-FACE BIN, REFILLED FROM A RESERVE ZONE?"
               " (Y/N): ".
           ACCEPT NEW-CONSIGN.
           IF NEW-CONSIGN = "Y" OR NEW-CONSIGN = "y"
               PERFORM ASK-PICK-FACE THRU ASK-PICK-FACE-EXIT.
           WRITE LOC-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOC FILE I/O ERROR, STATUS: " LC-FILE-STATUS
               GO TO ASK-ACTION
           END-READ.
           IF LOC-CAPACITY NOT NUMERIC MOVE 0 TO LOC-CAPACITY.
           IF LOC-PICK-MIN NOT NUMERIC MOVE 0 TO LOC-PICK-MIN.
           IF LOC-PICK-MAX NOT NUMERIC MOVE 0 TO LOC-PICK-MAX.
           MOVE LOC-PICK-MIN TO OLD-PICK-MIN.
           MOVE LOC-PICK-MAX TO OLD-PICK-MAX.
           MOVE LOC-RESERVE-ZONE TO OLD-RESERVE-ZONE.
           MOVE LOC-ZONE TO OLD-ZONE.
           MOVE LOC-DESC TO OLD-DESC.
           MOVE LOC-CAPACITY TO OLD-CAPACITY.
           DISPLAY "CONSIGNMENT: " LOC-CONSIGN-FLAG
               "  OWNER: " LOC-CONSIGN-SUPP
               "  HAZ RATED: " LOC-HAZ-RATED.
           IF LOC-PICK-MAX NOT = 0
               DISPLAY "PICK FACE - MIN " LOC-PICK-MIN
                   "  MAX " LOC-PICK-MAX
                   "  RESERVE ZONE " LOC-RESERVE-ZONE.
           DISPLAY "NEW ZONE (BLANK TO KEEP): ".
           MOVE SPACE TO NEW-ZONE.
           ACCEPT NEW-ZONE.
                   MOVE "N" TO LOC-HAZ-RATED
               END-IF
           END-IF.
           DISPLAY "CHANGE PICK-FACE SETTINGS? (Y/N): ".
           MOVE SPACE TO NEW-CONSIGN.
           ACCEPT NEW-CONSIGN.
           IF NEW-CONSIGN = "Y" OR NEW-CONSIGN = "y"
               DISPLAY "PICK-FACE BIN, REFILLED FROM A RESERVE ZONE?"
                   " (Y/N): "
               ACCEPT NEW-CONSIGN
               IF NEW-CONSIGN = "Y" OR NEW-CONSIGN = "y"
                   PERFORM ASK-PICK-FACE THRU ASK-PICK-FACE-EXIT
               ELSE
                   MOVE 0 TO LOC-PICK-MIN
                   MOVE 0 TO LOC-PICK-MAX
                   MOVE SPACE TO LOC-RESERVE-ZONE
               END-IF
           END-IF.
           MOVE "STOCK.LOC" TO AU-FILE-NAME.
           MOVE LOC-CODE TO AU-RECORD-KEY.
           IF LOC-ZONE NOT = OLD-ZONE
               MOVE OLD-HAZ-RATED TO AU-OLD-VALUE
               MOVE LOC-HAZ-RATED TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           IF LOC-PICK-MIN NOT = OLD-PICK-MIN
               OR LOC-PICK-MAX NOT = OLD-PICK-MAX
               OR LOC-RESERVE-ZONE NOT = OLD-RESERVE-ZONE
               MOVE "PICK-FACE" TO AU-FIELD-NAME
               MOVE OLD-PICK-MIN TO PS-MIN
               MOVE OLD-PICK-MAX TO PS-MAX
               MOVE OLD-RESERVE-ZONE TO PS-ZONE
               MOVE PICK-SETTING TO AU-OLD-VALUE
               MOVE LOC-PICK-MIN TO PS-MIN
               MOVE LOC-PICK-MAX TO PS-MAX
               MOVE LOC-RESERVE-ZONE TO PS-ZONE
               MOVE PICK-SETTING TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           REWRITE LOC-RECORD.
           GO TO ASK-ACTION.
       DELETE-LOC.
               MOVE 0 TO BROWSE-LINE-COUNT
               GO TO BROWSE-LOOP.
           GO TO ASK-ACTION.
      *A PICK FACE IS REFILLED WHEN IT DROPS BELOW ITS MINIMUM, UP
      *TO ITS MAXIMUM, FROM BINS IN ITS RESERVE ZONE - THE RESERVE
      *MUST BE SOME OTHER ZONE OR THE BIN WOULD REFILL ITSELF
       ASK-PICK-FACE.
           DISPLAY "MINIMUM UNITS BEFORE REFILL: ".
           MOVE SPACE TO NEW-PICK-X.
           ACCEPT NEW-PICK-X.
           IF NEW-PICK-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-PICK-FACE.
           MOVE NEW-PICK-9 TO LOC-PICK-MIN.
       ASK-PICK-MAX.
           DISPLAY "MAXIMUM UNITS THE FACE IS FILLED TO: ".
           MOVE SPACE TO NEW-PICK-X.
           ACCEPT NEW-PICK-X.
           IF NEW-PICK-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-PICK-MAX.
           IF NEW-PICK-9 NOT > LOC-PICK-MIN
               DISPLAY TERM-HIGHLIGHT-ON
                   "MAXIMUM MUST BE ABOVE THE MINIMUM"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-PICK-MAX.
           MOVE NEW-PICK-9 TO LOC-PICK-MAX.
       ASK-RESERVE-ZONE.
           DISPLAY "RESERVE ZONE IT IS REFILLED FROM: ".
           MOVE SPACE TO NEW-ZONE.
           ACCEPT NEW-ZONE.
           IF NEW-ZONE = SPACE OR NEW-ZONE = LOC-ZONE
               DISPLAY TERM-HIGHLIGHT-ON
                   "NAME A RESERVE ZONE OTHER THAN THE BIN'S OWN"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-RESERVE-ZONE.
           MOVE NEW-ZONE TO LOC-RESERVE-ZONE.
       ASK-PICK-FACE-EXIT.
           EXIT.
      *ONE AUDIT ROW PER CHANGED FIELD - WHAT IT WAS, WHAT IT
      *BECAME, WHO AND WHEN.  THE CALLER FILLS THE FIELD NAME AND
      *THE TWO VALUES FIRST.
