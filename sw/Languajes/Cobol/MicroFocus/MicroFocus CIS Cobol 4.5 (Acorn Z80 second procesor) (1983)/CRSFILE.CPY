      *THE COUNT RESULT FILE (STOCK.CRS) - ONE RECORD FOR EVERY
      *COUNT STOCK-COUNT POSTS, KEYED OR IMPORTED: THE BOOK FIGURE
      *THE COUNT WAS COMPARED WITH (THE LIVE ON-HAND IN (L) MODE,
      *THE FREEZE SNAPSHOT OTHERWISE) AND WHAT WAS ACTUALLY FOUND,
      *SO COUNT-ACCURACY CAN SAY HOW OFTEN THE BOOKS WERE RIGHT.
      *KEYED ON THE COUNT DATE (YYYYMMDD) SO A MONTH READS AS ONE
      *RUN OF ROWS; CR-SEQ SEPARATES A RECOUNT OF THE SAME BIN ON
      *THE SAME DAY.  CR-SOURCE IS "K" FOR A COUNT KEYED AT
      *STOCK-COUNT, "I" FOR ONE IMPORTED FROM THE HAND-HELD
      *TERMINALS; CR-COUNTER-ID IS THE SIGNED-ON OPERATOR ON A
      *KEYED COUNT AND THE TERMINAL'S COUNTER ON AN IMPORTED ONE.
      *THE BIN'S ABC CLASS, ZONE AND UNIT-COST ARE TAKEN AS THEY
      *STOOD WHEN THE COUNT WAS POSTED.
       01  COUNT-RESULT-RECORD.
           02  CR-KEY.
               03  CR-DATE-NUM PIC 9(8).
               03  CR-LOCATION PIC X(4).
               03  CR-STOCK-CODE PIC X(8).
               03  CR-SEQ PIC 99.
           02  CR-COUNT-DATE PIC X(10).
           02  CR-BOOK-QTY PIC 9(6)V99.
           02  CR-COUNTED-QTY PIC 9(6)V99.
           02  CR-COUNTER-ID PIC X(4).
           02  CR-SOURCE PIC X.
           02  CR-COUNT-MODE PIC X.
           02  CR-ABC-CLASS PIC X.
           02  CR-ZONE PIC XX.
           02  CR-UNIT-COST PIC 9(4)V99.
           02  FILLER PIC X(9).
