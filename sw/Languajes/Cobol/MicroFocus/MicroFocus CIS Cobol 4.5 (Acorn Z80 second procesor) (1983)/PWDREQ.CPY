      *THE BLOCK A PROGRAM FILLS AND PASSES TO PASSWORD-CONTROL,
      *THE ONLY PLACE A PASSWORD IS EVER TURNED INTO ITS STORED
      *FORM.  THE CALLER MOVES THE OPERATOR'S OM-PWD-SALT,
      *OM-PASSWORD AND OM-PWD-FORM IN AND, AFTER "E" OR "C", MOVES
      *THEM BACK TO THE RECORD:
      *  "V" - IS PW-PASSWORD THE OPERATOR'S PASSWORD?  "Y" OR "N".
      *        A RECORD STILL HELD IN CLEAR (FORM SPACE) IS CHECKED
      *        AS IT STANDS AND, WHEN IT MATCHES, COMES BACK ENCODED
      *        WITH FORM "E" READY FOR THE CALLER'S REWRITE.
      *  "E" - ENCODE PW-PASSWORD UNDER A FRESH SALT, NO HISTORY -
      *        A NEW OPERATOR, OR THE CONVERSION RUN.
      *  "C" - CHANGE TO PW-PASSWORD.  "R" REFUSES ONE THAT MATCHES
      *        THE PRESENT PASSWORD OR ONE OF THE LAST FEW ON
      *        STOCK.OPH; OTHERWISE THE PRESENT ONE JOINS THE
      *        HISTORY AND THE NEW ONE COMES BACK ENCODED, "Y".
       01  PASSWORD-REQ-BLOCK.
           02  PW-FUNCTION PIC X.
           02  PW-OPERATOR-ID PIC X(4).
           02  PW-PASSWORD PIC X(8).
           02  PW-SALT PIC X(3).
           02  PW-STORED PIC X(8).
           02  PW-FORM PIC X.
           02  PW-RESULT PIC X.
