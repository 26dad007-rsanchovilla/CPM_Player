      *THE DESCRIPTION KEYWORD INDEX (STOCK.KWX) - ONE RECORD PER
      *SIGNIFICANT WORD OF EACH BIN'S PRODUCT-DESC, KEYED WORD
      *FIRST, SO STOCK-INQUIRY FINDS EVERY "BEARING" BY A KEYED
      *START INSTEAD OF READING THE WHOLE MASTER.  KEPT BY THE
      *KEYWORD-INDEX SUBPROGRAM WHEREVER A DESCRIPTION IS WRITTEN,
      *CHANGED OR RE-CODED; KEYWORD-REBUILD RECREATES IT FROM
      *STOCK.IT.  A WORD IS THREE CHARACTERS OR MORE BETWEEN
      *SPACES OR PUNCTUATION, LESS A FEW FILLER WORDS.
       01  KEYWORD-RECORD.
           02  KW-KEY.
               03  KW-WORD PIC X(20).
               03  KW-STOCK-CODE PIC X(8).
               03  KW-LOCATION PIC X(4).
