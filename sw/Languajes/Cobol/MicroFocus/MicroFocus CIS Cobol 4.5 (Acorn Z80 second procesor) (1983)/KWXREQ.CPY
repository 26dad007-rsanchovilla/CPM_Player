      *THE BLOCK A PROGRAM FILLS AND PASSES TO KEYWORD-INDEX.
      *  KQ-FUNCTION "A" INDEXES EACH SIGNIFICANT WORD OF KQ-DESC
      *     UNDER THE BIN KQ-STOCK-CODE/KQ-LOCATION.
      *  KQ-FUNCTION "D" TAKES THOSE SAME WORDS OUT AGAIN - PASS
      *     THE DESCRIPTION AS IT WAS WHEN IT WAS INDEXED.
      *  KQ-FUNCTION "C" CLOSES THE INDEX.  IT STAYS OPEN BETWEEN
      *     CALLS SO A LOAD OF A THOUSAND ITEMS OPENS IT ONCE, AND
      *     THE CALLER SENDS "C" BEFORE IT GOES BACK TO THE MENU.
      *KQ-TRAINING-FLAG "Y" USES THE PRACTICE FILE.  KQ-WORDS COMES
      *BACK WITH THE NUMBER OF WORDS ADDED OR TAKEN OUT.
       01  KEYWORD-REQ-BLOCK.
           02  KQ-FUNCTION PIC X.
           02  KQ-STOCK-CODE PIC X(8).
           02  KQ-LOCATION PIC X(4).
           02  KQ-DESC PIC X(20).
           02  KQ-TRAINING-FLAG PIC X.
           02  KQ-WORDS PIC 99.
