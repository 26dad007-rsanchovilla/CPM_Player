      *THE AUDITORS' SAMPLE RECORD (STOCK.MUS), ONE PER BIN DRAWN
      *INTO THE MONETARY-UNIT SAMPLE, KEYED LOCATION FIRST SO THE
      *TEST-COUNT SHEETS COME OUT IN THE ORDER THE COUNTERS WALK.
      *MS-BOOK-QTY, MS-UNIT-COST AND MS-BOOK-VALUE ARE THE BOOK
      *FIGURES WHEN THE SAMPLE WAS DRAWN - THE SAMPLE IS DRAWN ON
      *THE COUNT DAY, SO THEY ARE WHAT THE AUDITORS' COUNT IS
      *TESTED AGAINST.  MS-HITS IS HOW MANY SELECTION POINTS FELL
      *IN THE BIN - MORE THAN ONE ONLY FOR A BIN WORTH MORE THAN
      *THE SAMPLING INTERVAL.  MS-COUNTED-FLAG IS "Y" ONCE THE
      *AUDITORS' COUNT (MS-AUDIT-QTY) HAS BEEN KEYED, WITH THE
      *COUNTER'S INITIALS AND THE DAY IT WAS KEYED.
       01  MUS-SAMPLE-RECORD.
           02  MS-KEY.
               03  MS-LOCATION PIC X(4).
               03  MS-STOCK-CODE PIC X(8).
           02  MS-DESC PIC X(20).
           02  MS-BOOK-QTY PIC 9(6)V99.
           02  MS-UNIT-COST PIC 9(4)V99.
           02  MS-BOOK-VALUE PIC 9(9)V99.
           02  MS-HITS PIC 9(4).
           02  MS-COUNTED-FLAG PIC X.
           02  MS-AUDIT-QTY PIC 9(6)V99.
           02  MS-COUNTED-BY PIC X(4).
           02  MS-COUNT-DATE PIC X(10).
           02  FILLER PIC X(8).
