      *THE STANDING ISSUE ORDER RECORD (STOCK.SIO) - THE SAME ITEMS
      *A DEPARTMENT TAKES EVERY WEEK, FORTNIGHT OR MONTH, KEPT SO
      *NOBODY KEYS THEM INTO ISSUE-REQUESTS AGAIN.  KEYED ON THE
      *DEPARTMENT AND A LINE NUMBER, SO ONE KEYED START GIVES A
      *DEPARTMENT'S WHOLE STANDING ORDER.  SO-FREQUENCY IS "W"
      *WEEKLY, "F" FORTNIGHTLY OR "M" MONTHLY.  THE STANDING-ISSUE
      *RUN RAISES THE LINE AS AN ORDINARY ALLOCATED REQUEST ON
      *STOCK.REQ ONCE SO-NEXT-DUE IS REACHED, THEN STEPS SO-NEXT-DUE
      *ON BY THE FREQUENCY.  SO-END-DATE IS THE LAST DAY A REQUEST
      *MAY BE RAISED - SPACE FOR A STANDING ORDER WITH NO END.
      *SO-REQUESTER IS WHAT THE RAISED REQUEST CARRIES (DEPARTMENT
      *CODE + INITIALS), SO-JOB-NO THE JOB IT IS CHARGED TO, IF ANY.
      *SO-LAST-RAISED AND SO-LAST-RESULT SAY WHAT THE LAST RUN DID
      *WITH THE LINE - "A" ALLOCATED, "S" SHORT OF FREE STOCK, "L"
      *LOT-CONTROLLED, "N" NO SUCH BIN - SO A LINE THAT KEEPS
      *FAILING SHOWS ON THE BROWSE.
       01  STANDING-ISSUE-RECORD.
           02  SO-KEY.
               03  SO-DEPT PIC X(4).
               03  SO-LINE-NO PIC 99.
           02  SO-STOCK-CODE PIC X(8).
           02  SO-LOCATION PIC X(4).
           02  SO-QUANTITY PIC 9(6)V99.
           02  SO-FREQUENCY PIC X.
           02  SO-NEXT-DUE PIC X(10).
           02  SO-END-DATE PIC X(10).
           02  SO-REQUESTER PIC X(10).
           02  SO-JOB-NO PIC X(4).
           02  SO-LAST-RAISED PIC X(10).
           02  SO-LAST-RESULT PIC X.
           02  FILLER PIC X(8).
