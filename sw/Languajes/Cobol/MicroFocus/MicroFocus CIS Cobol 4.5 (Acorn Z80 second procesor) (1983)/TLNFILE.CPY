      *THE TOOL LOAN RECORD (STOCK.TLN), ONE PER LOAN, KEYED ON A
      *LOAN NUMBER TOOL-LOANS ALLOCATES (ONE MORE THAN THE HIGHEST
      *ON FILE).  A LOAN TAKES ONE SERIALIZED UNIT OUT TO A NAMED
      *BORROWER IN A DEPARTMENT WITHOUT ISSUING IT - THE UNIT STAYS
      *IN BOOK STOCK AT ITS BIN, ITS SERIAL IS MARKED "L" SO IT IS
      *NOT ISSUED OR LOANED AGAIN, AND NOTHING REACHES THE JOURNAL,
      *USAGE HISTORY OR THE DEPARTMENT'S BUDGET.
      *TL-STATUS IS "O" WHILE OUT AND "R" ONCE RETURNED;
      *TL-DUE-NUM IS THE EXPECTED RETURN DATE AS YYYYMMDD FOR THE
      *OVERDUE COMPARE.  RETURNED LOANS STAY ON FILE AS HISTORY.
       01  TOOL-LOAN-RECORD.
           02  TL-LOAN-NO PIC 9(6).
           02  TL-STOCK-CODE PIC X(8).
           02  TL-SERIAL-NO PIC X(12).
           02  TL-BORROWER PIC X(20).
           02  TL-DEPARTMENT PIC X(4).
           02  TL-OUT-DATE PIC X(10).
           02  TL-DUE-DATE PIC X(10).
           02  TL-DUE-NUM PIC 9(8).
           02  TL-STATUS PIC X.
           02  TL-RETURN-DATE PIC X(10).
           02  TL-OPERATOR-ID PIC X(4).
           02  FILLER PIC X(7).
