       01  SUP-FILE-STATUS PIC XX.
       01  LM-FILE-STATUS PIC XX.
       01  LEAD-TIME-DISPLAY.
           02  FILLER PIC X(20) VALUE "AVG LEAD (WORK DAYS)".
           02  FILLER PIC XX VALUE SPACE.
           02  LD-DAYS PIC ZZ9.
           02  FILLER PIC X(6) VALUE "  OVER".
       01  NEW-FIELD-3 PIC X(3).
       01  NEW-TOL-PCT PIC 99V9.
       01  NEW-TOL-ABS PIC 9(4)V99.
       01  NEW-TERMS-DAYS PIC 999.
       01  BROWSE-DISPLAY.
           02  BD-CODE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           MOVE NEW-TOL-ABS TO SUP-TOL-ABS.
           DISPLAY "ENTER TAX CODE (BLANK IF UNTAXED): ".
           ACCEPT SUP-TAX-CODE.
           PERFORM GET-ORDER-METHOD THRU GET-ORDER-METHOD-EXIT.
           PERFORM GET-PAY-TERMS THRU GET-PAY-TERMS-EXIT.
           WRITE SUPPLIER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SUPPLIER FILE I/O ERROR, STATUS: " SUP-FILE-STATUS
                   MOVE NEW-FIELD-3 (1:1) TO SUP-TAX-CODE
               END-IF
           END-IF.
           IF SUP-ORDER-METHOD = "E"
               DISPLAY "ORDERS SENT: ELECTRONIC"
           ELSE
               DISPLAY "ORDERS SENT: PAPER"
           END-IF.
           DISPLAY "CHANGE ORDER METHOD? (Y/N): ".
           MOVE SPACE TO NEW-FIELD-3.
           ACCEPT NEW-FIELD-3.
           IF NEW-FIELD-3 = "Y" OR NEW-FIELD-3 = "y"
               PERFORM GET-ORDER-METHOD THRU GET-ORDER-METHOD-EXIT.
           IF SUP-TERMS-DAYS NUMERIC
               IF SUP-TERMS-BASIS = "M"
                   DISPLAY "PAYMENT TERMS: " SUP-TERMS-DAYS
                       " DAYS FROM END OF INVOICE MONTH"
               ELSE
                   DISPLAY "PAYMENT TERMS: " SUP-TERMS-DAYS
                       " DAYS FROM INVOICE DATE"
               END-IF
           ELSE
               DISPLAY "PAYMENT TERMS: HOUSE TERMS"
           END-IF.
           DISPLAY "CHANGE PAYMENT TERMS? (Y/N): ".
           MOVE SPACE TO NEW-FIELD-3.
           ACCEPT NEW-FIELD-3.
           IF NEW-FIELD-3 = "Y" OR NEW-FIELD-3 = "y"
               PERFORM GET-PAY-TERMS THRU GET-PAY-TERMS-EXIT.
           PERFORM AUDIT-SUPPLIER-CHANGES THRU AUDIT-SUPP-EXIT.
           REWRITE SUPPLIER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
               MOVE OLD-SUPPLIER-REC (102:1) TO AU-OLD-VALUE
               MOVE SUP-TAX-CODE TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           IF SUP-ORDER-METHOD NOT = OLD-SUPPLIER-REC (103:1)
               MOVE "ORDER-METHOD" TO AU-FIELD-NAME
               MOVE OLD-SUPPLIER-REC (103:1) TO AU-OLD-VALUE
               MOVE SUP-ORDER-METHOD TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           IF SUPPLIER-RECORD (104:4) NOT = OLD-SUPPLIER-REC (104:4)
               MOVE "PAY-TERMS" TO AU-FIELD-NAME
               MOVE OLD-SUPPLIER-REC (104:4) TO AU-OLD-VALUE
               MOVE SUPPLIER-RECORD (104:4) TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
       AUDIT-SUPP-EXIT.
           EXIT.
       DELETE-SUPPLIER.
               GO TO GET-TOLERANCE-ABS.
       GET-TOLERANCES-EXIT.
           EXIT.
      *AN ELECTRONIC SUPPLIER'S ORDERS GO OUT ON THE INTERCHANGE
      *FILE FROM ORDER-TRANSMIT; EVERYONE ELSE GETS THE PRINTED ONE
       GET-ORDER-METHOD.
           DISPLAY "ORDERS BY (E)LECTRONIC INTERCHANGE OR (P)APER: ".
           MOVE SPACE TO NEW-FIELD-3.
           ACCEPT NEW-FIELD-3.
           IF NEW-FIELD-3 = "E" OR NEW-FIELD-3 = "e"
               MOVE "E" TO SUP-ORDER-METHOD
               GO TO GET-ORDER-METHOD-EXIT.
           IF NEW-FIELD-3 = "P" OR NEW-FIELD-3 = "p"
               OR NEW-FIELD-3 = SPACE
               MOVE "P" TO SUP-ORDER-METHOD
               GO TO GET-ORDER-METHOD-EXIT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO GET-ORDER-METHOD.
       GET-ORDER-METHOD-EXIT.
           EXIT.
      *THE PAYABLES LEDGER DATES EACH MATCHED INVOICE BY THESE -
      *A BLANK DAYS ENTRY LEAVES THE SUPPLIER ON THE HOUSE TERMS
       GET-PAY-TERMS.
           DISPLAY "PAYMENT TERMS, DAYS (NNN, BLANK = HOUSE TERMS): ".
           MOVE SPACE TO NEW-FIELD-3.
           ACCEPT NEW-FIELD-3.
           IF NEW-FIELD-3 = SPACE
               MOVE SPACE TO SUPPLIER-RECORD (104:4)
               GO TO GET-PAY-TERMS-EXIT.
           MOVE NEW-FIELD-3 TO NEW-TERMS-DAYS.
           IF NEW-TERMS-DAYS NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-PAY-TERMS.
           MOVE NEW-TERMS-DAYS TO SUP-TERMS-DAYS.
       GET-PAY-TERMS-BASIS.
           DISPLAY "DAYS FROM (I)NVOICE DATE OR (M)ONTH END: ".
           MOVE SPACE TO NEW-FIELD-3.
           ACCEPT NEW-FIELD-3.
           IF NEW-FIELD-3 = "M" OR NEW-FIELD-3 = "m"
               MOVE "M" TO SUP-TERMS-BASIS
               GO TO GET-PAY-TERMS-EXIT.
           IF NEW-FIELD-3 = "I" OR NEW-FIELD-3 = "i"
               OR NEW-FIELD-3 = SPACE
               MOVE "I" TO SUP-TERMS-BASIS
               GO TO GET-PAY-TERMS-EXIT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO GET-PAY-TERMS-BASIS.
       GET-PAY-TERMS-EXIT.
           EXIT.
      *ONE AUDIT ROW PER CHANGED FIELD - WHAT IT WAS, WHAT IT
      *BECAME, WHO AND WHEN.  THE CALLER FILLS THE FIELD NAME AND
      *THE TWO VALUES FIRST.
