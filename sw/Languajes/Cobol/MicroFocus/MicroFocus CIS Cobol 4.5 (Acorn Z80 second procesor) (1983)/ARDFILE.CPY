      *THE SAVED AD-HOC REPORT DEFINITION (STOCK.ARD), ONE PER
      *REPORT CODE, KEPT BY REPORT-DEFINE AND RUN BY AD-HOC-REPORT
      *FROM THE MENU OR THE OVERNIGHT QUEUE.  EVERY FIELD NUMBER IS
      *AN ENTRY IN THE FIELD LIST (ARDDICT.CPY), ZERO FOR UNUSED.
      *AD-COLUMN: THE FIELDS PRINTED, LEFT TO RIGHT.
      *AD-COND-OP: E EQUAL TO THE LOW VALUE, R IN THE RANGE LOW TO
      *HIGH (EITHER END BLANK LEAVES THAT END OPEN), G GREATER THAN
      *THE LOW VALUE, L LESS THAN THE LOW VALUE, N NOT BLANK (NOT
      *ZERO FOR A NUMBER).  EVERY CONDITION MUST HOLD.  A NUMBER IS
      *KEPT AS TEN DIGITS WITH TWO DECIMALS - 0000005000 IS 50.00.
      *AD-BREAK-FIELD: THE REPORT SORTS ON IT FIRST AND SUBTOTALS
      *EACH CHANGE OF IT; AD-SORT-FIELD ORDERS THE LINES WITHIN.
       01  REPORT-DEFINITION-RECORD.
           02  AD-CODE PIC X(4).
           02  AD-TITLE PIC X(40).
           02  AD-COLUMNS.
               03  AD-COLUMN PIC 99 OCCURS 8 TIMES.
           02  AD-CONDITIONS.
               03  AD-CONDITION OCCURS 5 TIMES.
                   04  AD-COND-FIELD PIC 99.
                   04  AD-COND-OP PIC X.
                   04  AD-COND-LOW PIC X(20).
                   04  AD-COND-HIGH PIC X(20).
           02  AD-SORTS.
               03  AD-SORT-FIELD PIC 99 OCCURS 3 TIMES.
           02  AD-BREAK-FIELD PIC 99.
           02  AD-CHANGED-BY PIC X(4).
           02  AD-CHANGED-DATE PIC X(10).
           02  FILLER PIC X(13).
