      *PASSWORD HISTORY - STOCK.OPH, KEYED ON OH-OPERATOR-ID, KEPT
      *BY PASSWORD-CONTROL.  THE OPERATOR'S LAST FOUR PASSWORDS,
      *NEWEST FIRST, EACH IN THE ENCODED FORM UNDER THE SALT IT WAS
      *STORED WITH, SO A CHANGE CAN REFUSE AN OLD ONE COMING BACK
      *WITHOUT ANY OF THEM EVER BEING HELD IN CLEAR.
       01  PASSWORD-HISTORY-RECORD.
           02  OH-OPERATOR-ID PIC X(4).
           02  OH-ENTRY OCCURS 4 TIMES.
               03  OH-SALT PIC X(3).
               03  OH-STORED PIC X(8).
           02  FILLER PIC X(4).
