      *THE SUPERVISOR ACTION QUEUE (STOCK.ACQ) - ONE RECORD FOR
      *EVERY PROBLEM A PROGRAM FOUND THAT NEEDS A PERSON: A PURCHASE
      *ORDER WAITING FOR APPROVAL, A QUARANTINE LOT PAST ITS
      *INSPECTION TARGET, AN UNSETTLED DEBIT NOTE, AN INTEGRITY CHECK
      *FAILURE, A TRANSACTION NUMBER GAP OR A REJECT KEPT BACK ON
      *STOCK.REJ.  KEYED ON A RUNNING ACTION NUMBER; RECORD 000000
      *IS THE CONTROL RECORD AND HOLDS THE LAST NUMBER GIVEN OUT.
      *AQ-STATUS IS "O" OPEN AND NOBODY'S YET, "A" ASSIGNED TO
      *AQ-ASSIGNEE, "C" CLOSED WITH AQ-RESOLUTION SAYING HOW.
      *AQ-SOURCE AND AQ-ITEM-KEY SAY WHAT THE ACTION IS ABOUT, SO
      *THE SAME PROBLEM FOUND AGAIN TOMORROW IS NOT RAISED TWICE.
       01  ACTION-RECORD.
           02  AQ-NUMBER PIC 9(6).
           02  AQ-ACTION-DATA.
               03  AQ-SOURCE PIC X(8).
               03  AQ-ITEM-KEY PIC X(20).
               03  AQ-DESCRIPTION PIC X(40).
               03  AQ-RAISED-DATE PIC X(10).
               03  AQ-RAISED-NUM PIC 9(8).
               03  AQ-RAISED-BY PIC X(4).
               03  AQ-STATUS PIC X.
               03  AQ-ASSIGNEE PIC X(4).
               03  AQ-ASSIGNED-DATE PIC X(10).
               03  AQ-CLOSED-DATE PIC X(10).
               03  AQ-CLOSED-BY PIC X(4).
               03  AQ-RESOLUTION PIC X(40).
               03  FILLER PIC X(15).
           02  AQ-CONTROL-DATA REDEFINES AQ-ACTION-DATA.
               03  AQ-LAST-NUMBER PIC 9(6).
               03  FILLER PIC X(168).
