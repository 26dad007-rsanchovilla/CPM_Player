      *THE PURCHASE-ORDER HISTORY FILE (STOCK.POH), WRITTEN BY
      *PO-PURGE AS IT TAKES A CLOSED OR CANCELLED ORDER OFF STOCK.PO
      *AND STOCK.POL, AND READ BY PO-HISTORY-INQUIRY.  ONE "H" RECORD
      *CARRIES THE ORDER HEADER AND ONE "L" RECORD EACH OF ITS LINES,
      *KEYED ORDER, TYPE, LINE SO AN ORDER READS BACK HEADER FIRST
      *AND THEN ITS LINES IN ORDER.  PH-IMAGE IS THE LIVE RECORD
      *EXACTLY AS IT STOOD WHEN PURGED - THE PO-RECORD (POFILE.CPY)
      *IN ITS FIRST 50 BYTES ON A HEADER, THE PO-LINE-RECORD
      *(POLINE.CPY) ON A LINE - SO NOTHING IS RE-WORKED ON THE WAY.
      *PH-PURGE-DATE AND PH-PURGED-BY SAY WHEN AND BY WHOM.
       01  PO-HISTORY-RECORD.
           02  PH-KEY.
               03  PH-ORDER-NO PIC X(6).
               03  PH-REC-TYPE PIC X.
               03  PH-LINE-NO PIC 99.
           02  PH-PURGE-DATE PIC X(10).
           02  PH-PURGED-BY PIC X(4).
           02  PH-IMAGE PIC X(60).
           02  FILLER PIC X.
