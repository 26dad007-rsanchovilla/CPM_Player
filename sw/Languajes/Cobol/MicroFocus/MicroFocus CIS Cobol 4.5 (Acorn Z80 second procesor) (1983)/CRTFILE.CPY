      *THE SUPPLIER COMPLIANCE CERTIFICATE RECORD (STOCK.CRT) - ONE
      *ROW PER CERTIFICATE TYPE A SUPPLIER HOLDS OR MUST HOLD, THE
      *INSURANCE AND QUALITY ACCREDITATION PAPERS THAT USED TO SIT
      *IN THE FILING CABINET.  SC-TYPE IS THE BUYER'S SHORT CODE FOR
      *THE KIND OF PAPER (INS, QA, COSH AND SO ON).  SC-MANDATORY
      *"Y" MEANS PURCHASE-ORDER-MAINT WILL NOT RAISE A NEW ORDER TO
      *THE SUPPLIER UNLESS THE CERTIFICATE IS HELD AND IN DATE, OR A
      *SUPERVISOR OVERRIDES.  A MANDATORY ROW WITH NO EXPIRY DATE IS
      *A CERTIFICATE REQUIRED BUT NOT YET RECEIVED.  DATES ARE
      *MM/DD/YYYY.
       01  SUPPLIER-CERT-RECORD.
           02  SC-KEY.
               03  SC-SUPPLIER PIC X(4).
               03  SC-TYPE PIC X(4).
           02  SC-MANDATORY PIC X.
           02  SC-DESC PIC X(20).
           02  SC-REFERENCE PIC X(20).
           02  SC-ISSUE-DATE PIC X(10).
           02  SC-EXPIRY-DATE PIC X(10).
           02  SC-CHANGED-BY PIC X(4).
           02  FILLER PIC X(7).
