      *STILL OWNED BY LOC-CONSIGN-SUPP - THE VALUATION LEAVES THE
      *BIN OUT, AND EVERY ISSUE FROM IT ACCRUES A PAYABLE TO THE
      *SUPPLIER ON STOCK.CNS AT THE PRICE-LIST PRICE.
      *A PICK-FACE BIN - THE SMALL FORWARD BIN THE PICKERS WORK
      *FROM - CARRIES LOC-PICK-MIN AND LOC-PICK-MAX IN UNITS AND
      *NAMES LOC-RESERVE-ZONE, THE ZONE WHOSE BINS HOLD ITS
      *OVERFLOW PALLETS.  THE REPLENISHMENT RUN RAISES MOVE TASKS
      *FROM THAT ZONE WHEN THE BIN FALLS BELOW ITS MINIMUM, ENOUGH
      *TO BRING IT BACK TO ITS MAXIMUM.  A MAXIMUM OF ZERO (OR THE
      *SPACES OF A RECORD WRITTEN BEFORE THE RECORD GREW FROM 40
      *TO 60 BYTES) MEANS THE BIN IS NOT A PICK FACE.
       01  LOC-RECORD.
           02  LOC-CODE PIC X(4).
           02  LOC-ZONE PIC X(2).
           02  LOC-CONSIGN-FLAG PIC X.
           02  LOC-CONSIGN-SUPP PIC X(4).
           02  LOC-HAZ-RATED PIC X.
           02  LOC-PICK-MIN PIC 9(6).
           02  LOC-PICK-MAX PIC 9(6).
           02  LOC-RESERVE-ZONE PIC X(2).
           02  FILLER PIC X(6).
