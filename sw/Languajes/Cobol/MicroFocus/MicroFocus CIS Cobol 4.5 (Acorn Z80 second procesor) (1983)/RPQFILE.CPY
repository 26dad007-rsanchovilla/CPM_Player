      *ALREADY PRINTED INSTEAD OF THE TERMINAL TIED UP FOR HALF AN
      *HOUR IN THE WORKING DAY.
      *QE-REPORT: 1 STOCK VALUATION, 2 SLOW-MOVING/DEAD STOCK,
      *3 STOCK AGEING, 4 AD-HOC REPORT.  QE-SELECT IS THE ABC CLASS
      *SELECTION WHERE THE REPORT TAKES ONE.  FOR AN AD-HOC REPORT
      *QE-LOCATION CARRIES THE SAVED DEFINITION'S CODE.  QE-STATUS:
      *P PENDING, D DONE, X CANCELLED.
       01  REPORT-QUEUE-RECORD.
           02  QE-REPORT PIC 9.
           02  QE-DATE PIC X(10).
