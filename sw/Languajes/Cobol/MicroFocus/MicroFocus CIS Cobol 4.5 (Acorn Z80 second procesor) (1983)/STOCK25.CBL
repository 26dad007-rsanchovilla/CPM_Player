      /
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE; RECORD 49.
           COPY "REQFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
