      /
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
