      /
       DATA DIVISION.
       FILE SECTION.
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
