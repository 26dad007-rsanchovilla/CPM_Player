           COPY "BHSFILE.CPY".
       FD  USAGE-FILE; RECORD 122.
           COPY "USGFILE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
