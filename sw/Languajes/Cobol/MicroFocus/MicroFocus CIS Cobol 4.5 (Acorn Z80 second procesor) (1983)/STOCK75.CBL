           COPY "STOCKIT.CPY".
       FD  KIT-FILE; RECORD 24.
           COPY "KITFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
