           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       FD  KIT-FILE; RECORD 24.
           COPY "KITFILE.CPY".
       FD  USAGE-FILE; RECORD 122.
           COPY "USGFILE.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  CONTROL-FILE; RECORD 42.
       01  CONTROL-RECORD PIC X(42).
       FD  P-STOCK-FILE; RECORD 118.
       01  P-IT-RECORD.
           02  P-IT-KEY PIC X(12).
       01  P-POL-RECORD.
           02  P-POL-KEY PIC X(8).
           02  FILLER PIC X(52).
       FD  P-LOC-FILE; RECORD 60.
       01  P-LOC-RECORD.
           02  P-LOC-KEY PIC X(4).
           02  FILLER PIC X(56).
       FD  P-DEPT-FILE; RECORD 100.
       01  P-DEP-RECORD.
           02  P-DEP-KEY PIC X(4).
           02  FILLER PIC X(96).
       FD  P-CAT-FILE; RECORD 40.
       01  P-CAT-RECORD.
           02  P-CAT-KEY PIC X(2).
           02  FILLER PIC X(38).
       FD  P-KIT-FILE; RECORD 24.
       01  P-KIT-RECORD.
           02  P-KIT-KEY PIC X(16).
       01  P-USG-RECORD.
           02  P-USG-KEY PIC X(12).
           02  FILLER PIC X(110).
       FD  P-LOT-FILE; RECORD 64.
       01  P-LOT-RECORD.
           02  P-LOT-KEY PIC X(20).
           02  FILLER PIC X(44).
       FD  P-CONTROL-FILE; RECORD 42.
       01  P-CONTROL-RECORD PIC X(42).
       FD  P-JOURNAL-FILE; RECORD 64.
       01  P-JRN-RECORD.
           02  P-JRN-KEY PIC X(18).
