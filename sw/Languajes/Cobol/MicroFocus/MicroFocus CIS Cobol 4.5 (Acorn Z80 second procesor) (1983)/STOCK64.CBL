       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  MATCHED-FILE; RECORD 44.
       01  MATCHED-RECORD.
           02  IM-TRAN-NO PIC 9(4).
           02  IM-INVOICE-REF PIC X(8).
           02  IM-TAX-VALUE PIC 9(7)V99.
           02  IM-DATE-NUM PIC 9(8).
           02  FILLER PIC X.
           02  IM-MATCHED-BY PIC X(4).
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       FD  WORK-FILE; RECORD 22.
       01  WORK-RECORD.
