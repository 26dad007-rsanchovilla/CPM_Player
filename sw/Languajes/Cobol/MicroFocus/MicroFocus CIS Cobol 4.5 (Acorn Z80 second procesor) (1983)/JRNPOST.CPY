           02  JP-SIGN PIC X.
           02  JP-REFERENCE PIC X(6).
           02  JP-TO-LOCATION PIC X(4).
           02  JP-JOB-NO REDEFINES JP-TO-LOCATION PIC X(4).
           02  JP-DATE PIC X(10).
           02  JP-OPERATOR-ID PIC X(4).
           02  JP-GRN-NO PIC 9(4).
