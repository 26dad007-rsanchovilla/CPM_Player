      *REJOIN ON-HAND AT ONCE, UNSIGNED WHEN THEY GO THROUGH THE
      *INSPECTION HOLD FIRST.  THE DEPARTMENT-LEVEL REPORTS NET
      *TYPE D AGAINST THE DEPARTMENT'S TYPE I CONSUMPTION.
      *X IS A UNIT SENT AWAY FOR REPAIR AND Y THE SAME UNIT BOOKED
      *BACK IN BY GOODS-IN - BOTH CARRY THE REPAIR NUMBER IN
      *JR-REFERENCE AND THE REPAIRER IN JR-DEPARTMENT.
      *JR-SIGN (+/-) IS THE EFFECT ON
      *ON-HAND, SO RECONCILE NEEDS NO PER-TYPE RULES.
      *JR-REFERENCE CARRIES THE ORDER NO, ISSUE NO, REASON CODE OR
      *ORIGINAL TRAN-NO AS THE TYPE REQUIRES; JR-TO-LOCATION THE
      *OTHER BIN OF A TRANSFER.
      *ON TYPE I ISSUES AND TYPE D RETURNS THE SAME FOUR BYTES
      *CARRY JR-JOB-NO, THE MAINTENANCE JOB (STOCK.JOB) THE PARTS
      *WERE CHARGED TO - SPACE WHEN THE ISSUE WAS FOR NO JOB.
       01  JOURNAL-RECORD.
           02  JR-KEY.
               03  JR-STOCK-CODE PIC X(8).
           02  JR-SIGN PIC X.
           02  JR-REFERENCE PIC X(6).
           02  JR-TO-LOCATION PIC X(4).
           02  JR-JOB-NO REDEFINES JR-TO-LOCATION PIC X(4).
           02  JR-DATE.
               03  JR-MM PIC 99.
               03  FILLER PIC X.
