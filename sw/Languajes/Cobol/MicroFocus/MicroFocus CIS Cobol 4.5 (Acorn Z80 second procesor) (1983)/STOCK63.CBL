      *THERE IS NO WEIGHT ON THE STOCK MASTER, SO THE "BY WEIGHT"
      *SPLIT IS OFFERED AS A BY-UNITS SPLIT - THE SAME ARITHMETIC
      *WITH UNITS STANDING IN FOR KILOS.
      *EACH LINE'S SHARE IS ALSO KEPT ON STOCK.LCH AGAINST THE GRN
      *SO THE BUYING-PRICE REPORT CAN SHOW THE LANDED PRICE OF A
      *DELIVERY LONG AFTER THE AVERAGE HAS SWALLOWED IT.
      *THE SAME SHARE IS SPLIT BACK INTO FREIGHT, DUTY AND HANDLING
      *ON STOCK.LCD FOR THE QUARTERLY IMPORT SUMMARY, WHICH HAS TO
      *SHOW FREIGHT AND DUTY SEPARATELY ON THE CUSTOMS RETURN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT LANDED-FILE ASSIGN DYNAMIC STOCK-LCH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LH-KEY
           FILE STATUS LH-FILE-STATUS.
           SELECT SPLIT-FILE ASSIGN DYNAMIC STOCK-LCD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LD-KEY
           FILE STATUS LD-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-LCR-FN
           ORGANIZATION SEQUENTIAL
           COPY "JRNREC.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  LANDED-FILE; RECORD 70.
           COPY "LCHFILE.CPY".
       FD  SPLIT-FILE; RECORD 60.
           COPY "LCDFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-LCR-FN PIC X(12) VALUE "STOCK.LCR".
           02  STOCK-LCH-FN PIC X(12) VALUE "STOCK.LCH".
           02  STOCK-LCD-FN PIC X(12) VALUE "STOCK.LCD".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  JR-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  LH-FILE-STATUS PIC XX.
       01  LD-FILE-STATUS PIC XX.
       01  TIME-NOW PIC 9(8).
       01  RUN-STAMP.
           02  RS-DATE PIC X(10).
           02  RS-TIME PIC 9(8).
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  OPERATOR-ID PIC X(4).
       01  CHARGE-TOTAL PIC 9(7)V99.
       01  SHARE-SO-FAR PIC 9(7)V99.
       01  SHARE-WORK PIC 9(7)V99.
       01  SPLIT-FREIGHT PIC 9(7)V99.
       01  SPLIT-DUTY PIC 9(7)V99.
       01  SPLIT-HANDLING PIC 9(7)V99.
       01  PER-UNIT-ADD PIC 9(4)V99.
       01  NEW-COST-WORK PIC 9(5)V99.
      *THE GRN'S RECEIPT LINES, GATHERED FROM THE JOURNAL - THE
               DISPLAY "NO JOURNAL ON DISK - NOTHING TO COST."
               GOBACK.
           OPEN I-O STOCK-FILE.
           OPEN I-O LANDED-FILE.
           IF LH-FILE-STATUS NOT = "00"
               OPEN OUTPUT LANDED-FILE
               CLOSE LANDED-FILE
               OPEN I-O LANDED-FILE
           END-IF.
           OPEN I-O SPLIT-FILE.
           IF LD-FILE-STATUS NOT = "00"
               OPEN OUTPUT SPLIT-FILE
               CLOSE SPLIT-FILE
               OPEN I-O SPLIT-FILE
           END-IF.
       ASK-GRN.
           DISPLAY SPACE.
           DISPLAY "ENTER GRN NUMBER (0 TO END): ".
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE RUN-DATE TO RS-DATE.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO RS-TIME.
           MOVE 0 TO SHARE-SO-FAR.
           MOVE 0 TO LINE-IX.
       APPLY-LOOP.
               END-IF
           END-IF.
           ADD SHARE-WORK TO SHARE-SO-FAR.
           PERFORM RECORD-LANDED-CHARGE THRU RECORD-LANDED-EXIT.
           PERFORM RECORD-CHARGE-SPLIT THRU RECORD-SPLIT-EXIT.
           MOVE GL-STOCK-CODE (LINE-IX) TO DL-STOCK-CODE.
           MOVE GL-LOCATION (LINE-IX) TO DL-LOCATION.
           MOVE GL-QUANTITY (LINE-IX) TO DL-QUANTITY.
           DISPLAY "APPORTIONMENT REPORT IS ON STOCK.LCR".
       APPLY-CHARGES-EXIT.
           EXIT.
      *THE LINE'S SHARE ONTO THE GRN'S LANDED-CHARGE RECORD - THE
      *QUANTITY IS TAKEN AFRESH ON THE FIRST LINE FOR THE BIN IN
      *THIS ENTRY AND ADDED TO ON ANY LATER LINE FOR THE SAME BIN
       RECORD-LANDED-CHARGE.
           MOVE ENTERED-GRN TO LH-GRN-NO.
           MOVE GL-STOCK-CODE (LINE-IX) TO LH-STOCK-CODE.
           MOVE GL-LOCATION (LINE-IX) TO LH-LOCATION.
           READ LANDED-FILE
               INVALID GO TO RECORD-LANDED-NEW
           END-READ.
           IF LH-RUN-STAMP = RUN-STAMP
               ADD GL-QUANTITY (LINE-IX) TO LH-QUANTITY
           ELSE
               MOVE GL-QUANTITY (LINE-IX) TO LH-QUANTITY.
           ADD SHARE-WORK TO LH-CHARGE
               ON SIZE ERROR DISPLAY TERM-HIGHLIGHT-ON
                   "LANDED CHARGE TOO BIG TO KEEP FOR "
                   LH-STOCK-CODE TERM-HIGHLIGHT-OFF
           END-ADD.
           MOVE RUN-DATE TO LH-DATE.
           MOVE OPERATOR-ID TO LH-OPERATOR.
           MOVE RUN-STAMP TO LH-RUN-STAMP.
           REWRITE LANDED-CHARGE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LANDED FILE I/O ERROR, STATUS: " LH-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO RECORD-LANDED-EXIT.
       RECORD-LANDED-NEW.
           MOVE SPACE TO LANDED-CHARGE-RECORD.
           MOVE ENTERED-GRN TO LH-GRN-NO.
           MOVE GL-STOCK-CODE (LINE-IX) TO LH-STOCK-CODE.
           MOVE GL-LOCATION (LINE-IX) TO LH-LOCATION.
           MOVE GL-QUANTITY (LINE-IX) TO LH-QUANTITY.
           MOVE SHARE-WORK TO LH-CHARGE.
           MOVE RUN-DATE TO LH-DATE.
           MOVE OPERATOR-ID TO LH-OPERATOR.
           MOVE RUN-STAMP TO LH-RUN-STAMP.
           WRITE LANDED-CHARGE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LANDED FILE I/O ERROR, STATUS: " LH-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
       RECORD-LANDED-EXIT.
           EXIT.
      *THE LINE'S SHARE SPLIT IN THE PROPORTIONS THE THREE CHARGES
      *WERE KEYED IN.  HANDLING TAKES THE ROUNDING, SO THE THREE
      *PARTS ALWAYS ADD BACK TO THE SHARE ON STOCK.LCH
       RECORD-CHARGE-SPLIT.
           COMPUTE SPLIT-FREIGHT ROUNDED =
               SHARE-WORK * CHARGE-FREIGHT / CHARGE-TOTAL
               ON SIZE ERROR MOVE 0 TO SPLIT-FREIGHT
           END-COMPUTE.
           COMPUTE SPLIT-DUTY ROUNDED =
               SHARE-WORK * CHARGE-DUTY / CHARGE-TOTAL
               ON SIZE ERROR MOVE 0 TO SPLIT-DUTY
           END-COMPUTE.
           IF SPLIT-FREIGHT + SPLIT-DUTY > SHARE-WORK
               COMPUTE SPLIT-DUTY = SHARE-WORK - SPLIT-FREIGHT.
           COMPUTE SPLIT-HANDLING =
               SHARE-WORK - SPLIT-FREIGHT - SPLIT-DUTY.
           MOVE ENTERED-GRN TO LD-GRN-NO.
           MOVE GL-STOCK-CODE (LINE-IX) TO LD-STOCK-CODE.
           MOVE GL-LOCATION (LINE-IX) TO LD-LOCATION.
           READ SPLIT-FILE
               INVALID GO TO RECORD-SPLIT-NEW
           END-READ.
           ADD SPLIT-FREIGHT TO LD-FREIGHT.
           ADD SPLIT-DUTY TO LD-DUTY.
           ADD SPLIT-HANDLING TO LD-HANDLING.
           MOVE RUN-DATE TO LD-DATE.
           REWRITE LANDED-SPLIT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SPLIT FILE I/O ERROR, STATUS: " LD-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO RECORD-SPLIT-EXIT.
       RECORD-SPLIT-NEW.
           MOVE SPACE TO LANDED-SPLIT-RECORD.
           MOVE ENTERED-GRN TO LD-GRN-NO.
           MOVE GL-STOCK-CODE (LINE-IX) TO LD-STOCK-CODE.
           MOVE GL-LOCATION (LINE-IX) TO LD-LOCATION.
           MOVE SPLIT-FREIGHT TO LD-FREIGHT.
           MOVE SPLIT-DUTY TO LD-DUTY.
           MOVE SPLIT-HANDLING TO LD-HANDLING.
           MOVE RUN-DATE TO LD-DATE.
           WRITE LANDED-SPLIT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SPLIT FILE I/O ERROR, STATUS: " LD-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
       RECORD-SPLIT-EXIT.
           EXIT.
       END-IT.
           CLOSE JOURNAL-FILE.
           CLOSE STOCK-FILE.
           CLOSE LANDED-FILE.
           CLOSE SPLIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.LCR" TO STOCK-LCR-FN.
           MOVE "TRAIN.LCH" TO STOCK-LCH-FN.
           MOVE "TRAIN.LCD" TO STOCK-LCD-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
