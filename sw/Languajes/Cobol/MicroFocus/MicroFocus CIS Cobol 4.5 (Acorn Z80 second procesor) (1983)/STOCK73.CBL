           ACCESS DYNAMIC
           RECORD KEY SE-KEY
           FILE STATUS SE-FILE-STATUS.
      *AN OPTIONAL MAINTENANCE JOB NUMBER IS PROVED AGAINST THE
      *JOB MASTER AND RIDES ON THE JOURNAL POSTING
           SELECT JOB-FILE ASSIGN DYNAMIC STOCK-JOB-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JB-NO
           FILE STATUS JB-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  QUAR-FILE; RECORD 90.
           COPY "QUARFILE.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  SERIAL-FILE; RECORD 60.
           COPY "SERFILE.CPY".
       FD  JOB-FILE; RECORD 80.
           COPY "JOBFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
           02  STOCK-QUA-FN PIC X(12) VALUE "STOCK.QUA".
           02  STOCK-LOT-FN PIC X(12) VALUE "STOCK.LOT".
           02  STOCK-SER-FN PIC X(12) VALUE "STOCK.SER".
           02  STOCK-JOB-FN PIC X(12) VALUE "STOCK.JOB".
       COPY "TERMPROF.CPY".
           COPY "JRNPOST.CPY".
       01  STOCK-STATUS PIC XX.
           02  EX-YYYY PIC 9999.
       01  CONFIRM-ANSWER PIC X.
       01  QU-NEXT-SEQ PIC 9(4).
       01  JB-FILE-STATUS PIC XX.
       01  ENTERED-JOB PIC X(4).
       01  JOB-CHECK-DEPT PIC X(4).
       01  JOB-REASON PIC X(20).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
               CLOSE SERIAL-FILE
               OPEN I-O SERIAL-FILE
           END-IF.
           OPEN INPUT JOB-FILE.
           IF JB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-FILE
               CLOSE JOB-FILE
               OPEN INPUT JOB-FILE
           END-IF.
       GET-RETURN.
           DISPLAY SPACE.
           DISPLAY "ENTER RETURNING DEPARTMENT (BLANK TO END): ".
       GET-RETURN-REF.
           DISPLAY "ORIGINAL ISSUE NO (BLANK IF NOT KNOWN): ".
           ACCEPT ENTERED-REF.
      *PARTS COMING BACK OFF A MAINTENANCE JOB COME OFF THAT JOB'S
      *COST - THE JOB MUST STILL BE OPEN
       GET-RETURN-JOB.
           DISPLAY "JOB NUMBER THEY WERE ISSUED TO (BLANK FOR NONE): ".
           MOVE SPACE TO ENTERED-JOB.
           ACCEPT ENTERED-JOB.
           MOVE ENTERED-DEPT TO JOB-CHECK-DEPT.
           PERFORM CHECK-JOB THRU CHECK-JOB-EXIT.
           IF JOB-REASON NOT = SPACE
               DISPLAY TERM-HIGHLIGHT-ON JOB-REASON TERM-HIGHLIGHT-OFF
               GO TO GET-RETURN-JOB.
           PERFORM GET-RETURN-DATE THRU GET-RETURN-DATE-EXIT.
           IF LOT-CONTROL-FLAG = "Y"
               PERFORM GET-LOT-ENTRY THRU GET-LOT-EXIT.
           MOVE ENTERED-QTY TO JP-QUANTITY.
           MOVE ENTERED-REF TO JP-REFERENCE.
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE ENTERED-JOB TO JP-JOB-NO.
           MOVE ENTERED-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
                   SUBTRACT 1 FROM SERIAL-IX
                   GO TO RETURN-SERIALS-LOOP
           END-READ.
           IF SE-STATUS = "L"
               DISPLAY TERM-HIGHLIGHT-ON
                   "SERIAL IS OUT ON LOAN - BOOK IT BACK THROUGH"
                   " TOOL LOANS" TERM-HIGHLIGHT-OFF
               SUBTRACT 1 FROM SERIAL-IX
               GO TO RETURN-SERIALS-LOOP.
           MOVE "S" TO SE-STATUS.
           MOVE ENTERED-LOCATION TO SE-LOCATION.
           REWRITE SERIAL-RECORD.
           REWRITE LOT-RECORD.
           GO TO CREDIT-LOT-EXIT.
       CREDIT-NEW-LOT.
           MOVE SPACE TO LOT-RECORD.
           MOVE ENTERED-CODE TO LT-STOCK-CODE.
           MOVE ENTERED-LOCATION TO LT-LOCATION.
           MOVE ENTERED-LOT-NO TO LT-LOT-NO.
           CLOSE QUAR-FILE.
           CLOSE LOT-FILE.
           CLOSE SERIAL-FILE.
           CLOSE JOB-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *AN OPTIONAL JOB NUMBER MUST BE ON STOCK.JOB, STILL OPEN,
      *AND RAISED FOR THE DEPARTMENT BEING CHARGED - A CLOSED JOB
      *TAKES NO MORE PARTS.  JOB-REASON COMES BACK SPACE WHEN THE
      *JOB WILL DO.
       CHECK-JOB.
           MOVE SPACE TO JOB-REASON.
           IF ENTERED-JOB = SPACE GO TO CHECK-JOB-EXIT.
           MOVE ENTERED-JOB TO JB-NO.
           READ JOB-FILE
               INVALID MOVE "JOB NOT ON FILE" TO JOB-REASON
           END-READ.
           IF JOB-REASON NOT = SPACE GO TO CHECK-JOB-EXIT.
           IF JB-STATUS NOT = "O"
               MOVE "JOB IS CLOSED" TO JOB-REASON
               GO TO CHECK-JOB-EXIT.
           IF JB-DEPT NOT = JOB-CHECK-DEPT
               MOVE "WRONG DEPT FOR JOB" TO JOB-REASON.
       CHECK-JOB-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
           MOVE "TRAIN.QUA" TO STOCK-QUA-FN.
           MOVE "TRAIN.LOT" TO STOCK-LOT-FN.
           MOVE "TRAIN.SER" TO STOCK-SER-FN.
           MOVE "TRAIN.JOB" TO STOCK-JOB-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
