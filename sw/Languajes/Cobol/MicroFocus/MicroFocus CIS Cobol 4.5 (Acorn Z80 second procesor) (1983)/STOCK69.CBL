      *WALKING DOWN, BINS ARE CLASS A UNTIL 80 PERCENT OF THE TOTAL
      *VALUE IS COVERED, B UNTIL 95, AND C BELOW THAT.  THE CLASS
      *IS STAMPED ON THE STOCK MASTER FOR THE SCHEDULER, THE
      *INQUIRY AND THE VALUE REPORTS TO USE.  THE TWO CUT-OFF
      *PERCENTAGES ARE ABC-A-PCT AND ABC-B-PCT ON STOCK.PRM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       01  CUM-VALUE PIC 9(12)V99.
       01  CUM-PCT PIC 9(3)V99.
       01  NEW-CLASS PIC X.
       01  CLASS-A-PCT PIC 9(3)V99 VALUE 80.00.
       01  CLASS-B-PCT PIC 9(3)V99 VALUE 95.00.
           COPY "PRMREQ.CPY".
       01  BIN-COUNT PIC 9(5) VALUE 0.
       01  CLASS-A-COUNT PIC 9(5) VALUE 0.
       01  CLASS-B-COUNT PIC 9(5) VALUE 0.
           DISPLAY "ABC CLASSIFICATION BY ANNUAL USAGE VALUE".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "ABC-A-PCT" TO PQ-KEY.
           MOVE CLASS-A-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO CLASS-A-PCT.
           MOVE "ABC-B-PCT" TO PQ-KEY.
           MOVE CLASS-B-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO CLASS-B-PCT.
           OPEN I-O STOCK-FILE.
           OPEN INPUT USAGE-FILE.
           IF US-FILE-STATUS NOT = "00"
           IF GRAND-VALUE = 0
               MOVE "C" TO NEW-CLASS
           ELSE
               IF CUM-PCT NOT > CLASS-A-PCT
                   MOVE "A" TO NEW-CLASS
               ELSE
                   IF CUM-PCT NOT > CLASS-B-PCT
                       MOVE "B" TO NEW-CLASS
                   ELSE
                       MOVE "C" TO NEW-CLASS
