       01  DUP-COUNT PIC 9(4) VALUE 0.
       01  MATCH-COUNT PIC 9(4) VALUE 0.
       01  MORE-RECORDS PIC X VALUE "Y".
           COPY "AQREQ.CPY".
      *WHAT GOES ON THE SUPERVISOR ACTION QUEUE FOR A GAP OR A
      *DUPLICATE - KEYED ON THE NUMBERS, SO THE SAME BREAK FOUND
      *AGAIN THE NEXT NIGHT IS NOT RAISED TWICE
       01  GAP-ACTION-KEY.
           02  FILLER PIC X(4) VALUE "GAP ".
           02  GK-PREV-TRAN-NO PIC 9(4).
           02  FILLER PIC X VALUE "-".
           02  GK-CURR-TRAN-NO PIC 9(4).
       01  GAP-ACTION-DESC.
           02  FILLER PIC X(18) VALUE "NO RECEIPT BETWEEN".
           02  FILLER PIC X(6) VALUE " TRAN ".
           02  GD-PREV-TRAN-NO PIC 9(4).
           02  FILLER PIC X(5) VALUE " AND ".
           02  GD-CURR-TRAN-NO PIC 9(4).
       01  DUP-ACTION-KEY.
           02  FILLER PIC X(4) VALUE "DUP ".
           02  DK-TRAN-NO PIC 9(4).
       01  DUP-ACTION-DESC.
           02  FILLER PIC X(11) VALUE "RECEIPT NO ".
           02  DD-TRAN-NO PIC 9(4).
           02  FILLER PIC X(19) VALUE " ON JOURNAL TWICE".
       01  HEADING-2.
           02  FILLER PIC X(16) VALUE "GAP AFTER TRAN #".
           02  FILLER PIC X(4)  VALUE SPACE.
           MOVE DUP-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DUP-LINE.
           MOVE TW-TRAN-NO TO DK-TRAN-NO.
           MOVE TW-TRAN-NO TO DD-TRAN-NO.
           MOVE DUP-ACTION-KEY TO AR-ITEM-KEY.
           MOVE DUP-ACTION-DESC TO AR-DESCRIPTION.
           PERFORM RAISE-TRAN-ACTION THRU RAISE-TRAN-EXIT.
       FLAG-GAP.
           ADD 1 TO GAP-COUNT.
           MOVE PREV-TRAN-NO TO DL-PREV-TRAN-NO.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
           MOVE PREV-TRAN-NO TO GK-PREV-TRAN-NO.
           MOVE TW-TRAN-NO TO GK-CURR-TRAN-NO.
           MOVE PREV-TRAN-NO TO GD-PREV-TRAN-NO.
           MOVE TW-TRAN-NO TO GD-CURR-TRAN-NO.
           MOVE GAP-ACTION-KEY TO AR-ITEM-KEY.
           MOVE GAP-ACTION-DESC TO AR-DESCRIPTION.
           PERFORM RAISE-TRAN-ACTION THRU RAISE-TRAN-EXIT.
       END-IT.
           MOVE MATCH-COUNT TO SL-MATCH-COUNT.
           MOVE GAP-COUNT TO SL-GAP-COUNT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *EVERY BREAK IN THE SEQUENCE GOES ON THE SUPERVISOR ACTION
      *QUEUE - A MISSING RECEIPT HAS TO BE ACCOUNTED FOR BY A
      *PERSON, NOT JUST PRINTED ON A LISTING NOBODY READS
       RAISE-TRAN-ACTION.
           MOVE "R" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "TRAN GAP" TO AR-SOURCE.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       RAISE-TRAN-EXIT.
           EXIT.
      *THE DAY-END DRIVER RAISES THE AUTO FLAG ON STOCK.DAY AND
      *LEAVES THE RUN DATE THERE; WHEN IT IS UP, THE DATE PROMPT IS
      *SKIPPED AND THE OUTCOME GOES BACK THROUGH THE SAME RECORD
