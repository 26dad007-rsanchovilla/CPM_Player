           ACCESS DYNAMIC
           RECORD KEY CH-KEY
           FILE STATUS CH-FILE-STATUS.
      *AND LEAVES A RESULT RECORD - BOOK AGAINST COUNTED - FOR THE
      *RECORD ACCURACY REPORT
           SELECT RESULT-FILE ASSIGN DYNAMIC STOCK-CRS-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CR-KEY
           FILE STATUS CR-FILE-STATUS.
           SELECT LOC-FILE ASSIGN DYNAMIC STOCK-LOC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOC-CODE
           FILE STATUS LC-FILE-STATUS.
      *(I) MODE READS THE HAND-HELD TERMINALS' UPLOAD AND LISTS
      *WHAT COULD NOT BE POSTED, AND THE BINS NOBODY COUNTED
           SELECT UPLOAD-FILE ASSIGN DYNAMIC STOCK-PDT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PT-STATUS.
           SELECT EDIT-FILE ASSIGN DYNAMIC STOCK-PDE-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS ED-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           02  SN-COUNTED PIC X.
       FD  HISTORY-FILE; RECORD 33.
           COPY "CCHFILE.CPY".
       FD  RESULT-FILE; RECORD 72.
           COPY "CRSFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  UPLOAD-FILE; RECORD 40.
           COPY "PDTREC.CPY".
       FD  EDIT-FILE; RECORD 80.
       01  EDIT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *TYPING "?" AT A COVERED PROMPT SHOWS ITS HELP LINES OFF
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-SNP-FN PIC X(12) VALUE "STOCK.SNP".
           02  STOCK-CCH-FN PIC X(12) VALUE "STOCK.CCH".
           02  STOCK-CRS-FN PIC X(12) VALUE "STOCK.CRS".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  STOCK-PDT-FN PIC X(12) VALUE "STOCK.PDT".
           02  STOCK-PDE-FN PIC X(12) VALUE "STOCK.PDE".
       COPY "TERMPROF.CPY".
           COPY "JRNPOST.CPY".
       01  OPERATOR-ID PIC X(4).
       01  SNAP-EOF PIC X.
       01  SNAP-COUNT PIC 9(4).
       01  CH-FILE-STATUS PIC XX.
       01  CR-FILE-STATUS PIC XX.
       01  LC-FILE-STATUS PIC XX.
           COPY "CHKREQ.CPY".
      *THE JOURNAL REFERENCE ON A COUNT - THE COUNTER'S ID WHEN THE
      *COUNT CAME OFF A HAND-HELD TERMINAL, SPACE WHEN KEYED
       01  COUNT-REFERENCE PIC X(6) VALUE SPACE.
       01  PT-STATUS PIC XX.
       01  ED-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  UPLOAD-USABLE PIC X.
       01  DETAIL-COUNT PIC 9(6).
       01  QTY-TOTAL PIC 9(10)V99.
       01  LINES-READ PIC 9(6).
       01  LINES-POSTED PIC 9(6).
       01  LINES-REJECTED PIC 9(6).
       01  LINES-TWICE PIC 9(6).
       01  BINS-UNCOUNTED PIC 9(6).
       01  EDIT-REASON PIC X(20).
       01  EDIT-DETAIL.
           02  ED-LOCATION PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-QTY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  ED-COUNTER-ID PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-COUNT-TIME PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-VARIANCE PIC -ZZZZZ9.99 BLANK WHEN ZERO.
           02  FILLER PIC XX VALUE SPACE.
           02  ED-REASON PIC X(20).
       01  EDIT-HEADING.
           02  FILLER PIC X(6) VALUE "BIN".
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(11) VALUE "  COUNTED".
           02  FILLER PIC X(6) VALUE "BY".
           02  FILLER PIC X(6) VALUE "TIME".
           02  FILLER PIC X(12) VALUE "  VARIANCE".
           02  FILLER PIC X(20) VALUE "NOTE".
       01  EDIT-SUMMARY.
           02  FILLER PIC X(5) VALUE "READ ".
           02  ES-READ PIC ZZZZZ9.
           02  FILLER PIC X(9) VALUE "  POSTED ".
           02  ES-POSTED PIC ZZZZZ9.
           02  FILLER PIC X(8) VALUE "  TWICE ".
           02  ES-TWICE PIC ZZZZZ9.
           02  FILLER PIC X(11) VALUE "  REJECTED ".
           02  ES-REJECTED PIC ZZZZZ9.
           02  FILLER PIC X(14) VALUE "  NOT COUNTED ".
           02  ES-UNCOUNTED PIC ZZZZZ9.
       01  COUNT-DATE.
           02  CD-MM PIC 99.
           02  FILLER PIC X.
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
       ASK-COUNT-MODE.
           DISPLAY "COUNT MODE - (L)IVE COUNT, (F) TAKE FREEZE".
           DISPLAY "SNAPSHOT, (C)OUNT AGAINST SNAPSHOT, OR (I)MPORT".
           DISPLAY "HAND-HELD TERMINAL COUNTS AGAINST SNAPSHOT: ".
           ACCEPT COUNT-MODE.
           IF COUNT-MODE = "?"
               MOVE "STOCK-COUNT" TO HQ-PROGRAM
               GO TO ASK-COUNT-MODE.
           IF COUNT-MODE = "f" MOVE "F" TO COUNT-MODE.
           IF COUNT-MODE = "c" MOVE "C" TO COUNT-MODE.
           IF COUNT-MODE = "i" MOVE "I" TO COUNT-MODE.
           IF COUNT-MODE NOT = "F" AND COUNT-MODE NOT = "C"
               AND COUNT-MODE NOT = "I"
               MOVE "L" TO COUNT-MODE.
           IF COUNT-MODE = "F" GO TO TAKE-SNAPSHOT.
       ASK-COUNT-DATE.
               CLOSE LOC-FILE
               OPEN INPUT LOC-FILE
           END-IF.
           IF COUNT-MODE = "C" OR COUNT-MODE = "I"
               OPEN I-O SNAP-FILE
               IF SN-FILE-STATUS NOT = "00"
                   DISPLAY "NO SNAPSHOT ON DISK - TAKE THE FREEZE"
                   GOBACK
               END-IF
           END-IF.
           OPEN I-O RESULT-FILE.
           IF CR-FILE-STATUS NOT = "00"
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
               OPEN I-O RESULT-FILE
           END-IF.
           IF COUNT-MODE = "I" GO TO IMPORT-COUNTS.
           DISPLAY STOCK-COUNT-FORM.
       GET-INPUT.
           ACCEPT STOCK-COUNT-ENTRY.
               MOVE "+" TO JP-SIGN
               MOVE VARIANCE TO JP-QUANTITY
           END-IF.
           MOVE COUNT-REFERENCE TO JP-REFERENCE.
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE COUNT-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
               MOVE "POSTING REFUSED" TO ERR-TXT
               DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF
               GO TO POST-ADJUST-EXIT.
           IF COUNT-MODE = "C" OR COUNT-MODE = "I"
      *APPLY THE NET VARIANCE TO THE LIVE FIGURE SO TRADING POSTED
      *SINCE THE FREEZE IS KEPT, NOT OVERWRITTEN
               COMPUTE NEW-ON-HAND = QUANTITY-ON-HAND + VARIANCE
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM.
           PERFORM STAMP-COUNT-HISTORY THRU STAMP-HISTORY-EXIT.
           PERFORM WRITE-COUNT-RESULT THRU WRITE-COUNT-RESULT-EXIT.
       POST-ADJUST-EXIT.
           EXIT.
      *RECORD THAT THIS BIN WAS COUNTED TODAY SO THE CYCLE-COUNT
           END-WRITE.
       STAMP-HISTORY-EXIT.
           EXIT.
      *BOOK AGAINST COUNTED FOR THE ACCURACY REPORT - THE BOOK
      *FIGURE IS WHAT THE VARIANCE WAS TAKEN FROM, SO THE COUNTED
      *FIGURE IS THE BOOK PLUS THE VARIANCE IN EVERY MODE
       WRITE-COUNT-RESULT.
           MOVE CD-YYYY TO CR-DATE-NUM (1:4).
           MOVE CD-MM TO CR-DATE-NUM (5:2).
           MOVE CD-DD TO CR-DATE-NUM (7:2).
           MOVE LOCATION-CODE TO CR-LOCATION.
           MOVE STOCK-CODE TO CR-STOCK-CODE.
           MOVE 1 TO CR-SEQ.
           MOVE COUNT-DATE TO CR-COUNT-DATE.
           MOVE PREV-ON-HAND TO CR-BOOK-QTY.
           COMPUTE CR-COUNTED-QTY = PREV-ON-HAND + VARIANCE.
           IF COUNT-MODE = "I"
               MOVE PT-COUNTER-ID TO CR-COUNTER-ID
               MOVE "I" TO CR-SOURCE
           ELSE
               MOVE OPERATOR-ID TO CR-COUNTER-ID
               MOVE "K" TO CR-SOURCE
           END-IF.
           MOVE COUNT-MODE TO CR-COUNT-MODE.
           MOVE ABC-CLASS TO CR-ABC-CLASS.
           MOVE LOC-ZONE TO CR-ZONE.
           MOVE UNIT-COST TO CR-UNIT-COST.
       WRITE-COUNT-RESULT-PUT.
           WRITE COUNT-RESULT-RECORD
               INVALID
                   IF CR-SEQ < 99
                       ADD 1 TO CR-SEQ
                       GO TO WRITE-COUNT-RESULT-PUT
                   END-IF
           END-WRITE.
       WRITE-COUNT-RESULT-EXIT.
           EXIT.
      *COPY EVERY LIVE RECORD'S KEY, DESCRIPTION AND ON-HAND INTO
      *THE SNAPSHOT - COUNTING CAN THEN RUN WHILE TRADING CONTINUES
       TAKE-SNAPSHOT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *IMPORT MODE - THE TERMINALS' UPLOAD IS PROVED AGAINST ITS
      *TRAILER FIRST AND NOTHING POSTS FROM A BAD ONE.  EACH LINE IS
      *THEN MATCHED TO THE FREEZE SNAPSHOT AND POSTED THROUGH THE
      *SAME VARIANCE AS A COUNT KEYED IN (C) MODE.  A BIN ALREADY
      *COUNTED THIS FREEZE IS NOT POSTED AGAIN BUT LISTED, SO THE
      *SUPERVISOR CAN RECOUNT IT AND KEY THE ANSWER IN (C) MODE;
      *SO IS EVERY BIN STILL UNCOUNTED WHEN THE UPLOAD IS DONE.
       IMPORT-COUNTS.
           DISPLAY "IMPORTING HAND-HELD TERMINAL COUNTS".
           OPEN OUTPUT EDIT-FILE.
           MOVE EDIT-HEADING TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           PERFORM PROVE-UPLOAD THRU PROVE-UPLOAD-EXIT.
           IF UPLOAD-USABLE NOT = "Y"
               CLOSE EDIT-FILE
               DISPLAY "NOTHING POSTED - SEE STOCK.PDE"
               GO TO END-IT.
           PERFORM LOAD-UPLOAD THRU LOAD-UPLOAD-EXIT.
           PERFORM LIST-UNCOUNTED THRU LIST-UNCOUNTED-EXIT.
           MOVE LINES-READ TO ES-READ.
           MOVE LINES-POSTED TO ES-POSTED.
           MOVE LINES-TWICE TO ES-TWICE.
           MOVE LINES-REJECTED TO ES-REJECTED.
           MOVE BINS-UNCOUNTED TO ES-UNCOUNTED.
           MOVE SPACE TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           MOVE EDIT-SUMMARY TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           CLOSE EDIT-FILE.
           DISPLAY EDIT-SUMMARY.
           DISPLAY "VARIANCES, DOUBLE COUNTS AND UNCOUNTED BINS ARE".
           DISPLAY "LISTED ON STOCK.PDE".
           GO TO END-IT.
      *PASS ONE - EVERY DETAIL BEFORE A TRAILER WHOSE COUNT AND
      *QUANTITY TOTAL BOTH AGREE
       PROVE-UPLOAD.
           MOVE "N" TO UPLOAD-USABLE.
           MOVE 0 TO DETAIL-COUNT.
           MOVE 0 TO QTY-TOTAL.
           OPEN INPUT UPLOAD-FILE.
           IF PT-STATUS NOT = "00"
               MOVE "NO TERMINAL UPLOAD FILE" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "STOCK.PDT NOT FOUND"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-UPLOAD-EXIT.
       PROVE-UPLOAD-NEXT.
           READ UPLOAD-FILE
               AT END
                   MOVE "NO UPLOAD TRAILER" TO EDIT-LINE
                   PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
                   DISPLAY TERM-HIGHLIGHT-ON "NO UPLOAD TRAILER"
                       TERM-HIGHLIGHT-OFF
                   GO TO PROVE-UPLOAD-DONE
           END-READ.
           IF PT-RECORD-TYPE = "T" GO TO PROVE-UPLOAD-TOTALS.
           IF PT-RECORD-TYPE NOT = "D"
               MOVE "UNKNOWN RECORD TYPE IN UPLOAD" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN RECORD TYPE"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-UPLOAD-DONE.
           ADD 1 TO DETAIL-COUNT.
           IF PT-COUNTED-QTY NUMERIC
               ADD PT-COUNTED-QTY TO QTY-TOTAL.
           GO TO PROVE-UPLOAD-NEXT.
       PROVE-UPLOAD-TOTALS.
           IF PT-DETAIL-COUNT NOT NUMERIC
               OR PT-DETAIL-COUNT NOT = DETAIL-COUNT
               OR PT-QTY-TOTAL NOT NUMERIC
               OR PT-QTY-TOTAL NOT = QTY-TOTAL
               MOVE "CONTROL TOTALS DO NOT MATCH" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON
                   "UPLOAD CONTROL TOTALS WRONG - NOTHING POSTED"
                   TERM-HIGHLIGHT-OFF
               GO TO PROVE-UPLOAD-DONE.
           MOVE "Y" TO UPLOAD-USABLE.
       PROVE-UPLOAD-DONE.
           CLOSE UPLOAD-FILE.
       PROVE-UPLOAD-EXIT.
           EXIT.
      *PASS TWO - POST EACH LINE IN UPLOAD ORDER
       LOAD-UPLOAD.
           MOVE 0 TO LINES-READ.
           MOVE 0 TO LINES-POSTED.
           MOVE 0 TO LINES-REJECTED.
           MOVE 0 TO LINES-TWICE.
           OPEN INPUT UPLOAD-FILE.
       LOAD-UPLOAD-LOOP.
           READ UPLOAD-FILE
               AT END GO TO LOAD-UPLOAD-DONE
           END-READ.
           IF PT-RECORD-TYPE = "T" GO TO LOAD-UPLOAD-DONE.
           ADD 1 TO LINES-READ.
           PERFORM POST-UPLOAD-LINE THRU POST-UPLOAD-LINE-EXIT.
           GO TO LOAD-UPLOAD-LOOP.
       LOAD-UPLOAD-DONE.
           CLOSE UPLOAD-FILE.
           MOVE SPACE TO COUNT-REFERENCE.
       LOAD-UPLOAD-EXIT.
           EXIT.
      *THE SAME CHECKS A KEYED COUNT GETS, IN THE SAME ORDER, THEN
      *THE SNAPSHOT VARIANCE AND POST-ADJUSTMENT
       POST-UPLOAD-LINE.
           MOVE 0 TO VARIANCE.
           MOVE "V" TO CK-FUNCTION.
           MOVE "S" TO CK-KIND.
           MOVE PT-STOCK-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               MOVE "CHECK CHAR WRONG" TO EDIT-REASON
               GO TO POST-UPLOAD-REJECT.
           IF PT-COUNTED-QTY NOT NUMERIC
               MOVE "QTY NOT NUMERIC" TO EDIT-REASON
               GO TO POST-UPLOAD-REJECT.
           MOVE PT-LOCATION TO LOC-CODE.
           READ LOC-FILE
               INVALID MOVE "LOC NOT ON MASTER" TO EDIT-REASON
               GO TO POST-UPLOAD-REJECT
           END-READ.
           MOVE PT-STOCK-CODE TO STOCK-CODE.
           MOVE PT-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE "INVALID CODE" TO EDIT-REASON
               GO TO POST-UPLOAD-REJECT
           END-READ.
           MOVE PT-STOCK-CODE TO SN-STOCK-CODE.
           MOVE PT-LOCATION TO SN-LOCATION.
           READ SNAP-FILE
               INVALID MOVE "NOT IN SNAPSHOT" TO EDIT-REASON
               GO TO POST-UPLOAD-REJECT
           END-READ.
           IF SN-COUNTED = "Y"
               MOVE "COUNTED TWICE" TO EDIT-REASON
               ADD 1 TO LINES-TWICE
               GO TO POST-UPLOAD-LIST.
           MOVE SN-ON-HAND TO PREV-ON-HAND.
           SUBTRACT SN-ON-HAND FROM PT-COUNTED-QTY
               GIVING VARIANCE.
           MOVE "VARIANCE POSTED" TO EDIT-REASON.
           IF QUANTITY-ON-HAND + VARIANCE < 0
               MOVE "POSTED, LIVE TO ZERO" TO EDIT-REASON.
           MOVE PT-COUNTER-ID TO COUNT-REFERENCE.
           PERFORM POST-ADJUSTMENT THRU POST-ADJUST-EXIT.
           IF JP-RESULT NOT = "Y"
               MOVE "POSTING REFUSED" TO EDIT-REASON
               GO TO POST-UPLOAD-REJECT.
           ADD 1 TO LINES-POSTED.
           IF VARIANCE = 0 GO TO POST-UPLOAD-LINE-EXIT.
           GO TO POST-UPLOAD-LIST.
       POST-UPLOAD-REJECT.
           ADD 1 TO LINES-REJECTED.
       POST-UPLOAD-LIST.
           MOVE PT-LOCATION TO ED-LOCATION.
           MOVE PT-STOCK-CODE TO ED-STOCK-CODE.
           IF PT-COUNTED-QTY NUMERIC
               MOVE PT-COUNTED-QTY TO ED-QTY
           ELSE
               MOVE 0 TO ED-QTY
           END-IF.
           MOVE PT-COUNTER-ID TO ED-COUNTER-ID.
           MOVE PT-COUNT-TIME TO ED-COUNT-TIME.
           MOVE VARIANCE TO ED-VARIANCE.
           MOVE EDIT-REASON TO ED-REASON.
           MOVE EDIT-DETAIL TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
       POST-UPLOAD-LINE-EXIT.
           EXIT.
      *EVERY BIN ON THE SNAPSHOT THAT NEITHER THE TERMINALS NOR THE
      *KEYBOARD HAS COUNTED THIS FREEZE
       LIST-UNCOUNTED.
           MOVE 0 TO BINS-UNCOUNTED.
           MOVE LOW-VALUE TO SN-KEY.
           START SNAP-FILE KEY NOT LESS THAN SN-KEY
               INVALID GO TO LIST-UNCOUNTED-EXIT
           END-START.
       LIST-UNCOUNTED-LOOP.
           READ SNAP-FILE NEXT RECORD
               AT END GO TO LIST-UNCOUNTED-EXIT
           END-READ.
           IF SN-COUNTED = "Y" GO TO LIST-UNCOUNTED-LOOP.
           ADD 1 TO BINS-UNCOUNTED.
           MOVE SPACE TO EDIT-DETAIL.
           MOVE SN-LOCATION TO ED-LOCATION.
           MOVE SN-STOCK-CODE TO ED-STOCK-CODE.
           MOVE "NOT COUNTED" TO ED-REASON.
           MOVE EDIT-DETAIL TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           GO TO LIST-UNCOUNTED-LOOP.
       LIST-UNCOUNTED-EXIT.
           EXIT.
       WRITE-EDIT-SAFE.
           WRITE EDIT-LINE.
           IF ED-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.PDE, STATUS " ED-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-EDIT-SAFE.
       WRITE-EDIT-EXIT.
           EXIT.
       INVALID-ENTRY.
           MOVE "QTY NOT NUMERIC" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
       END-IT.
           CLOSE STOCK-FILE.
           CLOSE HISTORY-FILE.
           CLOSE RESULT-FILE.
           CLOSE LOC-FILE.
           IF COUNT-MODE = "C" OR COUNT-MODE = "I"
               CLOSE SNAP-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.SNP" TO STOCK-SNP-FN.
           MOVE "TRAIN.CCH" TO STOCK-CCH-FN.
           MOVE "TRAIN.CRS" TO STOCK-CRS-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
           MOVE "TRAIN.PDT" TO STOCK-PDT-FN.
           MOVE "TRAIN.PDE" TO STOCK-PDE-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
