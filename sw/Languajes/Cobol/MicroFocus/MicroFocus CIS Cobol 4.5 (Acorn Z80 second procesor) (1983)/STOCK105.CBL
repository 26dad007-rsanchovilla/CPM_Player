       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY-CLAIMS.
       AUTHOR. MICRO FOCUS LTD.
      *WARRANTY CLAIMS AGAINST SUPPLIERS FOR SERIALIZED UNITS THAT
      *FAIL IN SERVICE.  A CLAIM IS RAISED AGAINST THE UNIT'S OWN
      *SERIAL RECORD, SO THE SUPPLIER IS THE ONE ON THE ORDER THE
      *UNIT CAME IN ON, AND IS FOLLOWED THROUGH SENT BACK TO
      *REPLACED, CREDITED OR REJECTED ON STOCK.WCL.  A REPLACEMENT
      *UNIT IS BOOKED IN THROUGH GOODS-IN AS USUAL AND ITS SERIAL
      *IS THEN LINKED TO THE CLAIM FOR THE UNIT IT REPLACES.  THE
      *OUTSTANDING CLAIMS REPORT AGES EVERY CLAIM STILL OPEN,
      *SUPPLIER BY SUPPLIER, SO NONE IS LEFT UNCHASED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAL-FILE ASSIGN DYNAMIC STOCK-SER-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SE-KEY
           FILE STATUS SE-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN DYNAMIC STOCK-WCL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WC-KEY
           FILE STATUS WC-FILE-STATUS.
           SELECT PO-FILE ASSIGN DYNAMIC STOCK-PO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-NUMBER
           FILE STATUS PO-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SERIAL-FILE; RECORD 60.
           COPY "SERFILE.CPY".
       FD  CLAIM-FILE; RECORD 100.
           COPY "WCLFILE.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SER-FN PIC X(12) VALUE "STOCK.SER".
           02  STOCK-WCL-FN PIC X(12) VALUE "STOCK.WCL".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-WCO-FN PIC X(12) VALUE "STOCK.WCO".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  SE-FILE-STATUS PIC XX.
       01  WC-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  STATUS-CHOICE PIC X.
       01  CLAIM-ON-FILE PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DAY-COUNT PIC 9(7).
       01  CLAIM-DAY-COUNT PIC 9(7).
       01  DAYS-OPEN PIC S9(7).
      *THE OPEN-CLAIM BAND ENDS IN DAYS - CLAIM-BAND-1/2/3 ON
      *STOCK.PRM WHEN A SUPERVISOR HAS MOVED THEM
       01  BAND-1-DAYS PIC 999 VALUE 30.
       01  BAND-2-DAYS PIC 999 VALUE 60.
       01  BAND-3-DAYS PIC 999 VALUE 90.
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-SERIAL PIC X(12).
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-FAULT PIC X(24).
       01  REPLACEMENT-SERIAL PIC X(12).
       01  FAILED-SERIAL PIC X(12).
       01  STATUS-WORDS PIC X(10).
       01  CLAIMS-LISTED PIC 9(5).
       01  BAND-IX PIC 9.
       01  WORK-DATE-NUM PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE-NUM.
           02  WD-YYYY PIC 9999.
           02  WD-MM PIC 99.
           02  WD-DD PIC 99.
      *ONE ROW PER SUPPLIER WITH CLAIMS OPEN, COUNTED INTO THE AGE
      *BANDS; PRINTED IN SUPPLIER ORDER BY A SELECT-THE-LOWEST PASS
       01  SUPPLIER-COUNT PIC 99.
       01  SUPPLIER-IX PIC 99.
       01  SUPPLIER-BEST PIC 99.
       01  SUPPLIER-PASS PIC 99.
       01  SUPPLIER-TABLE.
           02  SP-ENTRY OCCURS 60 TIMES.
               03  SP-CODE PIC X(4).
               03  SP-TAKEN PIC X.
               03  SP-BAND PIC 9(4) OCCURS 4 TIMES.
       01  TOTAL-BANDS.
           02  TB-BAND PIC 9(5) OCCURS 4 TIMES.
       01  CLAIM-LINE.
           02  CL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  CL-SERIAL PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  CL-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CL-STATUS PIC X(10).
           02  CL-DAYS PIC ZZZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  CL-FAULT PIC X(24).
       01  SUPPLIER-HEAD-LINE.
           02  FILLER PIC X(9) VALUE "SUPPLIER ".
           02  SH-CODE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  SH-NAME PIC X(30).
       01  BAND-LINE.
           02  BL-LABEL PIC X(12).
           02  BL-BAND-AREA.
               03  BL-BAND OCCURS 4 TIMES.
                   04  BL-BAND-NAME PIC X(9).
                   04  BL-COUNT PIC ZZZZ9.
                   04  FILLER PIC XX.
       01  BAND-NAMES-VALUES.
           02  FILLER PIC X(5) VALUE "UP TO".
           02  BN-BAND-1 PIC ZZ9.
           02  FILLER PIC X VALUE ":".
           02  FILLER PIC X(5) VALUE "UP TO".
           02  BN-BAND-2 PIC ZZ9.
           02  FILLER PIC X VALUE ":".
           02  FILLER PIC X(5) VALUE "UP TO".
           02  BN-BAND-3 PIC ZZ9.
           02  FILLER PIC X VALUE ":".
           02  FILLER PIC X(5) VALUE " OVER".
           02  BN-BAND-3B PIC ZZ9.
           02  FILLER PIC X VALUE ":".
       01  BAND-NAMES REDEFINES BAND-NAMES-VALUES.
           02  BAND-NAME PIC X(9) OCCURS 4 TIMES.
       01  CLAIM-HEADING.
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(13) VALUE "SERIAL".
           02  FILLER PIC X(11) VALUE "CLAIMED".
           02  FILLER PIC X(10) VALUE "STATUS".
           02  FILLER PIC X(7) VALUE " DAYS".
           02  FILLER PIC X(5) VALUE "FAULT".
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
      *THE SIGNED-ON OPERATOR'S TERMINAL CODES, LOADED BY
      *STOCK-MENU FROM THE NAMED PROFILE, REPLACE THE BUILT-IN
      *ONES BEFORE ANYTHING IS DISPLAYED
       APPLY-TERM-PROFILE.
           IF SGN-HIGHLIGHT-ON NOT = SPACE
               MOVE SGN-HIGHLIGHT-ON TO TERM-HIGHLIGHT-ON
               MOVE SGN-HIGHLIGHT-OFF TO TERM-HIGHLIGHT-OFF.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "WARRANTY CLAIMS".
           PERFORM GET-BAND-LIMITS THRU GET-BAND-LIMITS-EXIT.
           OPEN I-O SERIAL-FILE.
           IF SE-FILE-STATUS NOT = "00"
               DISPLAY "NO SERIAL RECORDS ON FILE."
               GO TO END-NO-FILES.
           OPEN INPUT PO-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN I-O CLAIM-FILE.
           IF WC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)AISE A CLAIM, (U)PDATE A CLAIM,".
           DISPLAY "(L)OOK UP A UNIT, (O)UTSTANDING CLAIMS REPORT,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RAISE-CLAIM.
           IF ACTION-CHOICE = "U" OR ACTION-CHOICE = "u"
               GO TO UPDATE-CLAIM.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LOOK-UP-UNIT.
           IF ACTION-CHOICE = "O" OR ACTION-CHOICE = "o"
               GO TO OUTSTANDING-REPORT.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *THE FAILED UNIT MUST BE ON THE SERIAL FILE - ITS ORDER GIVES
      *THE SUPPLIER.  A UNIT WHOSE EARLIER CLAIM IS SETTLED (A
      *REPAIRED UNIT THAT FAILS AGAIN) CAN BE CLAIMED FOR AFRESH.
       RAISE-CLAIM.
           PERFORM ASK-UNIT THRU ASK-UNIT-EXIT.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           IF SE-STATUS = "W"
               DISPLAY TERM-HIGHLIGHT-ON "UNIT IS WRITTEN OFF"
                   TERM-HIGHLIGHT-OFF
               GO TO RAISE-CLAIM.
           MOVE "N" TO CLAIM-ON-FILE.
           MOVE SE-KEY TO WC-KEY.
           READ CLAIM-FILE
               INVALID GO TO RAISE-FIND-SUPPLIER
           END-READ.
           MOVE "Y" TO CLAIM-ON-FILE.
           IF WC-STATUS = "R" OR WC-STATUS = "S"
               DISPLAY TERM-HIGHLIGHT-ON
                   "A CLAIM IS ALREADY OPEN FOR THIS UNIT"
                   TERM-HIGHLIGHT-OFF
               PERFORM SHOW-CLAIM THRU SHOW-CLAIM-EXIT
               GO TO RAISE-CLAIM.
           PERFORM SHOW-CLAIM THRU SHOW-CLAIM-EXIT.
           DISPLAY "RAISE A NEW CLAIM IN PLACE OF THIS ONE? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO RAISE-CLAIM.
       RAISE-FIND-SUPPLIER.
           MOVE SPACE TO ENTERED-SUPPLIER.
           IF SE-ORDER-NO NOT = SPACE
               MOVE SE-ORDER-NO TO PO-NUMBER
               READ PO-FILE
                   INVALID CONTINUE
                   NOT INVALID MOVE PO-SUPPLIER TO ENTERED-SUPPLIER
               END-READ
           END-IF.
           IF ENTERED-SUPPLIER NOT = SPACE
               GO TO RAISE-SHOW-SUPPLIER.
           DISPLAY "RECEIVING ORDER NOT ON FILE - ENTER SUPPLIER: ".
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO RAISE-CLAIM.
       RAISE-SHOW-SUPPLIER.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SUPPLIER NOT ON FILE" TERM-HIGHLIGHT-OFF
               MOVE SPACE TO ENTERED-SUPPLIER
               GO TO RAISE-FIND-SUPPLIER
           END-READ.
           DISPLAY "CLAIM AGAINST " SUPPLIER-CODE " " SUPPLIER-NAME.
           DISPLAY "FAULT FOUND: ".
           MOVE SPACE TO ENTERED-FAULT.
           ACCEPT ENTERED-FAULT.
           IF ENTERED-FAULT = SPACE
               DISPLAY "A CLAIM NEEDS THE FAULT."
               GO TO RAISE-CLAIM.
           MOVE SPACE TO WARRANTY-CLAIM-RECORD.
           MOVE SE-STOCK-CODE TO WC-STOCK-CODE.
           MOVE SE-SERIAL-NO TO WC-SERIAL-NO.
           MOVE ENTERED-FAULT TO WC-FAULT.
           MOVE RUN-DATE TO WC-CLAIM-DATE.
           MOVE RUN-DATE-NUM TO WC-CLAIM-NUM.
           MOVE ENTERED-SUPPLIER TO WC-SUPPLIER.
           MOVE SE-ORDER-NO TO WC-ORDER-NO.
           MOVE "R" TO WC-STATUS.
           MOVE RUN-DATE TO WC-STATUS-DATE.
           IF CLAIM-ON-FILE = "Y"
               REWRITE WARRANTY-CLAIM-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CLAIM FILE I/O ERROR, STATUS: " WC-FILE-STATUS
                       TERM-HIGHLIGHT-OFF
                   GO TO RAISE-CLAIM
               END-REWRITE
           ELSE
               WRITE WARRANTY-CLAIM-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CLAIM FILE I/O ERROR, STATUS: " WC-FILE-STATUS
                       TERM-HIGHLIGHT-OFF
                   GO TO RAISE-CLAIM
               END-WRITE
           END-IF.
           DISPLAY "CLAIM RAISED.".
           GO TO RAISE-CLAIM.
      *A SUPERVISOR MOVES A CLAIM ON.  SENDING THE UNIT BACK MARKS
      *ITS SERIAL "R" SO IT CAN NEVER BE ISSUED; A REPLACEMENT MUST
      *ALREADY BE ON THE SERIAL FILE UNDER THE SAME STOCK CODE.
       UPDATE-CLAIM.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
       UPDATE-ASK-UNIT.
           PERFORM ASK-UNIT THRU ASK-UNIT-EXIT.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           MOVE SE-KEY TO WC-KEY.
           READ CLAIM-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "NO CLAIM ON FILE FOR THIS UNIT" TERM-HIGHLIGHT-OFF
               GO TO UPDATE-ASK-UNIT
           END-READ.
           PERFORM SHOW-CLAIM THRU SHOW-CLAIM-EXIT.
           IF WC-STATUS NOT = "R" AND WC-STATUS NOT = "S"
               DISPLAY "CLAIM IS SETTLED."
               GO TO UPDATE-ASK-UNIT.
       UPDATE-ASK-STATUS.
           DISPLAY "(S)ENT BACK, RE(P)LACED, (C)REDITED, RE(J)ECTED".
           DISPLAY "OR RETURN TO LEAVE IT: ".
           MOVE SPACE TO STATUS-CHOICE.
           ACCEPT STATUS-CHOICE.
           IF STATUS-CHOICE = SPACE GO TO UPDATE-ASK-UNIT.
           IF STATUS-CHOICE = "S" OR STATUS-CHOICE = "s"
               GO TO UPDATE-SENT-BACK.
           IF STATUS-CHOICE = "P" OR STATUS-CHOICE = "p"
               GO TO UPDATE-REPLACED.
           IF STATUS-CHOICE = "C" OR STATUS-CHOICE = "c"
               MOVE "C" TO WC-STATUS
               GO TO UPDATE-SAVE.
           IF STATUS-CHOICE = "J" OR STATUS-CHOICE = "j"
               MOVE "J" TO WC-STATUS
               GO TO UPDATE-SAVE.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO UPDATE-ASK-STATUS.
       UPDATE-SENT-BACK.
           IF WC-STATUS = "S"
               DISPLAY "UNIT IS ALREADY SENT BACK."
               GO TO UPDATE-ASK-STATUS.
           MOVE WC-STOCK-CODE TO SE-STOCK-CODE.
           MOVE WC-SERIAL-NO TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "SERIAL NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-ASK-STATUS
           END-READ.
           IF SE-STATUS = "S"
               DISPLAY "UNIT IS COUNTED IN STOCK - BOOK IT OUT"
               DISPLAY "THROUGH RETURN-TO-SUPPLIER AS WELL.".
           MOVE "R" TO SE-STATUS.
           REWRITE SERIAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SERIAL FILE I/O ERROR, STATUS: " SE-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           MOVE "S" TO WC-STATUS.
           GO TO UPDATE-SAVE.
       UPDATE-REPLACED.
           DISPLAY "SERIAL NO OF THE REPLACEMENT UNIT: ".
           MOVE SPACE TO REPLACEMENT-SERIAL.
           ACCEPT REPLACEMENT-SERIAL.
           IF REPLACEMENT-SERIAL = SPACE GO TO UPDATE-ASK-STATUS.
           IF REPLACEMENT-SERIAL = WC-SERIAL-NO
               DISPLAY TERM-HIGHLIGHT-ON
                   "THAT IS THE FAILED UNIT'S OWN SERIAL"
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-REPLACED.
           MOVE WC-STOCK-CODE TO SE-STOCK-CODE.
           MOVE REPLACEMENT-SERIAL TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REPLACEMENT NOT ON THE SERIAL FILE - BOOK IT IN"
                   TERM-HIGHLIGHT-OFF
               DISPLAY "THROUGH GOODS-IN FIRST."
               GO TO UPDATE-ASK-STATUS
           END-READ.
           MOVE REPLACEMENT-SERIAL TO WC-REPLACEMENT.
           MOVE "P" TO WC-STATUS.
       UPDATE-SAVE.
           MOVE RUN-DATE TO WC-STATUS-DATE.
           REWRITE WARRANTY-CLAIM-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CLAIM FILE I/O ERROR, STATUS: " WC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-ASK-UNIT
           END-REWRITE.
           DISPLAY "CLAIM UPDATED.".
           GO TO UPDATE-ASK-UNIT.
      *A UNIT'S OWN CLAIM, AND - SINCE A REPLACEMENT IS ONLY KNOWN
      *FROM THE CLAIM IT SETTLED - THE FAILED UNIT IT STANDS IN FOR
       LOOK-UP-UNIT.
           PERFORM ASK-UNIT THRU ASK-UNIT-EXIT.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           MOVE SE-KEY TO WC-KEY.
           READ CLAIM-FILE
               INVALID DISPLAY "NO CLAIM ON FILE FOR THIS UNIT."
               NOT INVALID PERFORM SHOW-CLAIM THRU SHOW-CLAIM-EXIT
           END-READ.
           PERFORM FIND-FAILED-UNIT THRU FIND-FAILED-EXIT.
           IF FAILED-SERIAL NOT = SPACE
               DISPLAY "THIS UNIT REPLACED FAILED SERIAL "
                   FAILED-SERIAL " (CLAIMED " WC-CLAIM-DATE ")".
           GO TO LOOK-UP-UNIT.
       FIND-FAILED-UNIT.
           MOVE SPACE TO FAILED-SERIAL.
           MOVE ENTERED-CODE TO WC-STOCK-CODE.
           MOVE LOW-VALUE TO WC-SERIAL-NO.
           START CLAIM-FILE KEY NOT LESS THAN WC-KEY
               INVALID GO TO FIND-FAILED-EXIT
           END-START.
       FIND-FAILED-LOOP.
           READ CLAIM-FILE NEXT RECORD
               AT END GO TO FIND-FAILED-EXIT
           END-READ.
           IF WC-STOCK-CODE NOT = ENTERED-CODE
               GO TO FIND-FAILED-EXIT.
           IF WC-STATUS = "P" AND WC-REPLACEMENT = ENTERED-SERIAL
               MOVE WC-SERIAL-NO TO FAILED-SERIAL
               GO TO FIND-FAILED-EXIT.
           GO TO FIND-FAILED-LOOP.
       FIND-FAILED-EXIT.
           EXIT.
       ASK-UNIT.
           DISPLAY SPACE.
           DISPLAY "STOCK CODE OF THE UNIT (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ASK-UNIT-EXIT.
           DISPLAY "SERIAL NO: ".
           MOVE SPACE TO ENTERED-SERIAL.
           ACCEPT ENTERED-SERIAL.
           IF ENTERED-SERIAL = SPACE GO TO ASK-UNIT.
           MOVE ENTERED-CODE TO SE-STOCK-CODE.
           MOVE ENTERED-SERIAL TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "SERIAL NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-UNIT
           END-READ.
       ASK-UNIT-EXIT.
           EXIT.
       SHOW-CLAIM.
           PERFORM SET-STATUS-WORDS THRU SET-STATUS-EXIT.
           DISPLAY "CLAIMED " WC-CLAIM-DATE " AGAINST " WC-SUPPLIER
               " ORDER " WC-ORDER-NO.
           DISPLAY "FAULT: " WC-FAULT.
           DISPLAY "STATUS: " STATUS-WORDS " SINCE " WC-STATUS-DATE.
           IF WC-STATUS = "P"
               DISPLAY "REPLACED BY SERIAL " WC-REPLACEMENT.
       SHOW-CLAIM-EXIT.
           EXIT.
       SET-STATUS-WORDS.
           MOVE SPACE TO STATUS-WORDS.
           IF WC-STATUS = "R" MOVE "RAISED" TO STATUS-WORDS.
           IF WC-STATUS = "S" MOVE "SENT BACK" TO STATUS-WORDS.
           IF WC-STATUS = "P" MOVE "REPLACED" TO STATUS-WORDS.
           IF WC-STATUS = "C" MOVE "CREDITED" TO STATUS-WORDS.
           IF WC-STATUS = "J" MOVE "REJECTED" TO STATUS-WORDS.
       SET-STATUS-EXIT.
           EXIT.
      *EVERY CLAIM STILL RAISED OR SENT BACK, GROUPED BY SUPPLIER
      *WITH HOW LONG EACH HAS BEEN OPEN ON THE RUN DATE, AND EACH
      *SUPPLIER'S COUNT OF OPEN CLAIMS BY AGE BAND
       OUTSTANDING-REPORT.
           MOVE 0 TO SUPPLIER-COUNT.
           MOVE 0 TO TB-BAND (1).
           MOVE 0 TO TB-BAND (2).
           MOVE 0 TO TB-BAND (3).
           MOVE 0 TO TB-BAND (4).
           MOVE LOW-VALUE TO WC-KEY.
           START CLAIM-FILE KEY NOT LESS THAN WC-KEY
               INVALID GO TO OUTSTANDING-PRINT
           END-START.
       OUTSTANDING-COUNT-LOOP.
           READ CLAIM-FILE NEXT RECORD
               AT END GO TO OUTSTANDING-PRINT
           END-READ.
           IF WC-STATUS NOT = "R" AND WC-STATUS NOT = "S"
               GO TO OUTSTANDING-COUNT-LOOP.
           PERFORM FIND-SUPPLIER-SLOT THRU FIND-SUPPLIER-EXIT.
           IF SUPPLIER-IX = 0 GO TO OUTSTANDING-COUNT-LOOP.
           PERFORM SET-AGE-BAND THRU SET-AGE-BAND-EXIT.
           ADD 1 TO SP-BAND (SUPPLIER-IX, BAND-IX).
           ADD 1 TO TB-BAND (BAND-IX).
           GO TO OUTSTANDING-COUNT-LOOP.
       OUTSTANDING-PRINT.
           IF SUPPLIER-COUNT = 0
               DISPLAY "NO CLAIMS OUTSTANDING."
               GO TO ASK-ACTION.
           MOVE STOCK-WCO-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "WARRANTY CLAIMS OUTSTANDING BY SUPPLIER" TO RPT-TITLE.
           MOVE CLAIM-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO CLAIMS-LISTED.
           MOVE 0 TO SUPPLIER-PASS.
       OUTSTANDING-SUPPLIER-LOOP.
           ADD 1 TO SUPPLIER-PASS.
           IF SUPPLIER-PASS > SUPPLIER-COUNT
               GO TO OUTSTANDING-TOTALS.
           MOVE 0 TO SUPPLIER-BEST.
           MOVE 0 TO SUPPLIER-IX.
       OUTSTANDING-LOWEST-SCAN.
           ADD 1 TO SUPPLIER-IX.
           IF SUPPLIER-IX > SUPPLIER-COUNT
               GO TO OUTSTANDING-SUPPLIER-TAKE.
           IF SP-TAKEN (SUPPLIER-IX) = "N"
               IF SUPPLIER-BEST = 0
                   MOVE SUPPLIER-IX TO SUPPLIER-BEST
               ELSE
                   IF SP-CODE (SUPPLIER-IX) < SP-CODE (SUPPLIER-BEST)
                       MOVE SUPPLIER-IX TO SUPPLIER-BEST
                   END-IF
               END-IF
           END-IF.
           GO TO OUTSTANDING-LOWEST-SCAN.
       OUTSTANDING-SUPPLIER-TAKE.
           MOVE "Y" TO SP-TAKEN (SUPPLIER-BEST).
           PERFORM PRINT-SUPPLIER-CLAIMS THRU PRINT-SUPPLIER-EXIT.
           GO TO OUTSTANDING-SUPPLIER-LOOP.
       OUTSTANDING-TOTALS.
           MOVE SPACE TO BAND-LINE.
           MOVE "ALL OPEN" TO BL-LABEL.
           PERFORM MOVE-TOTAL-BAND
               VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 4.
           MOVE BAND-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY BAND-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "OPEN CLAIMS LISTED: " CLAIMS-LISTED.
           DISPLAY "REPORT IS ON STOCK.WCO".
           GO TO ASK-ACTION.
       PRINT-SUPPLIER-CLAIMS.
           MOVE SP-CODE (SUPPLIER-BEST) TO SH-CODE.
           MOVE SP-CODE (SUPPLIER-BEST) TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** NOT ON SUPPLIER FILE **" TO SH-NAME
               NOT INVALID MOVE SUPPLIER-NAME TO SH-NAME
           END-READ.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SUPPLIER-HEAD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE LOW-VALUE TO WC-KEY.
           START CLAIM-FILE KEY NOT LESS THAN WC-KEY
               INVALID GO TO PRINT-SUPPLIER-BANDS
           END-START.
       PRINT-SUPPLIER-LOOP.
           READ CLAIM-FILE NEXT RECORD
               AT END GO TO PRINT-SUPPLIER-BANDS
           END-READ.
           IF WC-SUPPLIER NOT = SP-CODE (SUPPLIER-BEST)
               GO TO PRINT-SUPPLIER-LOOP.
           IF WC-STATUS NOT = "R" AND WC-STATUS NOT = "S"
               GO TO PRINT-SUPPLIER-LOOP.
           PERFORM SET-AGE-BAND THRU SET-AGE-BAND-EXIT.
           PERFORM SET-STATUS-WORDS THRU SET-STATUS-EXIT.
           MOVE WC-STOCK-CODE TO CL-STOCK-CODE.
           MOVE WC-SERIAL-NO TO CL-SERIAL.
           MOVE WC-CLAIM-DATE TO CL-DATE.
           MOVE STATUS-WORDS TO CL-STATUS.
           MOVE DAYS-OPEN TO CL-DAYS.
           MOVE WC-FAULT TO CL-FAULT.
           MOVE CLAIM-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO CLAIMS-LISTED.
           GO TO PRINT-SUPPLIER-LOOP.
       PRINT-SUPPLIER-BANDS.
           MOVE SPACE TO BAND-LINE.
           MOVE "  OPEN" TO BL-LABEL.
           PERFORM MOVE-SUPPLIER-BAND
               VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 4.
           MOVE BAND-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SH-CODE " " BAND-LINE.
       PRINT-SUPPLIER-EXIT.
           EXIT.
       MOVE-SUPPLIER-BAND.
           MOVE BAND-NAME (BAND-IX) TO BL-BAND-NAME (BAND-IX).
           MOVE SP-BAND (SUPPLIER-BEST, BAND-IX) TO BL-COUNT (BAND-IX).
       MOVE-TOTAL-BAND.
           MOVE BAND-NAME (BAND-IX) TO BL-BAND-NAME (BAND-IX).
           MOVE TB-BAND (BAND-IX) TO BL-COUNT (BAND-IX).
       FIND-SUPPLIER-SLOT.
           MOVE 0 TO SUPPLIER-IX.
       FIND-SUPPLIER-LOOP.
           ADD 1 TO SUPPLIER-IX.
           IF SUPPLIER-IX > SUPPLIER-COUNT GO TO FIND-SUPPLIER-NEW.
           IF SP-CODE (SUPPLIER-IX) = WC-SUPPLIER
               GO TO FIND-SUPPLIER-EXIT.
           GO TO FIND-SUPPLIER-LOOP.
       FIND-SUPPLIER-NEW.
           IF SUPPLIER-COUNT = 60
               DISPLAY TERM-HIGHLIGHT-ON "MORE THAN 60 SUPPLIERS - "
                   WC-SUPPLIER " LEFT OFF THE REPORT" TERM-HIGHLIGHT-OFF
               MOVE 0 TO SUPPLIER-IX
               GO TO FIND-SUPPLIER-EXIT.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE SUPPLIER-COUNT TO SUPPLIER-IX.
           MOVE WC-SUPPLIER TO SP-CODE (SUPPLIER-IX).
           MOVE "N" TO SP-TAKEN (SUPPLIER-IX).
           MOVE 0 TO SP-BAND (SUPPLIER-IX, 1).
           MOVE 0 TO SP-BAND (SUPPLIER-IX, 2).
           MOVE 0 TO SP-BAND (SUPPLIER-IX, 3).
           MOVE 0 TO SP-BAND (SUPPLIER-IX, 4).
       FIND-SUPPLIER-EXIT.
           EXIT.
       SET-AGE-BAND.
           MOVE WC-CLAIM-NUM TO WORK-DATE-NUM.
           COMPUTE CLAIM-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE DAYS-OPEN = RUN-DAY-COUNT - CLAIM-DAY-COUNT.
           IF DAYS-OPEN < 0 MOVE 0 TO DAYS-OPEN.
           MOVE 1 TO BAND-IX.
           IF DAYS-OPEN > BAND-1-DAYS MOVE 2 TO BAND-IX.
           IF DAYS-OPEN > BAND-2-DAYS MOVE 3 TO BAND-IX.
           IF DAYS-OPEN > BAND-3-DAYS MOVE 4 TO BAND-IX.
       SET-AGE-BAND-EXIT.
           EXIT.
      *THE OPEN-CLAIM BAND ENDS FROM THE PARAMETER FILE - AND INTO
      *THE BAND NAMES SO THE SUMMARY SAYS WHICH BANDS RAN
       GET-BAND-LIMITS.
           MOVE "CLAIM-BAND-1" TO PQ-KEY.
           MOVE BAND-1-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-1-DAYS.
           MOVE "CLAIM-BAND-2" TO PQ-KEY.
           MOVE BAND-2-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-2-DAYS.
           MOVE "CLAIM-BAND-3" TO PQ-KEY.
           MOVE BAND-3-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-3-DAYS.
           MOVE BAND-1-DAYS TO BN-BAND-1.
           MOVE BAND-2-DAYS TO BN-BAND-2.
           MOVE BAND-3-DAYS TO BN-BAND-3.
           MOVE BAND-3-DAYS TO BN-BAND-3B.
       GET-BAND-LIMITS-EXIT.
           EXIT.
       END-IT.
           CLOSE CLAIM-FILE.
           CLOSE PO-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE SERIAL-FILE.
       END-NO-FILES.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
       EMIT-REPORT-LINE.
           CALL "REPORT-FORMAT" USING RPT-CONTROL.
           MOVE 0 TO RPT-OUT-IX.
       EMIT-OUT-LOOP.
           ADD 1 TO RPT-OUT-IX.
           IF RPT-OUT-IX NOT > RPT-OUT-COUNT
               MOVE RPT-OUT-LINE (RPT-OUT-IX) TO PRINT-LINE
               PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT
               GO TO EMIT-OUT-LOOP.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN, INSTEAD OF THE
      *REST OF THE REPORT QUIETLY GOING NOWHERE
       WRITE-PRINT-SAFE.
           WRITE PRINT-LINE.
           IF PR-STATUS NOT = "00" AND PR-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON THE REPORT FILE, STATUS "
                   PR-STATUS
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-PRINT-SAFE.
       WRITE-PRINT-SAFE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.SER" TO STOCK-SER-FN.
           MOVE "TRAIN.WCL" TO STOCK-WCL-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.WCO" TO STOCK-WCO-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           MOVE DC-DATE-NUM TO WORK-DATE-NUM.
           COMPUTE RUN-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
       GET-RUN-DATE-EXIT.
           EXIT.
