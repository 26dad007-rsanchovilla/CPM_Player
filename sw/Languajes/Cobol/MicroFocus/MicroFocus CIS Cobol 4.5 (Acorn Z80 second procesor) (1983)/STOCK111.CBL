       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER-CLAIMS.
       AUTHOR. MICRO FOCUS LTD.
      *CARRIER DAMAGE AND SHORTAGE CLAIMS ON INBOUND DELIVERIES.
      *GOODS THAT ARRIVE DAMAGED IN TRANSIT, OR SHORT OF WHAT THE
      *CARRIER SIGNED FOR, ARE THE CARRIER'S LOSS AND NOT THE
      *SUPPLIER'S.  A CLAIM IS RAISED FROM THE GRN THE DELIVERY
      *CAME IN ON - THE GRN'S RECEIPTS ARE PICKED UP OFF THE
      *JOURNAL AND THE OPERATOR TAKES THE AFFECTED LINES INTO THE
      *CLAIM, VALUED AT THE BIN'S UNIT COST - AND FOLLOWED THROUGH
      *SUBMISSION TO SETTLEMENT.  THE CLAIMS REGISTER SHOWS WHAT IS
      *STILL OPEN WITH EACH CARRIER AND HOW MUCH HAS BEEN RECOVERED
      *AGAINST WHAT WAS CLAIMED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT CARRIER-FILE ASSIGN DYNAMIC STOCK-CAR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-CODE
           FILE STATUS CA-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN DYNAMIC STOCK-CCL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CM-CLAIM-NO
           FILE STATUS CM-FILE-STATUS.
           SELECT CLAIM-LINE-FILE ASSIGN DYNAMIC STOCK-CCI-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CI-KEY
           FILE STATUS CI-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  CARRIER-FILE; RECORD 80.
           COPY "CARFILE.CPY".
       FD  CLAIM-FILE; RECORD 100.
           COPY "CCLFILE.CPY".
       FD  CLAIM-LINE-FILE; RECORD 60.
           COPY "CCIFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-CAR-FN PIC X(12) VALUE "STOCK.CAR".
           02  STOCK-CCL-FN PIC X(12) VALUE "STOCK.CCL".
           02  STOCK-CCI-FN PIC X(12) VALUE "STOCK.CCI".
           02  STOCK-CRG-FN PIC X(12) VALUE "STOCK.CRG".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  STOCK-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  CA-FILE-STATUS PIC XX.
       01  CM-FILE-STATUS PIC XX.
       01  CI-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  JOURNAL-OPEN PIC X.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  CARRIER-IS-NEW PIC X.
       01  NEXT-CLAIM-NO PIC 9(6).
       01  ENTERED-CARRIER PIC X(4).
       01  ENTERED-NAME PIC X(30).
       01  ENTERED-CONTACT PIC X(20).
       01  ENTERED-PHONE PIC X(14).
       01  ENTERED-CARRIER-REF PIC X(12).
       01  ENTERED-PHOTOS PIC X.
       01  ENTERED-SIGNED PIC X.
       01  ENTERED-KIND PIC X.
       01  ENTERED-STATUS PIC X.
       01  ENTERED-GRN-X PIC X(4).
       01  ENTERED-GRN-9 REDEFINES ENTERED-GRN-X PIC 9(4).
       01  ENTERED-CLAIM-X PIC X(6).
       01  ENTERED-CLAIM-9 REDEFINES ENTERED-CLAIM-X PIC 9(6).
       01  ENTERED-LINE-X PIC XX.
       01  ENTERED-LINE-9 REDEFINES ENTERED-LINE-X PIC 99.
       01  ENTERED-QTY PIC 9(6).
       01  ENTERED-AMOUNT-X PIC X(9).
       01  ENTERED-AMOUNT-9 REDEFINES ENTERED-AMOUNT-X PIC 9(7)V99.
       01  CLAIM-TOTAL PIC 9(7)V99.
       01  AMOUNT-SHOW PIC ZZZZZZ9.99.
       01  QTY-SHOW PIC ZZZZZ9.99.
      *THE GRN'S RECEIPTS, PICKED OFF THE JOURNAL, THAT THE
      *OPERATOR CHOOSES THE DAMAGED OR SHORT LINES FROM - AND WHAT
      *HAS BEEN TAKEN INTO THE CLAIM SO FAR
       01  GRN-COUNT PIC 99.
       01  GRN-IX PIC 99.
       01  GRN-TABLE.
           02  GT-ENTRY OCCURS 30 TIMES.
               03  GT-STOCK-CODE PIC X(8).
               03  GT-LOCATION PIC X(4).
               03  GT-QUANTITY PIC 9(6)V99.
               03  GT-ORDER-NO PIC X(6).
               03  GT-DATE PIC X(10).
               03  GT-CLAIM-QTY PIC 9(6)V99.
               03  GT-KIND PIC X.
               03  GT-UNIT-COST PIC 9(4)V99.
       01  GRN-LIST-LINE.
           02  GL-LINE PIC Z9.
           02  FILLER PIC XX VALUE SPACE.
           02  GL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  GL-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  GL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  GL-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  GL-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  GL-CLAIMED PIC X(20).
      *THE REGISTER - OPEN CLAIMS CARRIER BY CARRIER, THEN WHAT HAS
      *BEEN CLAIMED FROM AND RECOVERED FROM EACH ONE ALL TOLD
       01  CARRIER-HEADED PIC X.
       01  CARRIERS-LISTED PIC 9(4).
       01  OPEN-CLAIMS PIC 9(5).
       01  CR-CLAIMED PIC 9(8)V99.
       01  CR-RECOVERED PIC 9(8)V99.
       01  GRAND-CLAIMED PIC 9(8)V99.
       01  GRAND-RECOVERED PIC 9(8)V99.
       01  REGISTER-HEADING.
           02  FILLER PIC X(8) VALUE " CLAIM".
           02  FILLER PIC X(6) VALUE "GRN".
           02  FILLER PIC X(7) VALUE "ORDER".
           02  FILLER PIC X(11) VALUE "RAISED".
           02  FILLER PIC X(13) VALUE "CARRIER REF".
           02  FILLER PIC X(6) VALUE "PH SG".
           02  FILLER PIC X(10) VALUE "STATUS".
           02  FILLER PIC X(11) VALUE "    CLAIMED".
       01  CARRIER-LINE.
           02  FILLER PIC X(8) VALUE "CARRIER ".
           02  RL-CARRIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  RL-NAME PIC X(30).
           02  FILLER PIC XX VALUE SPACE.
           02  RL-PHONE PIC X(14).
       01  CLAIM-LINE.
           02  RC-CLAIM-NO PIC 9(6).
           02  FILLER PIC XX VALUE SPACE.
           02  RC-GRN-NO PIC 9(4).
           02  FILLER PIC XX VALUE SPACE.
           02  RC-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  RC-RAISED PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  RC-CARRIER-REF PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  RC-PHOTOS PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  RC-SIGNED PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  RC-STATUS PIC X(9).
           02  FILLER PIC X VALUE SPACE.
           02  RC-CLAIMED PIC ZZZZZZ9.99.
       01  CLAIM-ITEM-LINE.
           02  FILLER PIC X(8) VALUE SPACE.
           02  RI-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  RI-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  RI-KIND PIC X(7).
           02  FILLER PIC X VALUE SPACE.
           02  RI-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X(4) VALUE " AT ".
           02  RI-UNIT-COST PIC ZZZ9.99.
           02  FILLER PIC X(12) VALUE SPACE.
           02  RI-VALUE PIC ZZZZZZ9.99.
       01  CARRIER-TOTAL-LINE.
           02  FILLER PIC X(18) VALUE "  ALL CLAIMS  -  ".
           02  FILLER PIC X(9) VALUE "CLAIMED ".
           02  CT-CLAIMED PIC ZZZZZZZ9.99.
           02  FILLER PIC X(12) VALUE "  RECOVERED ".
           02  CT-RECOVERED PIC ZZZZZZZ9.99.
       01  GRAND-TOTAL-LINE.
           02  FILLER PIC X(18) VALUE "ALL CARRIERS  -  ".
           02  FILLER PIC X(9) VALUE "CLAIMED ".
           02  GD-CLAIMED PIC ZZZZZZZ9.99.
           02  FILLER PIC X(12) VALUE "  RECOVERED ".
           02  GD-RECOVERED PIC ZZZZZZZ9.99.
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
           DISPLAY "CARRIER DAMAGE AND SHORTAGE CLAIMS".
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK."
               GO TO END-NO-FILES.
           MOVE "Y" TO JOURNAL-OPEN.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               MOVE "N" TO JOURNAL-OPEN.
           OPEN I-O CARRIER-FILE.
           IF CA-FILE-STATUS NOT = "00"
               OPEN OUTPUT CARRIER-FILE
               CLOSE CARRIER-FILE
               OPEN I-O CARRIER-FILE
           END-IF.
           OPEN I-O CLAIM-FILE.
           IF CM-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           OPEN I-O CLAIM-LINE-FILE.
           IF CI-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLAIM-LINE-FILE
               CLOSE CLAIM-LINE-FILE
               OPEN I-O CLAIM-LINE-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)AISE A CLAIM FROM A GRN, (U)PDATE A CLAIM,".
           DISPLAY "CLAIMS RE(G)ISTER, (C)ARRIER MAINTENANCE,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RAISE-CLAIM.
           IF ACTION-CHOICE = "U" OR ACTION-CHOICE = "u"
               GO TO UPDATE-CLAIM.
           IF ACTION-CHOICE = "G" OR ACTION-CHOICE = "g"
               GO TO CLAIMS-REGISTER.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CARRIER-MAINTENANCE.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *CARRIERS ARE ADDED AND CHANGED BY A SUPERVISOR, AS THE
      *SUPPLIER MASTER IS
       CARRIER-MAINTENANCE.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
       CARRIER-ASK-CODE.
           DISPLAY SPACE.
           DISPLAY "CARRIER CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CARRIER.
           ACCEPT ENTERED-CARRIER.
           IF ENTERED-CARRIER = SPACE GO TO ASK-ACTION.
           MOVE "N" TO CARRIER-IS-NEW.
           MOVE ENTERED-CARRIER TO CA-CODE.
           READ CARRIER-FILE
               INVALID MOVE "Y" TO CARRIER-IS-NEW
           END-READ.
           IF CARRIER-IS-NEW = "Y"
               DISPLAY "NEW CARRIER"
               MOVE SPACE TO CARRIER-RECORD
               MOVE ENTERED-CARRIER TO CA-CODE
           ELSE
               DISPLAY CA-NAME
               DISPLAY CA-CONTACT "  " CA-PHONE
           END-IF.
           DISPLAY "NAME (BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-NAME.
           ACCEPT ENTERED-NAME.
           IF ENTERED-NAME NOT = SPACE
               MOVE ENTERED-NAME TO CA-NAME.
           IF CA-NAME = SPACE GO TO CARRIER-ASK-CODE.
           DISPLAY "CLAIMS CONTACT (BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-CONTACT.
           ACCEPT ENTERED-CONTACT.
           IF ENTERED-CONTACT NOT = SPACE
               MOVE ENTERED-CONTACT TO CA-CONTACT.
           DISPLAY "PHONE (BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-PHONE.
           ACCEPT ENTERED-PHONE.
           IF ENTERED-PHONE NOT = SPACE
               MOVE ENTERED-PHONE TO CA-PHONE.
           IF CARRIER-IS-NEW = "Y"
               WRITE CARRIER-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CARRIER FILE I/O ERROR, STATUS: "
                       CA-FILE-STATUS TERM-HIGHLIGHT-OFF
               END-WRITE
           ELSE
               REWRITE CARRIER-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CARRIER FILE I/O ERROR, STATUS: "
                       CA-FILE-STATUS TERM-HIGHLIGHT-OFF
               END-REWRITE
           END-IF.
           DISPLAY "CARRIER " CA-CODE " SAVED.".
           GO TO CARRIER-ASK-CODE.
      *A CLAIM STARTS FROM THE GRN - ITS RECEIPTS (TYPE R, OR TYPE
      *Q IF THE GOODS WENT TO QUARANTINE) ARE LISTED AND THE
      *DAMAGED OR SHORT LINES TAKEN IN ONE BY ONE
       RAISE-CLAIM.
           IF JOURNAL-OPEN NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO JOURNAL ON DISK - NO GRN TO CLAIM FROM"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "GRN NUMBER (BLANK TO END): ".
           MOVE SPACE TO ENTERED-GRN-X.
           ACCEPT ENTERED-GRN-X.
           IF ENTERED-GRN-X = SPACE GO TO ASK-ACTION.
           IF ENTERED-GRN-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "GRN NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO RAISE-CLAIM.
           PERFORM LOAD-GRN-LINES THRU LOAD-GRN-LINES-EXIT.
           IF GRN-COUNT = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO RECEIPTS ON THE JOURNAL FOR THAT GRN"
                   TERM-HIGHLIGHT-OFF
               GO TO RAISE-CLAIM.
       RAISE-ASK-CARRIER.
           DISPLAY "CARRIER CODE: ".
           MOVE SPACE TO ENTERED-CARRIER.
           ACCEPT ENTERED-CARRIER.
           IF ENTERED-CARRIER = SPACE GO TO RAISE-CLAIM.
           MOVE ENTERED-CARRIER TO CA-CODE.
           READ CARRIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN CARRIER"
                   TERM-HIGHLIGHT-OFF
               GO TO RAISE-ASK-CARRIER
           END-READ.
           DISPLAY CA-NAME.
           DISPLAY "CARRIER'S CONSIGNMENT / NOTE REF: ".
           MOVE SPACE TO ENTERED-CARRIER-REF.
           ACCEPT ENTERED-CARRIER-REF.
       RAISE-ASK-PHOTOS.
           DISPLAY "PHOTOGRAPHS HELD? (Y/N): ".
           ACCEPT ENTERED-PHOTOS.
           IF ENTERED-PHOTOS = "y" MOVE "Y" TO ENTERED-PHOTOS.
           IF ENTERED-PHOTOS = "n" MOVE "N" TO ENTERED-PHOTOS.
           IF ENTERED-PHOTOS NOT = "Y" AND ENTERED-PHOTOS NOT = "N"
               GO TO RAISE-ASK-PHOTOS.
       RAISE-ASK-SIGNED.
           DISPLAY "SIGNED FOR AS DAMAGED ON THE CARRIER'S NOTE?".
           DISPLAY "(Y/N): ".
           ACCEPT ENTERED-SIGNED.
           IF ENTERED-SIGNED = "y" MOVE "Y" TO ENTERED-SIGNED.
           IF ENTERED-SIGNED = "n" MOVE "N" TO ENTERED-SIGNED.
           IF ENTERED-SIGNED NOT = "Y" AND ENTERED-SIGNED NOT = "N"
               GO TO RAISE-ASK-SIGNED.
           IF ENTERED-SIGNED = "N"
               DISPLAY TERM-HIGHLIGHT-ON
                   "UNSIGNED DAMAGE IS OFTEN REFUSED BY THE CARRIER"
                   TERM-HIGHLIGHT-OFF.
       RAISE-LIST-LINES.
           DISPLAY SPACE.
           MOVE 0 TO GRN-IX.
       RAISE-LIST-LOOP.
           ADD 1 TO GRN-IX.
           IF GRN-IX > GRN-COUNT GO TO RAISE-ASK-LINE.
           MOVE GRN-IX TO GL-LINE.
           MOVE GT-STOCK-CODE (GRN-IX) TO GL-STOCK-CODE.
           MOVE GT-LOCATION (GRN-IX) TO GL-LOCATION.
           MOVE GT-QUANTITY (GRN-IX) TO GL-QUANTITY.
           MOVE GT-ORDER-NO (GRN-IX) TO GL-ORDER-NO.
           MOVE GT-DATE (GRN-IX) TO GL-DATE.
           MOVE SPACE TO GL-CLAIMED.
           IF GT-CLAIM-QTY (GRN-IX) NOT = 0
               MOVE GT-CLAIM-QTY (GRN-IX) TO QTY-SHOW
               IF GT-KIND (GRN-IX) = "D"
                   STRING "DAMAGED " QTY-SHOW DELIMITED BY SIZE
                       INTO GL-CLAIMED
               ELSE
                   STRING "SHORT   " QTY-SHOW DELIMITED BY SIZE
                       INTO GL-CLAIMED
               END-IF
           END-IF.
           DISPLAY GRN-LIST-LINE.
           GO TO RAISE-LIST-LOOP.
       RAISE-ASK-LINE.
           DISPLAY "LINE TO CLAIM (BLANK WHEN DONE): ".
           MOVE SPACE TO ENTERED-LINE-X.
           ACCEPT ENTERED-LINE-X.
           IF ENTERED-LINE-X = SPACE GO TO RAISE-CONFIRM.
           IF ENTERED-LINE-X (2:1) = SPACE
               MOVE ENTERED-LINE-X (1:1) TO ENTERED-LINE-X (2:1)
               MOVE "0" TO ENTERED-LINE-X (1:1).
           IF ENTERED-LINE-X NOT NUMERIC
               GO TO RAISE-ASK-LINE.
           IF ENTERED-LINE-9 = 0 OR ENTERED-LINE-9 > GRN-COUNT
               DISPLAY TERM-HIGHLIGHT-ON "NO SUCH LINE ON THE GRN"
                   TERM-HIGHLIGHT-OFF
               GO TO RAISE-ASK-LINE.
           MOVE ENTERED-LINE-9 TO GRN-IX.
       RAISE-ASK-KIND.
           DISPLAY "(D)AMAGED OR (S)HORT: ".
           ACCEPT ENTERED-KIND.
           IF ENTERED-KIND = "d" MOVE "D" TO ENTERED-KIND.
           IF ENTERED-KIND = "s" MOVE "S" TO ENTERED-KIND.
           IF ENTERED-KIND NOT = "D" AND ENTERED-KIND NOT = "S"
               GO TO RAISE-ASK-KIND.
           DISPLAY "QUANTITY AFFECTED (0 TO DROP THE LINE): ".
           ACCEPT ENTERED-QTY.
           IF ENTERED-QTY NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO RAISE-ASK-LINE.
           IF ENTERED-QTY > GT-QUANTITY (GRN-IX)
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN THE GRN LINE RECEIVED" TERM-HIGHLIGHT-OFF
               GO TO RAISE-ASK-LINE.
           MOVE ENTERED-QTY TO GT-CLAIM-QTY (GRN-IX).
           MOVE ENTERED-KIND TO GT-KIND (GRN-IX).
           MOVE GT-STOCK-CODE (GRN-IX) TO STOCK-CODE.
           MOVE GT-LOCATION (GRN-IX) TO LOCATION-CODE.
           MOVE 0 TO GT-UNIT-COST (GRN-IX).
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "ITEM NO LONGER ON FILE - CLAIMED AT NIL COST"
                   TERM-HIGHLIGHT-OFF
               NOT INVALID
                   MOVE UNIT-COST TO GT-UNIT-COST (GRN-IX)
           END-READ.
           GO TO RAISE-LIST-LINES.
       RAISE-CONFIRM.
           MOVE 0 TO CLAIM-TOTAL.
           MOVE 0 TO GRN-IX.
       RAISE-TOTAL-LOOP.
           ADD 1 TO GRN-IX.
           IF GRN-IX NOT > GRN-COUNT
               COMPUTE CLAIM-TOTAL = CLAIM-TOTAL
                   + GT-CLAIM-QTY (GRN-IX) * GT-UNIT-COST (GRN-IX)
               GO TO RAISE-TOTAL-LOOP.
           IF CLAIM-TOTAL = 0
               DISPLAY "NOTHING CLAIMED - NO CLAIM RAISED."
               GO TO RAISE-CLAIM.
           MOVE CLAIM-TOTAL TO AMOUNT-SHOW.
           DISPLAY "CLAIM " AMOUNT-SHOW " FROM " ENTERED-CARRIER
               " ON GRN " ENTERED-GRN-X " - CONFIRM (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO RAISE-CLAIM.
           PERFORM WRITE-CLAIM THRU WRITE-CLAIM-EXIT.
           GO TO RAISE-CLAIM.
      *EVERY RECEIPT CARRYING THE GRN NUMBER - THE GRN NUMBER COMES
      *ROUND AGAIN AFTER 9999, SO EACH LINE SHOWS ITS DATE
       LOAD-GRN-LINES.
           MOVE 0 TO GRN-COUNT.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO LOAD-GRN-LINES-EXIT
           END-START.
       LOAD-GRN-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO LOAD-GRN-LINES-EXIT
           END-READ.
           IF JR-TYPE NOT = "R" AND JR-TYPE NOT = "Q"
               GO TO LOAD-GRN-LOOP.
           IF JR-GRN-NO NOT = ENTERED-GRN-9 GO TO LOAD-GRN-LOOP.
           IF GRN-COUNT = 30
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN 30 RECEIPTS ON THE GRN - LIST IS SHORT"
                   TERM-HIGHLIGHT-OFF
               GO TO LOAD-GRN-LINES-EXIT.
           ADD 1 TO GRN-COUNT.
           MOVE JR-STOCK-CODE TO GT-STOCK-CODE (GRN-COUNT).
           MOVE JR-LOCATION TO GT-LOCATION (GRN-COUNT).
           MOVE JR-QUANTITY TO GT-QUANTITY (GRN-COUNT).
           MOVE JR-REFERENCE TO GT-ORDER-NO (GRN-COUNT).
           MOVE JR-DATE TO GT-DATE (GRN-COUNT).
           MOVE 0 TO GT-CLAIM-QTY (GRN-COUNT).
           MOVE SPACE TO GT-KIND (GRN-COUNT).
           MOVE 0 TO GT-UNIT-COST (GRN-COUNT).
           GO TO LOAD-GRN-LOOP.
       LOAD-GRN-LINES-EXIT.
           EXIT.
      *THE HEADER AND ITS LINES GO DOWN TOGETHER UNDER THE NEXT
      *CLAIM NUMBER
       WRITE-CLAIM.
           PERFORM FIND-NEXT-CLAIM-NO THRU FIND-CLAIM-NO-EXIT.
           MOVE SPACE TO CLAIM-HEADER-RECORD.
           MOVE NEXT-CLAIM-NO TO CM-CLAIM-NO.
           MOVE ENTERED-CARRIER TO CM-CARRIER.
           MOVE ENTERED-GRN-9 TO CM-GRN-NO.
           MOVE SPACE TO CM-ORDER-NO.
           MOVE ENTERED-CARRIER-REF TO CM-CARRIER-REF.
           MOVE RUN-DATE TO CM-RAISED-DATE.
           MOVE RUN-DATE-NUM TO CM-RAISED-NUM.
           MOVE ENTERED-PHOTOS TO CM-PHOTOS.
           MOVE ENTERED-SIGNED TO CM-SIGNED-DAMAGED.
           MOVE "R" TO CM-STATUS.
           MOVE RUN-DATE TO CM-STATUS-DATE.
           MOVE CLAIM-TOTAL TO CM-CLAIMED.
           MOVE 0 TO CM-RECOVERED.
           MOVE SGN-OPERATOR-ID TO CM-OPERATOR-ID.
           MOVE 0 TO CI-LINE-NO.
           MOVE 0 TO GRN-IX.
       WRITE-CLAIM-LINES.
           ADD 1 TO GRN-IX.
           IF GRN-IX > GRN-COUNT GO TO WRITE-CLAIM-HEADER.
           IF GT-CLAIM-QTY (GRN-IX) = 0 GO TO WRITE-CLAIM-LINES.
           IF CM-ORDER-NO = SPACE
               MOVE GT-ORDER-NO (GRN-IX) TO CM-ORDER-NO.
           ADD 1 TO CI-LINE-NO.
           MOVE NEXT-CLAIM-NO TO CI-CLAIM-NO.
           MOVE GT-STOCK-CODE (GRN-IX) TO CI-STOCK-CODE.
           MOVE GT-LOCATION (GRN-IX) TO CI-LOCATION.
           MOVE GT-KIND (GRN-IX) TO CI-KIND.
           MOVE GT-CLAIM-QTY (GRN-IX) TO CI-QUANTITY.
           MOVE GT-UNIT-COST (GRN-IX) TO CI-UNIT-COST.
           COMPUTE CI-VALUE = CI-QUANTITY * CI-UNIT-COST.
           WRITE CLAIM-LINE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CLAIM LINE FILE I/O ERROR, STATUS: "
                   CI-FILE-STATUS TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO WRITE-CLAIM-LINES.
       WRITE-CLAIM-HEADER.
           WRITE CLAIM-HEADER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CLAIM FILE I/O ERROR, STATUS: " CM-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO WRITE-CLAIM-EXIT
           END-WRITE.
           DISPLAY "CLAIM " NEXT-CLAIM-NO " RAISED - "
               CI-LINE-NO " LINE(S).".
       WRITE-CLAIM-EXIT.
           EXIT.
       FIND-NEXT-CLAIM-NO.
           MOVE 0 TO NEXT-CLAIM-NO.
           MOVE 0 TO CM-CLAIM-NO.
           START CLAIM-FILE KEY NOT LESS THAN CM-CLAIM-NO
               INVALID GO TO FIND-CLAIM-NO-DONE
           END-START.
       FIND-CLAIM-NO-LOOP.
           READ CLAIM-FILE NEXT RECORD
               AT END GO TO FIND-CLAIM-NO-DONE
           END-READ.
           MOVE CM-CLAIM-NO TO NEXT-CLAIM-NO.
           GO TO FIND-CLAIM-NO-LOOP.
       FIND-CLAIM-NO-DONE.
           ADD 1 TO NEXT-CLAIM-NO.
       FIND-CLAIM-NO-EXIT.
           EXIT.
      *A CLAIM MOVES FROM RAISED TO SUBMITTED WHEN THE PAPERWORK
      *GOES TO THE CARRIER; SETTLING IT - PAID, WITH WHAT WAS
      *ACTUALLY RECOVERED, OR REJECTED - IS A SUPERVISOR'S CALL
       UPDATE-CLAIM.
           DISPLAY SPACE.
           DISPLAY "CLAIM NO (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CLAIM-X.
           ACCEPT ENTERED-CLAIM-X.
           IF ENTERED-CLAIM-X = SPACE GO TO ASK-ACTION.
           IF ENTERED-CLAIM-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "CLAIM NO NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-CLAIM.
           MOVE ENTERED-CLAIM-9 TO CM-CLAIM-NO.
           READ CLAIM-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "CLAIM NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-CLAIM
           END-READ.
           PERFORM SHOW-CLAIM THRU SHOW-CLAIM-EXIT.
           IF CM-STATUS NOT = "R" AND CM-STATUS NOT = "S"
               DISPLAY TERM-HIGHLIGHT-ON "CLAIM IS ALREADY SETTLED"
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-CLAIM.
       UPDATE-ASK-STATUS.
           DISPLAY "(S)UBMITTED, (P)AID, (J)REJECTED, (C)HANGE FLAGS".
           DISPLAY "OR RETURN TO LEAVE: ".
           MOVE SPACE TO ENTERED-STATUS.
           ACCEPT ENTERED-STATUS.
           IF ENTERED-STATUS = SPACE GO TO UPDATE-CLAIM.
           IF ENTERED-STATUS = "s" MOVE "S" TO ENTERED-STATUS.
           IF ENTERED-STATUS = "p" MOVE "P" TO ENTERED-STATUS.
           IF ENTERED-STATUS = "j" MOVE "J" TO ENTERED-STATUS.
           IF ENTERED-STATUS = "c" MOVE "C" TO ENTERED-STATUS.
           IF ENTERED-STATUS = "S" GO TO UPDATE-SAVE.
           IF ENTERED-STATUS = "C" GO TO UPDATE-ASK-PHOTOS.
           IF ENTERED-STATUS NOT = "P" AND ENTERED-STATUS NOT = "J"
               GO TO UPDATE-ASK-STATUS.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO UPDATE-ASK-STATUS.
           MOVE 0 TO CM-RECOVERED.
           IF ENTERED-STATUS = "J" GO TO UPDATE-SAVE.
       UPDATE-ASK-AMOUNT.
           DISPLAY "AMOUNT RECOVERED (NNNNNNNNN = NNNNNNN.NN): ".
           MOVE SPACE TO ENTERED-AMOUNT-X.
           ACCEPT ENTERED-AMOUNT-X.
           IF ENTERED-AMOUNT-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "AMOUNT NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-ASK-AMOUNT.
           MOVE ENTERED-AMOUNT-9 TO CM-RECOVERED.
           IF CM-RECOVERED > CM-CLAIMED
               DISPLAY "NOTE - MORE THAN WAS CLAIMED.".
           GO TO UPDATE-SAVE.
       UPDATE-ASK-PHOTOS.
           DISPLAY "PHOTOGRAPHS HELD? (Y/N): ".
           ACCEPT ENTERED-PHOTOS.
           IF ENTERED-PHOTOS = "y" MOVE "Y" TO ENTERED-PHOTOS.
           IF ENTERED-PHOTOS = "n" MOVE "N" TO ENTERED-PHOTOS.
           IF ENTERED-PHOTOS NOT = "Y" AND ENTERED-PHOTOS NOT = "N"
               GO TO UPDATE-ASK-PHOTOS.
       UPDATE-ASK-SIGNED.
           DISPLAY "SIGNED FOR AS DAMAGED? (Y/N): ".
           ACCEPT ENTERED-SIGNED.
           IF ENTERED-SIGNED = "y" MOVE "Y" TO ENTERED-SIGNED.
           IF ENTERED-SIGNED = "n" MOVE "N" TO ENTERED-SIGNED.
           IF ENTERED-SIGNED NOT = "Y" AND ENTERED-SIGNED NOT = "N"
               GO TO UPDATE-ASK-SIGNED.
           MOVE ENTERED-PHOTOS TO CM-PHOTOS.
           MOVE ENTERED-SIGNED TO CM-SIGNED-DAMAGED.
           MOVE CM-STATUS TO ENTERED-STATUS.
       UPDATE-SAVE.
           IF ENTERED-STATUS NOT = CM-STATUS
               MOVE ENTERED-STATUS TO CM-STATUS
               MOVE RUN-DATE TO CM-STATUS-DATE.
           REWRITE CLAIM-HEADER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CLAIM FILE I/O ERROR, STATUS: " CM-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO UPDATE-CLAIM
           END-REWRITE.
           DISPLAY "CLAIM " CM-CLAIM-NO " UPDATED.".
           GO TO UPDATE-CLAIM.
       SHOW-CLAIM.
           PERFORM EDIT-CLAIM-LINE.
           DISPLAY REGISTER-HEADING.
           DISPLAY CLAIM-LINE.
           MOVE CM-CLAIM-NO TO CI-CLAIM-NO.
           MOVE 0 TO CI-LINE-NO.
           START CLAIM-LINE-FILE KEY NOT LESS THAN CI-KEY
               INVALID GO TO SHOW-CLAIM-EXIT
           END-START.
       SHOW-CLAIM-LOOP.
           READ CLAIM-LINE-FILE NEXT RECORD
               AT END GO TO SHOW-CLAIM-EXIT
           END-READ.
           IF CI-CLAIM-NO NOT = CM-CLAIM-NO GO TO SHOW-CLAIM-EXIT.
           PERFORM EDIT-ITEM-LINE.
           DISPLAY CLAIM-ITEM-LINE.
           GO TO SHOW-CLAIM-LOOP.
       SHOW-CLAIM-EXIT.
           EXIT.
       EDIT-CLAIM-LINE.
           MOVE CM-CLAIM-NO TO RC-CLAIM-NO.
           MOVE CM-GRN-NO TO RC-GRN-NO.
           MOVE CM-ORDER-NO TO RC-ORDER-NO.
           MOVE CM-RAISED-DATE TO RC-RAISED.
           MOVE CM-CARRIER-REF TO RC-CARRIER-REF.
           MOVE CM-PHOTOS TO RC-PHOTOS.
           MOVE CM-SIGNED-DAMAGED TO RC-SIGNED.
           MOVE CM-CLAIMED TO RC-CLAIMED.
           IF CM-STATUS = "R" MOVE "RAISED" TO RC-STATUS.
           IF CM-STATUS = "S" MOVE "SUBMITTED" TO RC-STATUS.
           IF CM-STATUS = "P" MOVE "PAID" TO RC-STATUS.
           IF CM-STATUS = "J" MOVE "REJECTED" TO RC-STATUS.
       EDIT-ITEM-LINE.
           MOVE CI-STOCK-CODE TO RI-STOCK-CODE.
           MOVE CI-LOCATION TO RI-LOCATION.
           IF CI-KIND = "D"
               MOVE "DAMAGED" TO RI-KIND
           ELSE
               MOVE "SHORT" TO RI-KIND.
           MOVE CI-QUANTITY TO RI-QUANTITY.
           MOVE CI-UNIT-COST TO RI-UNIT-COST.
           MOVE CI-VALUE TO RI-VALUE.
      *THE CLAIMS REGISTER, ON STOCK.CRG - CARRIER BY CARRIER, EACH
      *OPEN CLAIM WITH THE LINES IN IT, THEN WHAT HAS BEEN CLAIMED
      *FROM THAT CARRIER ALL TOLD AND HOW MUCH HAS COME BACK
       CLAIMS-REGISTER.
           MOVE STOCK-CRG-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CARRIER CLAIMS REGISTER" TO RPT-TITLE.
           MOVE REGISTER-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO CARRIERS-LISTED.
           MOVE 0 TO OPEN-CLAIMS.
           MOVE 0 TO GRAND-CLAIMED.
           MOVE 0 TO GRAND-RECOVERED.
           MOVE LOW-VALUE TO CA-CODE.
           START CARRIER-FILE KEY NOT LESS THAN CA-CODE
               INVALID GO TO REGISTER-FINISH
           END-START.
       REGISTER-CARRIER-LOOP.
           READ CARRIER-FILE NEXT RECORD
               AT END GO TO REGISTER-FINISH
           END-READ.
           PERFORM REGISTER-ONE-CARRIER THRU REGISTER-CARRIER-EXIT.
           GO TO REGISTER-CARRIER-LOOP.
       REGISTER-FINISH.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE GRAND-CLAIMED TO GD-CLAIMED.
           MOVE GRAND-RECOVERED TO GD-RECOVERED.
           MOVE GRAND-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY GRAND-TOTAL-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "CARRIERS WITH CLAIMS: " CARRIERS-LISTED
               "  OPEN CLAIMS: " OPEN-CLAIMS.
           DISPLAY "REGISTER IS ON STOCK.CRG".
           GO TO ASK-ACTION.
      *ONE PASS OF THE CLAIMS FILE FOR THE CARRIER IN HAND - THE
      *CARRIER IS ONLY PRINTED IF IT HAS EVER HAD A CLAIM
       REGISTER-ONE-CARRIER.
           MOVE "N" TO CARRIER-HEADED.
           MOVE 0 TO CR-CLAIMED.
           MOVE 0 TO CR-RECOVERED.
           MOVE 0 TO CM-CLAIM-NO.
           START CLAIM-FILE KEY NOT LESS THAN CM-CLAIM-NO
               INVALID GO TO REGISTER-CARRIER-EXIT
           END-START.
       REGISTER-CLAIM-LOOP.
           READ CLAIM-FILE NEXT RECORD
               AT END GO TO REGISTER-CARRIER-TOTAL
           END-READ.
           IF CM-CARRIER NOT = CA-CODE GO TO REGISTER-CLAIM-LOOP.
           IF CARRIER-HEADED = "N"
               MOVE "Y" TO CARRIER-HEADED
               ADD 1 TO CARRIERS-LISTED
               MOVE CA-CODE TO RL-CARRIER
               MOVE CA-NAME TO RL-NAME
               MOVE CA-PHONE TO RL-PHONE
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE CARRIER-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY CARRIER-LINE
           END-IF.
           ADD CM-CLAIMED TO CR-CLAIMED.
           ADD CM-RECOVERED TO CR-RECOVERED.
           IF CM-STATUS NOT = "R" AND CM-STATUS NOT = "S"
               GO TO REGISTER-CLAIM-LOOP.
           ADD 1 TO OPEN-CLAIMS.
           PERFORM EDIT-CLAIM-LINE.
           MOVE CLAIM-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY CLAIM-LINE.
           MOVE CM-CLAIM-NO TO CI-CLAIM-NO.
           MOVE 0 TO CI-LINE-NO.
           START CLAIM-LINE-FILE KEY NOT LESS THAN CI-KEY
               INVALID GO TO REGISTER-CLAIM-LOOP
           END-START.
       REGISTER-ITEM-LOOP.
           READ CLAIM-LINE-FILE NEXT RECORD
               AT END GO TO REGISTER-CLAIM-LOOP
           END-READ.
           IF CI-CLAIM-NO NOT = CM-CLAIM-NO GO TO REGISTER-CLAIM-LOOP.
           PERFORM EDIT-ITEM-LINE.
           MOVE CLAIM-ITEM-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO REGISTER-ITEM-LOOP.
       REGISTER-CARRIER-TOTAL.
           IF CARRIER-HEADED = "N" GO TO REGISTER-CARRIER-EXIT.
           MOVE CR-CLAIMED TO CT-CLAIMED.
           MOVE CR-RECOVERED TO CT-RECOVERED.
           MOVE CARRIER-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY CARRIER-TOTAL-LINE.
           ADD CR-CLAIMED TO GRAND-CLAIMED.
           ADD CR-RECOVERED TO GRAND-RECOVERED.
       REGISTER-CARRIER-EXIT.
           EXIT.
       END-IT.
           CLOSE CLAIM-LINE-FILE.
           CLOSE CLAIM-FILE.
           CLOSE CARRIER-FILE.
           IF JOURNAL-OPEN = "Y"
               CLOSE JOURNAL-FILE.
           CLOSE STOCK-FILE.
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
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.CAR" TO STOCK-CAR-FN.
           MOVE "TRAIN.CCL" TO STOCK-CCL-FN.
           MOVE "TRAIN.CCI" TO STOCK-CCI-FN.
           MOVE "TRAIN.CRG" TO STOCK-CRG-FN.
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
       GET-RUN-DATE-EXIT.
           EXIT.
