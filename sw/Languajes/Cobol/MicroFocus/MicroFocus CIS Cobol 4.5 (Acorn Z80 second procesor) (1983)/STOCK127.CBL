       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *SEGREGATION OF DUTIES - WHO DID TWO STEPS THAT SHOULD HAVE
      *BEEN DONE BY TWO PEOPLE.  EVERY STEP ANYONE TOOK IS GATHERED
      *ONTO A WORK FILE KEYED BY WHAT IT WAS DONE TO (AN ORDER, A
      *SUPPLIER OR A POSTING), THEN BY OPERATOR, THEN BY STEP -
      *  THE AMENDMENT AUDIT GIVES WHO RAISED AND APPROVED EACH
      *  ORDER AND WHO AMENDED EACH SUPPLIER;
      *  PO-APPROVED-BY ON STOCK.PO GIVES THE APPROVERS OF ORDERS
      *  APPROVED BEFORE THE AUDIT CARRIED THEM;
      *  THE JOURNAL GIVES WHO RECEIVED AGAINST EACH ORDER, WHO
      *  WROTE STOCK OFF AND WHO REVERSED WHAT;
      *  STOCK.IVM GIVES WHO MATCHED THE INVOICE FOR EACH RECEIPT.
      *ONE PASS DOWN THE WORK FILE THEN SEES, FOR EACH OPERATOR
      *AND EACH THING, EVERY STEP THEY TOOK, AND EVERY CONFLICT
      *PAIR ON STOCK.SOD THEY COMPLETED IS LISTED ON STOCK.SOR.
      *THE PAIRS ARE MAINTAINED HERE TOO - THE FIRST RUN SETS UP
      *THE FOUR AUDIT ASKED FOR.  SUPERVISOR ONLY.
      *AN ORDER RAISED BEFORE ITS RAISING WAS AUDITED HAS NO
      *RAISER ON RECORD AND CANNOT BE CHECKED FOR THAT STEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-FILE ASSIGN DYNAMIC STOCK-SOD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SD-KEY
           FILE STATUS SD-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
           SELECT PO-FILE ASSIGN DYNAMIC STOCK-PO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-NUMBER
           FILE STATUS PO-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT MATCHED-FILE ASSIGN DYNAMIC STOCK-IVM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IM-TRAN-NO
           FILE STATUS IM-FILE-STATUS.
      *ONE ROW PER OPERATOR PER STEP PER THING DONE TO - A SECOND
      *RECEIPT AGAINST THE SAME ORDER BY THE SAME STOREMAN ADDS
      *NOTHING, SO THE DUPLICATE WRITE IS SIMPLY REFUSED
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-SDW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SW-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-SOR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-FILE; RECORD 48.
           COPY "SODFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  MATCHED-FILE; RECORD 44.
       01  MATCHED-RECORD.
           02  IM-TRAN-NO PIC 9(4).
           02  IM-INVOICE-REF PIC X(8).
           02  IM-TAX-CODE PIC X.
           02  IM-TAXABLE-VALUE PIC 9(7)V99.
           02  IM-TAX-VALUE PIC 9(7)V99.
           02  IM-DATE-NUM PIC 9(8).
           02  IM-LEDGER-FLAG PIC X.
           02  IM-MATCHED-BY PIC X(4).
       FD  WORK-FILE; RECORD 46.
       01  WORK-RECORD.
           02  SW-KEY.
               03  SW-OBJECT PIC X(20).
               03  SW-OPERATOR PIC X(4).
               03  SW-STEP PIC X(4).
           02  SW-DATE PIC X(10).
           02  SW-DATE-NUM PIC 9(8).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SOD-FN PIC X(12) VALUE "STOCK.SOD".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-IVM-FN PIC X(12) VALUE "STOCK.IVM".
           02  STOCK-SDW-FN PIC X(12) VALUE "STOCK.SDW".
           02  STOCK-SOR-FN PIC X(12) VALUE "STOCK.SOR".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  SD-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  IM-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RETRY-ANSWER-2 PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  AUDIT-DATE PIC X(10).
       01  OPERATOR-ID PIC X(4).
       01  ENTERED-STEP-1 PIC X(4).
       01  ENTERED-STEP-2 PIC X(4).
       01  ENTERED-DESC PIC X(30).
       01  ENTERED-IN-ORDER PIC X.
       01  STEP-FOUND PIC X.
       01  MORE-RECORDS PIC X.
      *THE STEPS THE GATHERING PASSES KNOW HOW TO FIND - A PAIR MAY
      *ONLY BE MADE OF THESE
       01  VALID-STEP-LIST PIC X(28)
           VALUE "RAISAPPRRECVMTCHWOFFRVRSSUPA".
       01  VALID-STEP-TABLE REDEFINES VALID-STEP-LIST.
           02  VALID-STEP PIC X(4) OCCURS 7 TIMES.
       01  VS-IX PIC 9.
      *THE CONFLICT PAIRS, LOADED ONCE FOR THE CHECKING PASS
       01  PAIR-COUNT PIC 99.
       01  PAIR-IX PIC 99.
       01  PAIR-TABLE.
           02  PAIR-ENTRY OCCURS 30 TIMES.
               03  PT-STEP-1 PIC X(4).
               03  PT-STEP-2 PIC X(4).
               03  PT-DESC PIC X(30).
               03  PT-IN-ORDER PIC X.
      *THE STEPS ONE OPERATOR TOOK ON ONE THING - NEVER MORE THAN
      *THE SEVEN THERE ARE
       01  CURRENT-OBJECT PIC X(20).
       01  CURRENT-OPERATOR PIC X(4).
       01  GROUP-COUNT PIC 9.
       01  GROUP-IX PIC 9.
       01  GROUP-TABLE.
           02  GROUP-ENTRY OCCURS 7 TIMES.
               03  GS-STEP PIC X(4).
               03  GS-DATE PIC X(10).
               03  GS-DATE-NUM PIC 9(8).
       01  FIRST-IX PIC 9.
       01  SECOND-IX PIC 9.
       01  WANTED-STEP PIC X(4).
       01  FOUND-IX PIC 9.
      *ONE STEP ON ITS WAY TO THE WORK FILE
       01  EVENT-OBJECT.
           02  EV-OBJECT-TYPE PIC XX.
           02  EV-OBJECT-KEY PIC X(18).
       01  EVENT-JOURNAL-KEY REDEFINES EVENT-OBJECT.
           02  FILLER PIC XX.
           02  EJ-STOCK-CODE PIC X(8).
           02  EJ-LOCATION PIC X(4).
           02  EJ-POSTING PIC X(5).
           02  FILLER PIC X.
       01  EV-OPERATOR PIC X(4).
       01  EV-STEP PIC X(4).
       01  EV-DATE PIC X(10).
       01  TRAN-NO-X PIC 9(4).
       01  IM-DATE-SPLIT.
           02  IDS-YYYY PIC 9(4).
           02  IDS-MM PIC 99.
           02  IDS-DD PIC 99.
       01  EVENTS-GATHERED PIC 9(6) VALUE 0.
       01  CONFLICTS-FOUND PIC 9(4) VALUE 0.
       01  PAIR-LIST-LINE.
           02  PL-STEP-1 PIC X(4).
           02  FILLER PIC X VALUE "/".
           02  PL-STEP-2 PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  PL-DESC PIC X(30).
           02  FILLER PIC XX VALUE SPACE.
           02  PL-IN-ORDER PIC X(16).
       01  HEADING-2.
           02  FILLER PIC X(5) VALUE "OPER".
           02  FILLER PIC X(31) VALUE "CONFLICT".
           02  FILLER PIC X(20) VALUE "ON".
           02  FILLER PIC X(11) VALUE "FIRST STEP".
           02  FILLER PIC X(11) VALUE "SECOND STEP".
       01  DETAIL-LINE.
           02  DL-OPERATOR PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-DESC PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  DL-OBJECT PIC X(19).
           02  FILLER PIC X VALUE SPACE.
           02  DL-DATE-1 PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-DATE-2 PIC X(10).
       01  TOTAL-LINE.
           02  FILLER PIC X(20) VALUE "CONFLICTS FOUND: ".
           02  TL-COUNT PIC ZZZ9.
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
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           DISPLAY SPACE.
           DISPLAY "SEGREGATION OF DUTIES".
           OPEN I-O SOD-FILE.
           IF SD-FILE-STATUS NOT = "00"
               PERFORM SEED-PAIRS THRU SEED-PAIRS-EXIT
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)UN THE CONFLICT REPORT, (L)IST CONFLICT PAIRS,".
           DISPLAY "(A)DD A PAIR, (D)ELETE A PAIR, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RUN-REPORT.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               PERFORM LIST-PAIRS THRU LIST-PAIRS-EXIT
               GO TO ASK-ACTION.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-PAIR.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DELETE-PAIR.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A NEW STOCK.SOD STARTS WITH THE FOUR PAIRS AUDIT ASKED FOR
       SEED-PAIRS.
           OPEN OUTPUT SOD-FILE.
           MOVE SPACE TO SOD-PAIR-RECORD.
           MOVE "RAIS" TO SD-STEP-1.
           MOVE "APPR" TO SD-STEP-2.
           MOVE "RAISED AND APPROVED THE ORDER" TO SD-DESC.
           MOVE "N" TO SD-IN-ORDER.
           WRITE SOD-PAIR-RECORD.
           MOVE "RECV" TO SD-STEP-1.
           MOVE "MTCH" TO SD-STEP-2.
           MOVE "RECEIVED AND MATCHED THE ORDER" TO SD-DESC.
           WRITE SOD-PAIR-RECORD.
           MOVE "WOFF" TO SD-STEP-1.
           MOVE "RVRS" TO SD-STEP-2.
           MOVE "WROTE OFF AND REVERSED IT" TO SD-DESC.
           WRITE SOD-PAIR-RECORD.
           MOVE "SUPA" TO SD-STEP-1.
           MOVE "RAIS" TO SD-STEP-2.
           MOVE "AMENDED SUPPLIER THEN ORDERED" TO SD-DESC.
           MOVE "Y" TO SD-IN-ORDER.
           WRITE SOD-PAIR-RECORD.
           CLOSE SOD-FILE.
           OPEN I-O SOD-FILE.
       SEED-PAIRS-EXIT.
           EXIT.
       LIST-PAIRS.
           MOVE LOW-VALUE TO SD-KEY.
           START SOD-FILE KEY NOT LESS THAN SD-KEY
               INVALID DISPLAY "NO CONFLICT PAIRS ON FILE"
               GO TO LIST-PAIRS-EXIT
           END-START.
       LIST-PAIRS-LOOP.
           READ SOD-FILE NEXT RECORD
               AT END GO TO LIST-PAIRS-EXIT
           END-READ.
           MOVE SD-STEP-1 TO PL-STEP-1.
           MOVE SD-STEP-2 TO PL-STEP-2.
           MOVE SD-DESC TO PL-DESC.
           MOVE SPACE TO PL-IN-ORDER.
           IF SD-IN-ORDER = "Y"
               MOVE "FIRST THEN SECOND" TO PL-IN-ORDER.
           DISPLAY PAIR-LIST-LINE.
           GO TO LIST-PAIRS-LOOP.
       LIST-PAIRS-EXIT.
           EXIT.
       ADD-PAIR.
           DISPLAY "STEPS ARE RAIS APPR RECV MTCH WOFF RVRS SUPA".
           DISPLAY "FIRST STEP (BLANK TO RETURN): ".
           MOVE SPACE TO ENTERED-STEP-1.
           ACCEPT ENTERED-STEP-1.
           IF ENTERED-STEP-1 = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-STEP-1 TO WANTED-STEP.
           PERFORM CHECK-VALID-STEP THRU CHECK-VALID-STEP-EXIT.
           IF STEP-FOUND NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN STEP"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-PAIR.
       ADD-ASK-STEP-2.
           DISPLAY "SECOND STEP: ".
           MOVE SPACE TO ENTERED-STEP-2.
           ACCEPT ENTERED-STEP-2.
           IF ENTERED-STEP-2 = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-STEP-2 TO WANTED-STEP.
           PERFORM CHECK-VALID-STEP THRU CHECK-VALID-STEP-EXIT.
           IF STEP-FOUND NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN STEP"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-ASK-STEP-2.
           IF ENTERED-STEP-2 = ENTERED-STEP-1
               DISPLAY TERM-HIGHLIGHT-ON "THE TWO STEPS MUST DIFFER"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-ASK-STEP-2.
           MOVE ENTERED-STEP-1 TO SD-STEP-1.
           MOVE ENTERED-STEP-2 TO SD-STEP-2.
           READ SOD-FILE
               INVALID GO TO ADD-ASK-DESC
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "PAIR ALREADY ON FILE"
               TERM-HIGHLIGHT-OFF.
           GO TO ASK-ACTION.
       ADD-ASK-DESC.
           DISPLAY "DESCRIPTION FOR THE REPORT: ".
           MOVE SPACE TO ENTERED-DESC.
           ACCEPT ENTERED-DESC.
           IF ENTERED-DESC = SPACE GO TO ADD-ASK-DESC.
           DISPLAY "ONLY WHEN THE FIRST STEP CAME FIRST? (Y/N): ".
           MOVE "N" TO ENTERED-IN-ORDER.
           ACCEPT ENTERED-IN-ORDER.
           IF ENTERED-IN-ORDER = "y" MOVE "Y" TO ENTERED-IN-ORDER.
           IF ENTERED-IN-ORDER NOT = "Y" MOVE "N" TO ENTERED-IN-ORDER.
           MOVE SPACE TO SOD-PAIR-RECORD.
           MOVE ENTERED-STEP-1 TO SD-STEP-1.
           MOVE ENTERED-STEP-2 TO SD-STEP-2.
           MOVE ENTERED-DESC TO SD-DESC.
           MOVE ENTERED-IN-ORDER TO SD-IN-ORDER.
           WRITE SOD-PAIR-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SOD FILE I/O ERROR, STATUS: " SD-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           MOVE SPACE TO AU-OLD-VALUE.
           MOVE SD-DESC TO AU-NEW-VALUE.
           PERFORM AUDIT-PAIR THRU AUDIT-PAIR-EXIT.
           DISPLAY "PAIR ADDED".
           GO TO ASK-ACTION.
       DELETE-PAIR.
           DISPLAY "FIRST STEP OF THE PAIR (BLANK TO RETURN): ".
           MOVE SPACE TO ENTERED-STEP-1.
           ACCEPT ENTERED-STEP-1.
           IF ENTERED-STEP-1 = SPACE GO TO ASK-ACTION.
           DISPLAY "SECOND STEP OF THE PAIR: ".
           MOVE SPACE TO ENTERED-STEP-2.
           ACCEPT ENTERED-STEP-2.
           MOVE ENTERED-STEP-1 TO SD-STEP-1.
           MOVE ENTERED-STEP-2 TO SD-STEP-2.
           READ SOD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "PAIR NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO DELETE-PAIR
           END-READ.
           DISPLAY SD-DESC.
           DISPLAY "STOP CHECKING THIS PAIR? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           DELETE SOD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SOD FILE I/O ERROR, STATUS: " SD-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-DELETE.
           MOVE SD-DESC TO AU-OLD-VALUE.
           MOVE "DELETED" TO AU-NEW-VALUE.
           PERFORM AUDIT-PAIR THRU AUDIT-PAIR-EXIT.
           DISPLAY "PAIR DELETED".
           GO TO ASK-ACTION.
       CHECK-VALID-STEP.
           MOVE "N" TO STEP-FOUND.
           MOVE 0 TO VS-IX.
       CHECK-VALID-STEP-LOOP.
           ADD 1 TO VS-IX.
           IF VS-IX > 7 GO TO CHECK-VALID-STEP-EXIT.
           IF VALID-STEP (VS-IX) = WANTED-STEP
               MOVE "Y" TO STEP-FOUND
               GO TO CHECK-VALID-STEP-EXIT.
           GO TO CHECK-VALID-STEP-LOOP.
       CHECK-VALID-STEP-EXIT.
           EXIT.
      *THE PAIRS ARE STANDING DATA LIKE ANY OTHER - A PAIR TAKEN
      *OUT OF THE CHECK IS EXACTLY WHAT AUDIT WILL WANT TO SEE
       AUDIT-PAIR.
           MOVE "STOCK.SOD" TO AU-FILE-NAME.
           MOVE SD-KEY TO AU-RECORD-KEY.
           MOVE "CONFLICT" TO AU-FIELD-NAME.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
       AUDIT-PAIR-EXIT.
           EXIT.
      *GATHER EVERY STEP ONTO THE WORK FILE, THEN CHECK IT
       RUN-REPORT.
           PERFORM LOAD-PAIRS THRU LOAD-PAIRS-EXIT.
           IF PAIR-COUNT = 0
               DISPLAY "NO CONFLICT PAIRS ON FILE - NOTHING TO CHECK"
               GO TO ASK-ACTION.
           MOVE 0 TO EVENTS-GATHERED.
           MOVE 0 TO CONFLICTS-FOUND.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           DISPLAY "READING THE AMENDMENT AUDIT".
           PERFORM GATHER-AUDIT THRU GATHER-AUDIT-EXIT.
           DISPLAY "READING THE ORDERS".
           PERFORM GATHER-ORDERS THRU GATHER-ORDERS-EXIT.
           DISPLAY "READING THE JOURNAL".
           PERFORM GATHER-JOURNAL THRU GATHER-JOURNAL-EXIT.
           DISPLAY "STEPS GATHERED: " EVENTS-GATHERED.
           CLOSE WORK-FILE.
           PERFORM PRINT-CONFLICTS THRU PRINT-CONFLICTS-EXIT.
           GO TO ASK-ACTION.
       LOAD-PAIRS.
           MOVE 0 TO PAIR-COUNT.
           MOVE LOW-VALUE TO SD-KEY.
           START SOD-FILE KEY NOT LESS THAN SD-KEY
               INVALID GO TO LOAD-PAIRS-EXIT
           END-START.
       LOAD-PAIRS-LOOP.
           READ SOD-FILE NEXT RECORD
               AT END GO TO LOAD-PAIRS-EXIT
           END-READ.
           IF PAIR-COUNT = 30
               DISPLAY "MORE THAN 30 PAIRS - THE REST ARE NOT CHECKED"
               GO TO LOAD-PAIRS-EXIT.
           ADD 1 TO PAIR-COUNT.
           MOVE SD-STEP-1 TO PT-STEP-1 (PAIR-COUNT).
           MOVE SD-STEP-2 TO PT-STEP-2 (PAIR-COUNT).
           MOVE SD-DESC TO PT-DESC (PAIR-COUNT).
           MOVE SD-IN-ORDER TO PT-IN-ORDER (PAIR-COUNT).
           GO TO LOAD-PAIRS-LOOP.
       LOAD-PAIRS-EXIT.
           EXIT.
      *THE AMENDMENT AUDIT IS READ FROM THE TOP - IT IS APPENDED TO
      *BY THIS PROGRAM TOO, SO IT IS CLOSED AND REOPENED AROUND THE
      *READ
       GATHER-AUDIT.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF AU-STATUS NOT = "00" GO TO GATHER-AUDIT-DONE.
       GATHER-AUDIT-LOOP.
           READ AUDIT-FILE
               AT END GO TO GATHER-AUDIT-DONE
           END-READ.
           MOVE AU-OPERATOR TO EV-OPERATOR.
           MOVE AU-DATE TO EV-DATE.
           IF AU-FILE-NAME = "STOCK.SUP"
               MOVE "SU" TO EV-OBJECT-TYPE
               MOVE AU-RECORD-KEY (1:4) TO EV-OBJECT-KEY
               MOVE "SUPA" TO EV-STEP
               PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
               GO TO GATHER-AUDIT-LOOP.
           IF AU-FILE-NAME NOT = "STOCK.PO"
               GO TO GATHER-AUDIT-LOOP.
           MOVE "PO" TO EV-OBJECT-TYPE.
           MOVE AU-RECORD-KEY (1:6) TO EV-OBJECT-KEY.
           IF AU-FIELD-NAME = "APPROVED"
               MOVE "APPR" TO EV-STEP
               PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
               GO TO GATHER-AUDIT-LOOP.
           IF AU-FIELD-NAME NOT = "RAISED"
               GO TO GATHER-AUDIT-LOOP.
      *RAISING AN ORDER IS A STEP AGAINST THE ORDER AND AGAINST ITS
      *SUPPLIER BOTH
           MOVE "RAIS" TO EV-STEP.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           MOVE "SU" TO EV-OBJECT-TYPE.
           MOVE AU-NEW-VALUE (1:4) TO EV-OBJECT-KEY.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO GATHER-AUDIT-LOOP.
       GATHER-AUDIT-DONE.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
       GATHER-AUDIT-EXIT.
           EXIT.
      *THE APPROVER ON THE ORDER HEADER COVERS ORDERS APPROVED
      *BEFORE APPROVALS WENT TO THE AUDIT - WHERE BOTH EXIST THE
      *AUDIT ROW, WITH ITS TRUE DATE, IS ALREADY ON THE WORK FILE
       GATHER-ORDERS.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00" GO TO GATHER-ORDERS-EXIT.
           MOVE LOW-VALUE TO PO-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-NUMBER
               INVALID GO TO GATHER-ORDERS-DONE
           END-START.
       GATHER-ORDERS-LOOP.
           READ PO-FILE NEXT RECORD
               AT END GO TO GATHER-ORDERS-DONE
           END-READ.
           IF PO-APPROVED-BY = SPACE GO TO GATHER-ORDERS-LOOP.
           MOVE "PO" TO EV-OBJECT-TYPE.
           MOVE PO-NUMBER TO EV-OBJECT-KEY.
           MOVE PO-APPROVED-BY TO EV-OPERATOR.
           MOVE "APPR" TO EV-STEP.
           MOVE PO-DATE TO EV-DATE.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO GATHER-ORDERS-LOOP.
       GATHER-ORDERS-DONE.
           CLOSE PO-FILE.
       GATHER-ORDERS-EXIT.
           EXIT.
      *RECEIPTS (STRAIGHT TO STOCK OR INTO QUARANTINE) ARE STEPS
      *AGAINST THE ORDER IN JR-REFERENCE, AND THE INVOICE LINE THAT
      *CLAIMED THE RECEIPT ON STOCK.IVM NAMES WHO MATCHED IT.  A
      *WRITE-OFF IS A STEP AGAINST ITS OWN POSTING; A REVERSAL IS A
      *STEP AGAINST THE POSTING ITS REFERENCE NAMES, WHICH IS
      *ALWAYS IN THE SAME BIN
       GATHER-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00" GO TO GATHER-JOURNAL-EXIT.
           OPEN INPUT MATCHED-FILE.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO GATHER-JOURNAL-DONE
           END-START.
       GATHER-JOURNAL-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO GATHER-JOURNAL-DONE
           END-READ.
           MOVE JR-OPERATOR-ID TO EV-OPERATOR.
           MOVE JR-DATE TO EV-DATE.
           IF JR-TYPE = "R" OR JR-TYPE = "Q"
               IF JR-REFERENCE NOT = SPACE
                   MOVE "PO" TO EV-OBJECT-TYPE
                   MOVE JR-REFERENCE TO EV-OBJECT-KEY
                   MOVE "RECV" TO EV-STEP
                   PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
                   PERFORM GATHER-MATCH THRU GATHER-MATCH-EXIT
               END-IF
               GO TO GATHER-JOURNAL-LOOP.
           IF JR-TYPE = "W"
               MOVE "JN" TO EV-OBJECT-TYPE
               MOVE SPACE TO EV-OBJECT-KEY
               MOVE JR-STOCK-CODE TO EJ-STOCK-CODE
               MOVE JR-LOCATION TO EJ-LOCATION
               MOVE JR-TRAN-NO TO TRAN-NO-X
               MOVE "W" TO EJ-POSTING (1:1)
               MOVE TRAN-NO-X TO EJ-POSTING (2:4)
               MOVE "WOFF" TO EV-STEP
               PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
               GO TO GATHER-JOURNAL-LOOP.
           IF JR-TYPE = "V"
               MOVE "JN" TO EV-OBJECT-TYPE
               MOVE SPACE TO EV-OBJECT-KEY
               MOVE JR-STOCK-CODE TO EJ-STOCK-CODE
               MOVE JR-LOCATION TO EJ-LOCATION
               MOVE JR-REFERENCE (1:5) TO EJ-POSTING
               MOVE "RVRS" TO EV-STEP
               PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
           GO TO GATHER-JOURNAL-LOOP.
       GATHER-JOURNAL-DONE.
           CLOSE JOURNAL-FILE.
           CLOSE MATCHED-FILE.
       GATHER-JOURNAL-EXIT.
           EXIT.
       GATHER-MATCH.
           IF IM-FILE-STATUS NOT = "00" AND IM-FILE-STATUS NOT = "23"
               GO TO GATHER-MATCH-EXIT.
           MOVE JR-TRAN-NO TO IM-TRAN-NO.
           READ MATCHED-FILE
               INVALID GO TO GATHER-MATCH-EXIT
           END-READ.
           IF IM-MATCHED-BY = SPACE GO TO GATHER-MATCH-EXIT.
           MOVE IM-MATCHED-BY TO EV-OPERATOR.
           MOVE IM-DATE-NUM TO IM-DATE-SPLIT.
           MOVE SPACE TO EV-DATE.
           STRING IDS-MM "/" IDS-DD "/" IDS-YYYY
               DELIMITED BY SIZE INTO EV-DATE.
           MOVE "MTCH" TO EV-STEP.
           PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
       GATHER-MATCH-EXIT.
           EXIT.
       ADD-EVENT.
           IF EV-OPERATOR = SPACE GO TO ADD-EVENT-EXIT.
           MOVE EVENT-OBJECT TO SW-OBJECT.
           MOVE EV-OPERATOR TO SW-OPERATOR.
           MOVE EV-STEP TO SW-STEP.
           MOVE EV-DATE TO SW-DATE.
           MOVE 0 TO SW-DATE-NUM.
           IF EV-DATE (7:4) NUMERIC AND EV-DATE (1:2) NUMERIC
               AND EV-DATE (4:2) NUMERIC
               MOVE EV-DATE (7:4) TO SW-DATE-NUM (1:4)
               MOVE EV-DATE (1:2) TO SW-DATE-NUM (5:2)
               MOVE EV-DATE (4:2) TO SW-DATE-NUM (7:2).
           WRITE WORK-RECORD
               INVALID GO TO ADD-EVENT-EXIT
           END-WRITE.
           ADD 1 TO EVENTS-GATHERED.
       ADD-EVENT-EXIT.
           EXIT.
      *THE WORK FILE COMES BACK GROUPED BY THING AND OPERATOR - EACH
      *GROUP IS HELD IN A SMALL TABLE AND EVERY PAIR TRIED AGAINST IT
       PRINT-CONFLICTS.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "SEGREGATION OF DUTIES - CONFLICTING STEPS"
               TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE AUDIT-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE SPACE TO CURRENT-OBJECT.
           MOVE SPACE TO CURRENT-OPERATOR.
           MOVE 0 TO GROUP-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO SW-KEY.
           START WORK-FILE KEY NOT LESS THAN SW-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       PRINT-CONFLICTS-LOOP.
           IF MORE-RECORDS = "N" GO TO PRINT-CONFLICTS-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PRINT-CONFLICTS-LOOP.
           IF SW-OBJECT NOT = CURRENT-OBJECT
               OR SW-OPERATOR NOT = CURRENT-OPERATOR
               PERFORM CHECK-GROUP THRU CHECK-GROUP-EXIT
               MOVE SW-OBJECT TO CURRENT-OBJECT
               MOVE SW-OPERATOR TO CURRENT-OPERATOR
               MOVE 0 TO GROUP-COUNT.
           IF GROUP-COUNT < 7
               ADD 1 TO GROUP-COUNT
               MOVE SW-STEP TO GS-STEP (GROUP-COUNT)
               MOVE SW-DATE TO GS-DATE (GROUP-COUNT)
               MOVE SW-DATE-NUM TO GS-DATE-NUM (GROUP-COUNT).
           GO TO PRINT-CONFLICTS-LOOP.
       PRINT-CONFLICTS-END.
           PERFORM CHECK-GROUP THRU CHECK-GROUP-EXIT.
           IF CONFLICTS-FOUND = 0
               MOVE "NO CONFLICTS FOUND" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CONFLICTS-FOUND TO TL-COUNT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY TOTAL-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           CLOSE WORK-FILE.
           DISPLAY "REPORT WRITTEN TO " STOCK-SOR-FN.
       PRINT-CONFLICTS-EXIT.
           EXIT.
       CHECK-GROUP.
           IF GROUP-COUNT < 2 GO TO CHECK-GROUP-EXIT.
           MOVE 0 TO PAIR-IX.
       CHECK-GROUP-PAIR.
           ADD 1 TO PAIR-IX.
           IF PAIR-IX > PAIR-COUNT GO TO CHECK-GROUP-EXIT.
           MOVE PT-STEP-1 (PAIR-IX) TO WANTED-STEP.
           PERFORM FIND-GROUP-STEP THRU FIND-GROUP-STEP-EXIT.
           IF FOUND-IX = 0 GO TO CHECK-GROUP-PAIR.
           MOVE FOUND-IX TO FIRST-IX.
           MOVE PT-STEP-2 (PAIR-IX) TO WANTED-STEP.
           PERFORM FIND-GROUP-STEP THRU FIND-GROUP-STEP-EXIT.
           IF FOUND-IX = 0 GO TO CHECK-GROUP-PAIR.
           MOVE FOUND-IX TO SECOND-IX.
           IF PT-IN-ORDER (PAIR-IX) = "Y"
               AND GS-DATE-NUM (FIRST-IX) > GS-DATE-NUM (SECOND-IX)
               GO TO CHECK-GROUP-PAIR.
           PERFORM PRINT-CONFLICT THRU PRINT-CONFLICT-EXIT.
           GO TO CHECK-GROUP-PAIR.
       CHECK-GROUP-EXIT.
           EXIT.
       FIND-GROUP-STEP.
           MOVE 0 TO FOUND-IX.
           MOVE 0 TO GROUP-IX.
       FIND-GROUP-STEP-LOOP.
           ADD 1 TO GROUP-IX.
           IF GROUP-IX > GROUP-COUNT GO TO FIND-GROUP-STEP-EXIT.
           IF GS-STEP (GROUP-IX) = WANTED-STEP
               MOVE GROUP-IX TO FOUND-IX
               GO TO FIND-GROUP-STEP-EXIT.
           GO TO FIND-GROUP-STEP-LOOP.
       FIND-GROUP-STEP-EXIT.
           EXIT.
       PRINT-CONFLICT.
           ADD 1 TO CONFLICTS-FOUND.
           MOVE CURRENT-OPERATOR TO DL-OPERATOR.
           MOVE PT-DESC (PAIR-IX) TO DL-DESC.
           MOVE CURRENT-OBJECT TO EVENT-OBJECT.
           MOVE SPACE TO DL-OBJECT.
           IF EV-OBJECT-TYPE = "PO"
               STRING "ORDER " EV-OBJECT-KEY (1:6)
                   DELIMITED BY SIZE INTO DL-OBJECT.
           IF EV-OBJECT-TYPE = "SU"
               STRING "SUPPLIER " EV-OBJECT-KEY (1:4)
                   DELIMITED BY SIZE INTO DL-OBJECT.
           IF EV-OBJECT-TYPE = "JN"
               STRING EJ-STOCK-CODE "/" EJ-LOCATION " " EJ-POSTING
                   DELIMITED BY SIZE INTO DL-OBJECT.
           MOVE GS-DATE (FIRST-IX) TO DL-DATE-1.
           MOVE GS-DATE (SECOND-IX) TO DL-DATE-2.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-CONFLICT-EXIT.
           EXIT.
       END-IT.
           CLOSE SOD-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *ONE AUDIT ROW PER CHANGE - WHAT IT WAS, WHAT IT BECAME, WHO
      *AND WHEN
       LOG-AUDIT.
           MOVE AUDIT-DATE TO AU-DATE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
       LOG-AUDIT-WRITE.
           WRITE AUDIT-RECORD.
           IF AU-STATUS NOT = "00" AND AU-STATUS NOT = "02"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.AUD, STATUS " AU-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER-2
               IF RETRY-ANSWER-2 NOT = "X"
                   AND RETRY-ANSWER-2 NOT = "x"
                   GO TO LOG-AUDIT-WRITE.
       LOG-AUDIT-EXIT.
           EXIT.
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
           MOVE "TRAIN.SOD" TO STOCK-SOD-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.IVM" TO STOCK-IVM-FN.
           MOVE "TRAIN.SDW" TO STOCK-SDW-FN.
           MOVE "TRAIN.SOR" TO STOCK-SOR-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
