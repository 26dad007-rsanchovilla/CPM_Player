       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPPING-MANIFEST.
       AUTHOR. MICRO FOCUS LTD.
      *CONSIGNMENTS AND THE CARRIER'S MANIFEST FOR DISPATCHES TO
      *OUTSIDE SITES.  GOODS-OUT'S DISPATCH-NOTED ISSUES TO A
      *DEPARTMENT OR CUSTOMER WITH A DELIVERY ADDRESS ON THE
      *DEPARTMENT MASTER ARE PICKED OFF THE JOURNAL AND GROUPED,
      *ONE CONSIGNMENT PER ADDRESS PER DAY, ON STOCK.CSG - WITH THE
      *CARRIER OFF THE CARRIER MASTER, THE PACKAGE COUNT THE PACKER
      *GIVES, AND A GROSS WEIGHT WORKED OUT FROM THE ITEMS' UNIT
      *WEIGHTS PLUS THE PACKAGING ALLOWANCE (PACK-TARE-KG).  WHEN
      *THE CARRIER CALLS, THE DAY'S CONSIGNMENTS FOR THAT CARRIER
      *ARE NUMBERED AS ONE COLLECTION AND THE MANIFEST PRINTS ON
      *STOCK.MNF IN PLACE OF THE ONE FILLED IN BY HAND, WITH EVERY
      *HAZARD-CLASSED LINE FLAGGED AS THE CARRIER REQUIRES.
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
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT CARRIER-FILE ASSIGN DYNAMIC STOCK-CAR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-CODE
           FILE STATUS CA-FILE-STATUS.
           SELECT CONSIGNMENT-FILE ASSIGN DYNAMIC STOCK-CSG-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CG-KEY
           FILE STATUS CG-FILE-STATUS.
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
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  CARRIER-FILE; RECORD 80.
           COPY "CARFILE.CPY".
       FD  CONSIGNMENT-FILE; RECORD 80.
           COPY "CSGFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-CAR-FN PIC X(12) VALUE "STOCK.CAR".
           02  STOCK-CSG-FN PIC X(12) VALUE "STOCK.CSG".
           02  STOCK-MNF-FN PIC X(12) VALUE "STOCK.MNF".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  STOCK-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  CA-FILE-STATUS PIC XX.
       01  CG-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
      *PACKAGING ALLOWANCE PER PACKAGE, IN KILOS - PACK-TARE-KG ON
      *STOCK.PRM
       01  PACK-TARE PIC 9(3)V99 VALUE 0.
       01  SHIP-DATE PIC X(10).
       01  SHIP-DATE-NUM PIC 9(8).
       01  JOURNAL-DATE-NUM PIC 9(8).
       01  LINE-WEIGHT PIC 9(7)V99.
       01  CONSIGNMENT-IS-NEW PIC X.
       01  ENTERED-CARRIER PIC X(4).
       01  ENTERED-PACKAGES-X PIC X(3).
       01  ENTERED-PACKAGES-9 REDEFINES ENTERED-PACKAGES-X PIC 9(3).
       01  ENTERED-COLLECTION-X PIC XX.
       01  ENTERED-COLLECTION-9 REDEFINES ENTERED-COLLECTION-X
               PIC 99.
       01  MANIFEST-COLLECTION PIC 99.
       01  HIGHEST-COLLECTION PIC 99.
       01  WEIGHT-SHOW PIC ZZZZ9.99.
      *THE DAY'S OUTSIDE DELIVERIES, ONE ENTRY PER DEPARTMENT, AS
      *THE JOURNAL PASS FINDS THEM - AN INTERNAL DEPARTMENT IS KEPT
      *TOO, MARKED, SO ITS MASTER IS ONLY READ ONCE
       01  DEPT-COUNT PIC 9(3).
       01  DEPT-IX PIC 9(3).
       01  DEPT-TABLE.
           02  DT-ENTRY OCCURS 100 TIMES.
               03  DT-DEPARTMENT PIC X(4).
               03  DT-OUTSIDE PIC X.
               03  DT-NET-WEIGHT PIC 9(5)V99.
               03  DT-LINES PIC 9(3).
               03  DT-NO-WEIGHT PIC 9(3).
               03  DT-HAZARD PIC X.
               03  DT-FIRST-NOTE PIC 9(4).
               03  DT-LAST-NOTE PIC 9(4).
       01  CONSIGNMENTS-BUILT PIC 9(3).
      *THE MANIFEST ITSELF
       01  MANIFEST-CONSIGNMENTS PIC 9(3).
       01  MANIFEST-PACKAGES PIC 9(5).
       01  MANIFEST-WEIGHT PIC 9(7)V99.
       01  MANIFEST-HAZARDS PIC 9(4).
       01  MANIFEST-HEADING.
           02  FILLER PIC X(10) VALUE "ITEM".
           02  FILLER PIC X(21) VALUE "DESCRIPTION".
           02  FILLER PIC X(11) VALUE "   QUANTITY".
           02  FILLER PIC X(11) VALUE "      KILOS".
           02  FILLER PIC X(20) VALUE "  HAZARD".
       01  COLLECTION-LINE.
           02  FILLER PIC X(8) VALUE "CARRIER ".
           02  ML-CARRIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  ML-CARRIER-NAME PIC X(30).
           02  FILLER PIC X(12) VALUE " COLLECTION ".
           02  ML-COLLECTION PIC Z9.
           02  FILLER PIC X(4) VALUE " ON ".
           02  ML-DATE PIC X(10).
       01  CONSIGNEE-LINE.
           02  FILLER PIC X(11) VALUE "CONSIGNEE  ".
           02  MC-DEPARTMENT PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  MC-NAME PIC X(30).
       01  ADDRESS-LINE.
           02  FILLER PIC X(16) VALUE SPACE.
           02  MA-ADDRESS PIC X(25).
       01  PACKAGE-LINE.
           02  FILLER PIC X(16) VALUE SPACE.
           02  FILLER PIC X(9) VALUE "PACKAGES ".
           02  MP-PACKAGES PIC ZZ9.
           02  FILLER PIC X(16) VALUE "   GROSS KILOS ".
           02  MP-GROSS PIC ZZZZ9.99.
           02  FILLER PIC X(9) VALUE "   NOTES ".
           02  MP-FIRST-NOTE PIC 9(4).
           02  FILLER PIC X VALUE "-".
           02  MP-LAST-NOTE PIC 9(4).
       01  ITEM-LINE.
           02  MI-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  MI-DESC PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  MI-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  MI-WEIGHT PIC ZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  MI-HAZARD-FLAG PIC X(7).
           02  MI-HAZARD-CLASS PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  MI-HAZARD-NOTE PIC X(16).
       01  MANIFEST-TOTAL-LINE.
           02  FILLER PIC X(14) VALUE "CONSIGNMENTS ".
           02  MT-CONSIGNMENTS PIC ZZ9.
           02  FILLER PIC X(11) VALUE "  PACKAGES ".
           02  MT-PACKAGES PIC ZZZZ9.
           02  FILLER PIC X(15) VALUE "  GROSS KILOS ".
           02  MT-WEIGHT PIC ZZZZZZ9.99.
           02  FILLER PIC X(14) VALUE "  HAZARD LINES".
           02  MT-HAZARDS PIC ZZZ9.
       01  SIGNATURE-LINE PIC X(60) VALUE
           "COLLECTED BY (DRIVER) ................  TIME ........".
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
           DISPLAY "SHIPPING MANIFEST AND CONSIGNMENTS".
           MOVE "PACK-TARE-KG" TO PQ-KEY.
           MOVE PACK-TARE TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO PACK-TARE.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK."
               GO TO END-NO-FILES.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON DISK."
               CLOSE STOCK-FILE
               GO TO END-NO-FILES.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT MASTER ON DISK."
               CLOSE STOCK-FILE
               CLOSE JOURNAL-FILE
               GO TO END-NO-FILES.
           OPEN INPUT CARRIER-FILE.
           IF CA-FILE-STATUS NOT = "00"
               DISPLAY "NO CARRIER MASTER ON DISK - SET THE CARRIERS"
               DISPLAY "UP THROUGH CARRIER CLAIMS FIRST."
               CLOSE STOCK-FILE
               CLOSE JOURNAL-FILE
               CLOSE DEPT-FILE
               GO TO END-NO-FILES.
           OPEN I-O CONSIGNMENT-FILE.
           IF CG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONSIGNMENT-FILE
               CLOSE CONSIGNMENT-FILE
               OPEN I-O CONSIGNMENT-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(B)UILD A DAY'S CONSIGNMENTS, PRINT A CARRIER'S".
           DISPLAY "(M)ANIFEST, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BUILD-CONSIGNMENTS.
           IF ACTION-CHOICE = "M" OR ACTION-CHOICE = "m"
               GO TO PRINT-MANIFEST.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *THE DAY'S DISPATCHES TO OUTSIDE ADDRESSES ARE GATHERED PER
      *DEPARTMENT, THEN EACH CONSIGNMENT IS GIVEN ITS CARRIER AND
      *PACKAGE COUNT.  BUILDING AGAIN LATER IN THE DAY PICKS UP
      *WHAT HAS BEEN ISSUED SINCE; A CONSIGNMENT ALREADY ON A
      *MANIFEST HAS GONE AND IS LEFT ALONE
       BUILD-CONSIGNMENTS.
           PERFORM ASK-SHIP-DATE THRU ASK-SHIP-DATE-EXIT.
           MOVE 0 TO DEPT-COUNT.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO BUILD-GATHERED
           END-START.
       BUILD-SCAN.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO BUILD-GATHERED
           END-READ.
           IF JR-TYPE NOT = "I" OR JR-GRN-NO = 0 GO TO BUILD-SCAN.
           COMPUTE JOURNAL-DATE-NUM =
               JR-YYYY * 10000 + JR-MM * 100 + JR-DD.
           IF JOURNAL-DATE-NUM NOT = SHIP-DATE-NUM GO TO BUILD-SCAN.
           PERFORM FIND-DEPT-ENTRY THRU FIND-DEPT-ENTRY-EXIT.
           IF DEPT-IX = 0 GO TO BUILD-SCAN.
           IF DT-OUTSIDE (DEPT-IX) NOT = "Y" GO TO BUILD-SCAN.
           PERFORM WEIGH-JOURNAL-LINE THRU WEIGH-JOURNAL-LINE-EXIT.
           ADD 1 TO DT-LINES (DEPT-IX).
           ADD LINE-WEIGHT TO DT-NET-WEIGHT (DEPT-IX)
               ON SIZE ERROR MOVE 99999.99 TO DT-NET-WEIGHT (DEPT-IX)
           END-ADD.
           IF STOCK-STATUS NOT = "00"
               ADD 1 TO DT-NO-WEIGHT (DEPT-IX)
           ELSE
               IF UNIT-WEIGHT NOT NUMERIC OR UNIT-WEIGHT = 0
                   ADD 1 TO DT-NO-WEIGHT (DEPT-IX)
               END-IF
               IF HAZARD-CLASS NOT = SPACE
                   MOVE "Y" TO DT-HAZARD (DEPT-IX)
               END-IF
           END-IF.
           IF DT-FIRST-NOTE (DEPT-IX) = 0
               OR JR-GRN-NO < DT-FIRST-NOTE (DEPT-IX)
               MOVE JR-GRN-NO TO DT-FIRST-NOTE (DEPT-IX).
           IF JR-GRN-NO > DT-LAST-NOTE (DEPT-IX)
               MOVE JR-GRN-NO TO DT-LAST-NOTE (DEPT-IX).
           GO TO BUILD-SCAN.
       BUILD-GATHERED.
           MOVE 0 TO CONSIGNMENTS-BUILT.
           MOVE 0 TO DEPT-IX.
       BUILD-NEXT-DEPT.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO BUILD-DONE.
           IF DT-OUTSIDE (DEPT-IX) NOT = "Y" GO TO BUILD-NEXT-DEPT.
           PERFORM BUILD-ONE-CONSIGNMENT THRU BUILD-ONE-EXIT.
           GO TO BUILD-NEXT-DEPT.
       BUILD-DONE.
           DISPLAY SPACE.
           DISPLAY "CONSIGNMENTS BUILT FOR " SHIP-DATE ": "
               CONSIGNMENTS-BUILT.
           GO TO ASK-ACTION.
       BUILD-ONE-CONSIGNMENT.
           MOVE "N" TO CONSIGNMENT-IS-NEW.
           MOVE SHIP-DATE-NUM TO CG-DATE-NUM.
           MOVE DT-DEPARTMENT (DEPT-IX) TO CG-DEPARTMENT.
           READ CONSIGNMENT-FILE
               INVALID MOVE "Y" TO CONSIGNMENT-IS-NEW
           END-READ.
           IF CONSIGNMENT-IS-NEW = "N" AND CG-COLLECTION NOT = 0
               DISPLAY DT-DEPARTMENT (DEPT-IX)
                   " ALREADY WENT ON COLLECTION " CG-COLLECTION
                   " - LEFT AS IT IS"
               GO TO BUILD-ONE-EXIT.
           IF CONSIGNMENT-IS-NEW = "Y"
               MOVE SPACE TO CONSIGNMENT-RECORD
               MOVE SHIP-DATE-NUM TO CG-DATE-NUM
               MOVE DT-DEPARTMENT (DEPT-IX) TO CG-DEPARTMENT
               MOVE SHIP-DATE TO CG-DATE
               MOVE 0 TO CG-COLLECTION
               MOVE 0 TO CG-PACKAGES
           END-IF.
           MOVE DT-NET-WEIGHT (DEPT-IX) TO CG-NET-WEIGHT.
           MOVE DT-LINES (DEPT-IX) TO CG-LINES.
           MOVE "N" TO CG-HAZARD.
           IF DT-HAZARD (DEPT-IX) = "Y"
               MOVE "Y" TO CG-HAZARD.
           MOVE DT-FIRST-NOTE (DEPT-IX) TO CG-FIRST-NOTE.
           MOVE DT-LAST-NOTE (DEPT-IX) TO CG-LAST-NOTE.
           MOVE DT-DEPARTMENT (DEPT-IX) TO DEPT-CODE.
           READ DEPT-FILE
               INVALID MOVE SPACE TO DEPT-NAME
           END-READ.
           DISPLAY SPACE.
           DISPLAY DEPT-CODE " " DEPT-NAME.
           DISPLAY "     " DEPT-ADDRESS-1.
           DISPLAY "     " DEPT-ADDRESS-2.
           MOVE CG-NET-WEIGHT TO WEIGHT-SHOW.
           DISPLAY "LINES " CG-LINES "  NOTES " CG-FIRST-NOTE "-"
               CG-LAST-NOTE "  GOODS KILOS " WEIGHT-SHOW.
           IF DT-NO-WEIGHT (DEPT-IX) NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON DT-NO-WEIGHT (DEPT-IX)
                   " LINE(S) WITH NO UNIT WEIGHT ON RECORD"
                   TERM-HIGHLIGHT-OFF.
           IF CG-HAZARD = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "HAZARDOUS GOODS IN THIS"
                   " CONSIGNMENT" TERM-HIGHLIGHT-OFF.
       BUILD-ASK-CARRIER.
           IF CG-CARRIER NOT = SPACE
               DISPLAY "CARRIER (RETURN KEEPS " CG-CARRIER "): "
           ELSE
               DISPLAY "CARRIER: ".
           MOVE SPACE TO ENTERED-CARRIER.
           ACCEPT ENTERED-CARRIER.
           IF ENTERED-CARRIER = SPACE
               MOVE CG-CARRIER TO ENTERED-CARRIER.
           IF ENTERED-CARRIER = SPACE GO TO BUILD-ASK-CARRIER.
           MOVE ENTERED-CARRIER TO CA-CODE.
           READ CARRIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN CARRIER"
                   TERM-HIGHLIGHT-OFF
               GO TO BUILD-ASK-CARRIER
           END-READ.
           DISPLAY CA-NAME.
           MOVE ENTERED-CARRIER TO CG-CARRIER.
       BUILD-ASK-PACKAGES.
           IF CG-PACKAGES NOT = 0
               DISPLAY "PACKAGES (RETURN KEEPS " CG-PACKAGES "): "
           ELSE
               DISPLAY "PACKAGES: ".
           MOVE SPACE TO ENTERED-PACKAGES-X.
           ACCEPT ENTERED-PACKAGES-X.
           IF ENTERED-PACKAGES-X = SPACE AND CG-PACKAGES NOT = 0
               GO TO BUILD-SAVE.
           IF ENTERED-PACKAGES-X NOT NUMERIC
               OR ENTERED-PACKAGES-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "PACKAGES NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO BUILD-ASK-PACKAGES.
           MOVE ENTERED-PACKAGES-9 TO CG-PACKAGES.
       BUILD-SAVE.
           COMPUTE CG-GROSS-WEIGHT = CG-NET-WEIGHT
               + CG-PACKAGES * PACK-TARE
               ON SIZE ERROR MOVE 99999.99 TO CG-GROSS-WEIGHT
           END-COMPUTE.
           MOVE CG-GROSS-WEIGHT TO WEIGHT-SHOW.
           DISPLAY "GROSS KILOS " WEIGHT-SHOW.
           MOVE SGN-OPERATOR-ID TO CG-OPERATOR-ID.
           IF CONSIGNMENT-IS-NEW = "Y"
               WRITE CONSIGNMENT-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CONSIGNMENT FILE I/O ERROR, STATUS: "
                       CG-FILE-STATUS TERM-HIGHLIGHT-OFF
                   GO TO BUILD-ONE-EXIT
               END-WRITE
           ELSE
               REWRITE CONSIGNMENT-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CONSIGNMENT FILE I/O ERROR, STATUS: "
                       CG-FILE-STATUS TERM-HIGHLIGHT-OFF
                   GO TO BUILD-ONE-EXIT
               END-REWRITE
           END-IF.
           ADD 1 TO CONSIGNMENTS-BUILT.
       BUILD-ONE-EXIT.
           EXIT.
      *THE DEPARTMENT'S ENTRY IN THE DAY'S TABLE, ADDED THE FIRST
      *TIME IT IS SEEN - AN OUTSIDE SITE IS ONE WITH A DELIVERY
      *ADDRESS ON THE MASTER.  DEPT-IX IS ZERO IF THE TABLE IS FULL
       FIND-DEPT-ENTRY.
           MOVE 0 TO DEPT-IX.
       FIND-DEPT-LOOP.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO FIND-DEPT-ADD.
           IF DT-DEPARTMENT (DEPT-IX) = JR-DEPARTMENT
               GO TO FIND-DEPT-ENTRY-EXIT.
           GO TO FIND-DEPT-LOOP.
       FIND-DEPT-ADD.
           IF DEPT-COUNT = 100
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN 100 DEPARTMENTS IN A DAY - SOME LEFT OUT"
                   TERM-HIGHLIGHT-OFF
               MOVE 0 TO DEPT-IX
               GO TO FIND-DEPT-ENTRY-EXIT.
           ADD 1 TO DEPT-COUNT.
           MOVE DEPT-COUNT TO DEPT-IX.
           MOVE JR-DEPARTMENT TO DT-DEPARTMENT (DEPT-IX).
           MOVE "N" TO DT-OUTSIDE (DEPT-IX).
           MOVE 0 TO DT-NET-WEIGHT (DEPT-IX).
           MOVE 0 TO DT-LINES (DEPT-IX).
           MOVE 0 TO DT-NO-WEIGHT (DEPT-IX).
           MOVE "N" TO DT-HAZARD (DEPT-IX).
           MOVE 0 TO DT-FIRST-NOTE (DEPT-IX).
           MOVE 0 TO DT-LAST-NOTE (DEPT-IX).
           MOVE JR-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID GO TO FIND-DEPT-ENTRY-EXIT
           END-READ.
           IF DEPT-ADDRESS-1 NOT = SPACE
               MOVE "Y" TO DT-OUTSIDE (DEPT-IX).
       FIND-DEPT-ENTRY-EXIT.
           EXIT.
      *THE JOURNAL LINE'S WEIGHT AT ITS BIN'S UNIT WEIGHT - NOTHING
      *FOR A BIN SINCE DELETED OR WITH NO WEIGHT ON RECORD
       WEIGH-JOURNAL-LINE.
           MOVE 0 TO LINE-WEIGHT.
           MOVE JR-STOCK-CODE TO STOCK-CODE.
           MOVE JR-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE SPACE TO PRODUCT-DESC
                   MOVE SPACE TO HAZARD-CLASS
                   GO TO WEIGH-JOURNAL-LINE-EXIT
           END-READ.
           IF UNIT-WEIGHT NOT NUMERIC GO TO WEIGH-JOURNAL-LINE-EXIT.
           COMPUTE LINE-WEIGHT ROUNDED = JR-QUANTITY * UNIT-WEIGHT
               ON SIZE ERROR MOVE 0 TO LINE-WEIGHT
           END-COMPUTE.
       WEIGH-JOURNAL-LINE-EXIT.
           EXIT.
      *A CARRIER'S COLLECTION - EVERYTHING BUILT FOR THE DAY WITH
      *THAT CARRIER AND NOT YET ON A MANIFEST IS GIVEN THE NEXT
      *COLLECTION NUMBER AND PRINTED.  GIVING AN EARLIER NUMBER
      *REPRINTS THAT COLLECTION'S MANIFEST AS IT WENT
       PRINT-MANIFEST.
           PERFORM ASK-SHIP-DATE THRU ASK-SHIP-DATE-EXIT.
       MANIFEST-ASK-CARRIER.
           DISPLAY "CARRIER (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CARRIER.
           ACCEPT ENTERED-CARRIER.
           IF ENTERED-CARRIER = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-CARRIER TO CA-CODE.
           READ CARRIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN CARRIER"
                   TERM-HIGHLIGHT-OFF
               GO TO MANIFEST-ASK-CARRIER
           END-READ.
           DISPLAY CA-NAME.
           DISPLAY "COLLECTION NO TO REPRINT (RETURN FOR A NEW ONE): ".
           MOVE SPACE TO ENTERED-COLLECTION-X.
           ACCEPT ENTERED-COLLECTION-X.
           IF ENTERED-COLLECTION-X NOT = SPACE
               IF ENTERED-COLLECTION-X (2:1) = SPACE
                   MOVE ENTERED-COLLECTION-X (1:1)
                       TO ENTERED-COLLECTION-X (2:1)
                   MOVE "0" TO ENTERED-COLLECTION-X (1:1)
               END-IF
               IF ENTERED-COLLECTION-X NOT NUMERIC
                   OR ENTERED-COLLECTION-9 = 0
                   DISPLAY TERM-HIGHLIGHT-ON
                       "COLLECTION NOT NUMERIC" TERM-HIGHLIGHT-OFF
                   GO TO MANIFEST-ASK-CARRIER
               END-IF
               MOVE ENTERED-COLLECTION-9 TO MANIFEST-COLLECTION
               GO TO MANIFEST-START.
           PERFORM NUMBER-COLLECTION THRU NUMBER-COLLECTION-EXIT.
           IF MANIFEST-COLLECTION = 0
               DISPLAY "NOTHING WAITING FOR THIS CARRIER ON "
                   SHIP-DATE
               GO TO MANIFEST-ASK-CARRIER.
       MANIFEST-START.
           MOVE STOCK-MNF-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CARRIER MANIFEST" TO RPT-TITLE.
           MOVE MANIFEST-HEADING TO RPT-COL-HEADING.
           MOVE SHIP-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE ENTERED-CARRIER TO ML-CARRIER.
           MOVE CA-NAME TO ML-CARRIER-NAME.
           MOVE MANIFEST-COLLECTION TO ML-COLLECTION.
           MOVE SHIP-DATE TO ML-DATE.
           MOVE COLLECTION-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY COLLECTION-LINE.
           MOVE 0 TO MANIFEST-CONSIGNMENTS.
           MOVE 0 TO MANIFEST-PACKAGES.
           MOVE 0 TO MANIFEST-WEIGHT.
           MOVE 0 TO MANIFEST-HAZARDS.
           MOVE SHIP-DATE-NUM TO CG-DATE-NUM.
           MOVE LOW-VALUE TO CG-DEPARTMENT.
           START CONSIGNMENT-FILE KEY NOT LESS THAN CG-KEY
               INVALID GO TO MANIFEST-FINISH
           END-START.
       MANIFEST-LOOP.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END GO TO MANIFEST-FINISH
           END-READ.
           IF CG-DATE-NUM NOT = SHIP-DATE-NUM GO TO MANIFEST-FINISH.
           IF CG-CARRIER NOT = ENTERED-CARRIER
               OR CG-COLLECTION NOT = MANIFEST-COLLECTION
               GO TO MANIFEST-LOOP.
           PERFORM PRINT-CONSIGNMENT THRU PRINT-CONSIGNMENT-EXIT.
           GO TO MANIFEST-LOOP.
       MANIFEST-FINISH.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE MANIFEST-CONSIGNMENTS TO MT-CONSIGNMENTS.
           MOVE MANIFEST-PACKAGES TO MT-PACKAGES.
           MOVE MANIFEST-WEIGHT TO MT-WEIGHT.
           MOVE MANIFEST-HAZARDS TO MT-HAZARDS.
           MOVE MANIFEST-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY MANIFEST-TOTAL-LINE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SIGNATURE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           IF MANIFEST-CONSIGNMENTS = 0
               DISPLAY "NO CONSIGNMENTS ON THAT COLLECTION.".
           DISPLAY "MANIFEST IS ON STOCK.MNF".
           GO TO MANIFEST-ASK-CARRIER.
      *THE NEXT COLLECTION NUMBER FOR THE CARRIER THAT DAY, STAMPED
      *ON EVERY CONSIGNMENT WAITING FOR IT.  ZERO IF NONE WAITS
       NUMBER-COLLECTION.
           MOVE 0 TO HIGHEST-COLLECTION.
           MOVE 0 TO MANIFEST-COLLECTION.
           MOVE SHIP-DATE-NUM TO CG-DATE-NUM.
           MOVE LOW-VALUE TO CG-DEPARTMENT.
           START CONSIGNMENT-FILE KEY NOT LESS THAN CG-KEY
               INVALID GO TO NUMBER-COLLECTION-EXIT
           END-START.
       NUMBER-HIGHEST-LOOP.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END GO TO NUMBER-HIGHEST-DONE
           END-READ.
           IF CG-DATE-NUM NOT = SHIP-DATE-NUM
               GO TO NUMBER-HIGHEST-DONE.
           IF CG-CARRIER = ENTERED-CARRIER
               AND CG-COLLECTION > HIGHEST-COLLECTION
               MOVE CG-COLLECTION TO HIGHEST-COLLECTION.
           GO TO NUMBER-HIGHEST-LOOP.
       NUMBER-HIGHEST-DONE.
           MOVE SHIP-DATE-NUM TO CG-DATE-NUM.
           MOVE LOW-VALUE TO CG-DEPARTMENT.
           START CONSIGNMENT-FILE KEY NOT LESS THAN CG-KEY
               INVALID GO TO NUMBER-COLLECTION-EXIT
           END-START.
       NUMBER-STAMP-LOOP.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END GO TO NUMBER-COLLECTION-EXIT
           END-READ.
           IF CG-DATE-NUM NOT = SHIP-DATE-NUM
               GO TO NUMBER-COLLECTION-EXIT.
           IF CG-CARRIER NOT = ENTERED-CARRIER OR CG-COLLECTION NOT = 0
               GO TO NUMBER-STAMP-LOOP.
           COMPUTE CG-COLLECTION = HIGHEST-COLLECTION + 1.
           MOVE CG-COLLECTION TO MANIFEST-COLLECTION.
           REWRITE CONSIGNMENT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CONSIGNMENT FILE I/O ERROR, STATUS: "
                   CG-FILE-STATUS TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO NUMBER-STAMP-LOOP.
       NUMBER-COLLECTION-EXIT.
           EXIT.
      *ONE CONSIGNMENT ON THE MANIFEST - CONSIGNEE, ADDRESS, PACKAGES
      *AND WEIGHT, THEN THE GOODS IN IT OFF THE JOURNAL WITH EVERY
      *HAZARD-CLASSED LINE FLAGGED
       PRINT-CONSIGNMENT.
           ADD 1 TO MANIFEST-CONSIGNMENTS.
           ADD CG-PACKAGES TO MANIFEST-PACKAGES.
           ADD CG-GROSS-WEIGHT TO MANIFEST-WEIGHT.
           MOVE CG-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID MOVE SPACE TO DEPT-NAME
                   MOVE SPACE TO DEPT-ADDRESS-1
                   MOVE SPACE TO DEPT-ADDRESS-2
           END-READ.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CG-DEPARTMENT TO MC-DEPARTMENT.
           MOVE DEPT-NAME TO MC-NAME.
           MOVE CONSIGNEE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY CONSIGNEE-LINE.
           MOVE DEPT-ADDRESS-1 TO MA-ADDRESS.
           MOVE ADDRESS-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF DEPT-ADDRESS-2 NOT = SPACE
               MOVE DEPT-ADDRESS-2 TO MA-ADDRESS
               MOVE ADDRESS-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CG-PACKAGES TO MP-PACKAGES.
           MOVE CG-GROSS-WEIGHT TO MP-GROSS.
           MOVE CG-FIRST-NOTE TO MP-FIRST-NOTE.
           MOVE CG-LAST-NOTE TO MP-LAST-NOTE.
           MOVE PACKAGE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY PACKAGE-LINE.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO PRINT-CONSIGNMENT-EXIT
           END-START.
       PRINT-CONSIGNMENT-SCAN.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO PRINT-CONSIGNMENT-EXIT
           END-READ.
           IF JR-TYPE NOT = "I" OR JR-GRN-NO = 0
               GO TO PRINT-CONSIGNMENT-SCAN.
           IF JR-DEPARTMENT NOT = CG-DEPARTMENT
               GO TO PRINT-CONSIGNMENT-SCAN.
           COMPUTE JOURNAL-DATE-NUM =
               JR-YYYY * 10000 + JR-MM * 100 + JR-DD.
           IF JOURNAL-DATE-NUM NOT = SHIP-DATE-NUM
               GO TO PRINT-CONSIGNMENT-SCAN.
           PERFORM WEIGH-JOURNAL-LINE THRU WEIGH-JOURNAL-LINE-EXIT.
           MOVE JR-STOCK-CODE TO MI-STOCK-CODE.
           MOVE PRODUCT-DESC TO MI-DESC.
           MOVE JR-QUANTITY TO MI-QUANTITY.
           MOVE LINE-WEIGHT TO MI-WEIGHT.
           MOVE SPACE TO MI-HAZARD-FLAG.
           MOVE SPACE TO MI-HAZARD-CLASS.
           MOVE SPACE TO MI-HAZARD-NOTE.
           IF HAZARD-CLASS NOT = SPACE
               MOVE "** HAZ " TO MI-HAZARD-FLAG
               MOVE HAZARD-CLASS TO MI-HAZARD-CLASS
               MOVE HAZARD-NOTE TO MI-HAZARD-NOTE
               ADD 1 TO MANIFEST-HAZARDS.
           MOVE ITEM-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-CONSIGNMENT-SCAN.
       PRINT-CONSIGNMENT-EXIT.
           EXIT.
      *THE DAY THE CONSIGNMENTS GO - THE RUN DATE UNLESS ANOTHER IS
      *GIVEN
       ASK-SHIP-DATE.
           DISPLAY "DISPATCH DATE (MM/DD/YYYY, RETURN FOR "
               RUN-DATE "): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE RUN-DATE TO SHIP-DATE
               MOVE RUN-DATE-NUM TO SHIP-DATE-NUM
               GO TO ASK-SHIP-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO ASK-SHIP-DATE.
           MOVE DC-DATE TO SHIP-DATE.
           MOVE DC-DATE-NUM TO SHIP-DATE-NUM.
       ASK-SHIP-DATE-EXIT.
           EXIT.
       END-IT.
           CLOSE CONSIGNMENT-FILE.
           CLOSE CARRIER-FILE.
           CLOSE DEPT-FILE.
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
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.CAR" TO STOCK-CAR-FN.
           MOVE "TRAIN.CSG" TO STOCK-CSG-FN.
           MOVE "TRAIN.MNF" TO STOCK-MNF-FN.
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
