000170     02  AB-OPERATOR-ID PIC X(4).
000172 FD  SUPPLIER-FILE; RECORD 110.
000174     COPY "SUPPLIER.CPY".
000176 FD  LOC-FILE; RECORD 60.
000178     COPY "LOCFILE.CPY".
000180 FD  CAT-FILE; RECORD 40.
000182     COPY "CATFILE.CPY".
000184 FD  JOURNAL-FILE; RECORD 64.
000184     COPY "JRNREC.CPY".
000213 01  KIT-EOF PIC X.
000213 01  MOVEMENT-FOUND PIC X.
000214 01  CONFIRM-ANSWER PIC X.
000215*UNIT-SIZE BOUNDS - DEFAULTS, OVERRIDDEN AT START-UP BY
000215*UNIT-SZ-MIN AND UNIT-SZ-MAX ON STOCK.PRM
000215 01  MIN-UNIT-SIZE PIC 9(4) VALUE 1.
000216 01  MAX-UNIT-SIZE PIC 9(4) VALUE 999.
000216     COPY "PRMREQ.CPY".
000216     COPY "KWXREQ.CPY".
000216     COPY "CHKREQ.CPY".
000216 01  CODE-ON-FILE PIC X.
000216 01  ENTRY-VALID-FLAG PIC X.
000220 01  SCREEN-HEADINGS.
000230     02  ASK-CODE PIC X(25) VALUE "STOCK CODE     <        >".
000289     02  ASK-HAZN PIC X(30) VALUE
000289         "HAZARD NOTE <                >".
000289     02  ASK-UOM PIC X(20) VALUE "UNIT (EA,M,KG)  <  >".
000289     02  ASK-WGT PIC X(22) VALUE "UNIT WEIGHT KG <     >".
000290  01  ENTER-IT REDEFINES SCREEN-HEADINGS.
000300     02  FILLER PIC X(16).
000310     02  CRT-STOCK-CODE PIC X(8).
000389     02  FILLER PIC X(17).
000389     02  CRT-UOM PIC XX.
000389     02  FILLER PIC X.
000389     02  FILLER PIC X(16).
000389     02  CRT-UNIT-WEIGHT PIC 9(3)V99.
000389     02  FILLER PIC X.
000368 LINKAGE SECTION.
000369     COPY "SIGNON.CPY".
000370 PROCEDURE DIVISION USING SIGNON-BLOCK.
000376         GOBACK.
000377     IF SGN-TRAINING-FLAG = "Y"
000378         PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
000378     MOVE SGN-TRAINING-FLAG TO KQ-TRAINING-FLAG.
000378     MOVE "UNIT-SZ-MIN" TO PQ-KEY.
000378     MOVE MIN-UNIT-SIZE TO PQ-VALUE.
000378     CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
000378     MOVE PQ-VALUE TO MIN-UNIT-SIZE.
000378     MOVE "UNIT-SZ-MAX" TO PQ-KEY.
000378     MOVE MAX-UNIT-SIZE TO PQ-VALUE.
000378     CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
000378     MOVE PQ-VALUE TO MAX-UNIT-SIZE.
000380 SR1.
000390     DISPLAY SPACE.
000395     MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
000459         CALL "HELP-DISPLAY" USING HELP-REQ-BLOCK
000459         GO TO NORMAL-INPUT.
000454     IF CRT-STOCK-CODE = SPACE GO TO END-IT.
000455*AN EXISTING CODE MUST CARRY A GOOD CHECK CHARACTER; A NEW
000455*ONE IS KEYED WITHOUT IT AND HAS IT ADDED AT THE WRITE
000455     IF CRT-ACTION NOT = SPACE AND CRT-ACTION NOT = "A"
000455         AND CRT-ACTION NOT = "a"
000455         MOVE CRT-STOCK-CODE TO CK-CODE
000455         PERFORM VERIFY-CODE THRU VERIFY-CODE-EXIT
000455         IF ENTRY-VALID-FLAG = "N"
000455             GO TO CORRECT-ERROR
000455         END-IF
000455     END-IF.
000455     IF CRT-ACTION = "S" AND CRT-SUCCESSOR NOT = SPACE
000455         MOVE CRT-SUCCESSOR TO CK-CODE
000455         PERFORM VERIFY-CODE THRU VERIFY-CODE-EXIT
000455         IF ENTRY-VALID-FLAG = "N"
000455             GO TO CORRECT-ERROR
000455         END-IF
000455     END-IF.
000456     MOVE CRT-STOCK-CODE TO STOCK-CODE.
000458     MOVE CRT-LOCATION TO LOCATION-CODE.
000458     IF CRT-ACTION = "U" OR CRT-ACTION = "u"
000460             INVALID PERFORM SHOW-IO-ERROR
000460                 GO TO CORRECT-ERROR
000460         END-READ
000460         MOVE PRODUCT-DESC TO OLD-IT-DESC
000460         IF QUANTITY-ON-HAND NOT = 0
000460             OR QUANTITY-ALLOCATED NOT = 0
000460             DISPLAY TERM-HIGHLIGHT-ON
000464             INVALID PERFORM SHOW-IO-ERROR
000466                 GO TO CORRECT-ERROR
000468         END-DELETE
000468         MOVE "D" TO KQ-FUNCTION
000468         MOVE OLD-IT-DESC TO KQ-DESC
000468         PERFORM INDEX-KEYWORDS THRU INDEX-KEYWORDS-EXIT
000470         GO TO NORMAL-INPUT.
000472     IF CRT-ACTION = "C"
000473         CALL "VALIDATE-NUMERIC-ENTRY" USING CRT-UNIT-SIZE,
000507         ELSE
000507             MOVE CRT-UOM TO ITEM-UOM
000507         END-IF
000507         IF CRT-UNIT-WEIGHT NUMERIC
000507             MOVE CRT-UNIT-WEIGHT TO UNIT-WEIGHT
000507         ELSE
000507             MOVE 0 TO UNIT-WEIGHT
000507         END-IF
000507         PERFORM AUDIT-ITEM-CHANGES THRU AUDIT-ITEM-EXIT
000508         MOVE OPERATOR-ID TO LAST-CHANGED-BY
000510         REWRITE STOCK-ITEM
000512             INVALID PERFORM SHOW-IO-ERROR
000514                 GO TO CORRECT-ERROR
000516         END-REWRITE
000517         IF PRODUCT-DESC NOT = OLD-IT-DESC
000517             MOVE "D" TO KQ-FUNCTION
000517             MOVE OLD-IT-DESC TO KQ-DESC
000517             PERFORM INDEX-KEYWORDS THRU INDEX-KEYWORDS-EXIT
000517             MOVE "A" TO KQ-FUNCTION
000517             MOVE PRODUCT-DESC TO KQ-DESC
000517             PERFORM INDEX-KEYWORDS THRU INDEX-KEYWORDS-EXIT
000517         END-IF
000518         GO TO NORMAL-INPUT.
000520     IF CRT-ACTION = "S"
000522         READ STOCK-FILE
000557     PERFORM CHECK-CATEGORY THRU CHECK-CAT-EXIT.
000557     IF ENTRY-VALID-FLAG = "N"
000557         GO TO CORRECT-ERROR.
000557     PERFORM ASSIGN-CHECK-CHAR THRU ASSIGN-CHECK-EXIT.
000557     IF ENTRY-VALID-FLAG = "N"
000557         GO TO CORRECT-ERROR.
000558     MOVE CRT-PROD-DESC TO PRODUCT-DESC.
000560     MOVE CRT-UNIT-SIZE TO UNIT-SIZE.
000562     MOVE CRT-UNIT-COST TO UNIT-COST.
000565         MOVE "EA" TO ITEM-UOM
000565     ELSE
000565         MOVE CRT-UOM TO ITEM-UOM.
000565     IF CRT-UNIT-WEIGHT NUMERIC
000565         MOVE CRT-UNIT-WEIGHT TO UNIT-WEIGHT
000565     ELSE
000565         MOVE 0 TO UNIT-WEIGHT.
000566     MOVE 0 TO QUANTITY-ON-HAND.
000566     MOVE 0 TO QUANTITY-ALLOCATED.
000568     MOVE SPACE TO SUCCESSOR-CODE.
000574         INVALID PERFORM SHOW-IO-ERROR
000576             GO TO CORRECT-ERROR
000578     END-WRITE.
000578     IF STOCK-CODE NOT = CRT-STOCK-CODE
000578         DISPLAY "NEW STOCK CODE IS " STOCK-CODE
000578             " - USE IT ON THE LABELS AND PAPERWORK"
000578         MOVE STOCK-CODE TO CRT-STOCK-CODE.
000579     MOVE "A" TO KQ-FUNCTION.
000579     MOVE PRODUCT-DESC TO KQ-DESC.
000579     PERFORM INDEX-KEYWORDS THRU INDEX-KEYWORDS-EXIT.
000580     GO TO NORMAL-INPUT.
000581*EVERY DESCRIPTION ADDED, CHANGED OR DELETED IS CARRIED TO THE
000581*KEYWORD INDEX STOCK-INQUIRY SEARCHES - THE CALLER SETS THE
000581*FUNCTION AND THE DESCRIPTION, THE BIN IS THE ONE ON SCREEN
000581 INDEX-KEYWORDS.
000581     MOVE CRT-STOCK-CODE TO KQ-STOCK-CODE.
000581     MOVE CRT-LOCATION TO KQ-LOCATION.
000581     CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
000581 INDEX-KEYWORDS-EXIT.
000581     EXIT.
000581*A BLANK SUPPLIER CODE MEANS NO USUAL SUPPLIER - ANYTHING ELSE
000581*MUST BE ON STOCK.SUP, THE SAME CHECK GOODS-IN MAKES
000581 CHECK-ITEM-SUPPLIER.
000581             DISPLAY TERM-HIGHLIGHT-ON "LOC NOT ON MASTER"
000581             TERM-HIGHLIGHT-OFF
000581     END-READ.
000581     IF ENTRY-VALID-FLAG = "N" GO TO CHECK-LOC-EXIT.
000581*A HAZARD-CLASSED ITEM ONLY BELONGS IN A BIN RATED FOR IT
000581     IF CRT-HAZ-CLASS NOT = SPACE AND LOC-HAZ-RATED NOT = "Y"
000581         MOVE "N" TO ENTRY-VALID-FLAG
000581         DISPLAY TERM-HIGHLIGHT-ON "BIN NOT HAZARD RATED"
000581         TERM-HIGHLIGHT-OFF.
000581 CHECK-LOC-EXIT.
000581     EXIT.
000581*A TYPO IN THE FIRST TWO CHARACTERS OF A NEW STOCK CODE USED
000581     END-READ.
000581 CHECK-CAT-EXIT.
000581     EXIT.
000581*A CODE ALREADY STOCKED IN ANOTHER BIN IS TAKEN AS KEYED AND
000581*MUST PROVE ITS CHECK CHARACTER.  ANYTHING ELSE IS A NEW CODE
000581*- WHAT WAS KEYED IS THE BASE AND THE CHECK CHARACTER GOES ON
000581*THE END, SO THE BASE MAY BE NO MORE THAN SEVEN LONG.  THE
000581*SCREEN KEEPS THE BASE UNTIL THE WRITE WORKS, SO A CORRECTED
000581*ENTRY IS NOT GIVEN A SECOND CHECK CHARACTER.
000581 ASSIGN-CHECK-CHAR.
000581     MOVE "Y" TO ENTRY-VALID-FLAG.
000581     MOVE "N" TO CODE-ON-FILE.
000581     MOVE CRT-STOCK-CODE TO STOCK-CODE.
000581     MOVE LOW-VALUE TO LOCATION-CODE.
000581     START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
000581         INVALID GO TO ASSIGN-CHECK-NEW
000581     END-START.
000581     READ STOCK-FILE NEXT RECORD
000581         AT END GO TO ASSIGN-CHECK-NEW
000581     END-READ.
000581     IF STOCK-CODE = CRT-STOCK-CODE
000581         MOVE "Y" TO CODE-ON-FILE.
000581 ASSIGN-CHECK-NEW.
000581     IF CODE-ON-FILE = "Y"
000581         MOVE CRT-STOCK-CODE TO CK-CODE
000581         PERFORM VERIFY-CODE THRU VERIFY-CODE-EXIT
000581         MOVE CRT-STOCK-CODE TO STOCK-CODE
000581         GO TO ASSIGN-CHECK-SET.
000581     MOVE "G" TO CK-FUNCTION.
000581     MOVE "S" TO CK-KIND.
000581     MOVE CRT-STOCK-CODE TO CK-CODE.
000581     CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
000581     IF CK-RESULT NOT = "Y"
000581         MOVE "N" TO ENTRY-VALID-FLAG
000581         DISPLAY TERM-HIGHLIGHT-ON
000581             "NEW CODE - KEY NO MORE THAN 7 CHARACTERS"
000581             TERM-HIGHLIGHT-OFF
000581         GO TO ASSIGN-CHECK-EXIT.
000581*THE BASE PLUS ITS CHECK CHARACTER MAY ALREADY BE SOMEBODY
000581*ELSE'S CODE
000581     MOVE CK-CODE TO STOCK-CODE.
000581     MOVE LOW-VALUE TO LOCATION-CODE.
000581     START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
000581         INVALID GO TO ASSIGN-CHECK-SET
000581     END-START.
000581     READ STOCK-FILE NEXT RECORD
000581         AT END GO TO ASSIGN-CHECK-SET
000581     END-READ.
000581     IF STOCK-CODE = CK-CODE
000581         MOVE "N" TO ENTRY-VALID-FLAG
000581         DISPLAY TERM-HIGHLIGHT-ON "CODE " CK-CODE
000581             " ALREADY ON FILE - CHOOSE ANOTHER"
000581             TERM-HIGHLIGHT-OFF
000581         GO TO ASSIGN-CHECK-EXIT.
000581     MOVE CK-CODE TO STOCK-CODE.
000581 ASSIGN-CHECK-SET.
000581     MOVE CRT-LOCATION TO LOCATION-CODE.
000581 ASSIGN-CHECK-EXIT.
000581     EXIT.
000581*A TRANSPOSED OR MISTYPED CODE FAILS ITS CHECK CHARACTER
000581*BEFORE IT CAN LAND ON ANOTHER ITEM'S RECORD
000581 VERIFY-CODE.
000581     MOVE "Y" TO ENTRY-VALID-FLAG.
000581     MOVE "V" TO CK-FUNCTION.
000581     MOVE "S" TO CK-KIND.
000581     CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
000581     IF CK-RESULT NOT = "Y"
000581         MOVE "N" TO ENTRY-VALID-FLAG
000581         DISPLAY TERM-HIGHLIGHT-ON "CHECK CHARACTER WRONG - "
000581             CK-CODE TERM-HIGHLIGHT-OFF.
000581 VERIFY-CODE-EXIT.
000581     EXIT.
000581*EVERY CHANGED FIELD OF AN AMENDED STOCK RECORD GETS ITS
000581*BEFORE/AFTER ROW ON THE AMENDMENT AUDIT
000581 AUDIT-ITEM-CHANGES.
000587     DISPLAY TERM-HIGHLIGHT-ON "ENTRY ABANDONED, STOCK CODE: "
000587         CRT-STOCK-CODE TERM-HIGHLIGHT-OFF.
000588 END-IT.
000588     MOVE "C" TO KQ-FUNCTION.
000588     CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
000589     CLOSE STOCK-FILE.
000589     CLOSE AUDIT-FILE.
000589     CLOSE ABANDON-FILE.
