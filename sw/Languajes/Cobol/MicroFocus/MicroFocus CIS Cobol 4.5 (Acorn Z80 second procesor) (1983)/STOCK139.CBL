       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS EACH SUPPLIER'S COMPLIANCE CERTIFICATES ON STOCK.CRT -
      *INSURANCE, QUALITY ACCREDITATION AND WHATEVER ELSE THE BUYER
      *NEEDS SIGHT OF BEFORE ORDERING.  A CERTIFICATE MARKED
      *MANDATORY STOPS PURCHASE-ORDER-MAINT RAISING A NEW ORDER TO
      *THE SUPPLIER WHILE IT IS MISSING OR OUT OF DATE, SO TAKING
      *THE MANDATORY MARK OFF, OR DELETING A MANDATORY CERTIFICATE,
      *IS KEPT TO A SUPERVISOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN DYNAMIC STOCK-CRT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SC-KEY
           FILE STATUS SC-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE; RECORD 80.
           COPY "CRTFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-CRT-FN PIC X(12) VALUE "STOCK.CRT".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
       COPY "TERMPROF.CPY".
       01  SC-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-TYPE PIC X(4).
       01  ENTERED-MANDATORY PIC X.
       01  NEW-DESC PIC X(20).
       01  NEW-REFERENCE PIC X(20).
       01  LINE-DATE PIC X(10).
       01  TODAY-NUM PIC 9(8).
       01  ISSUE-NUM PIC 9(8).
       01  DATE-WORK.
           02  DW-MM PIC 99.
           02  FILLER PIC X.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
       01  DATE-NUM-WORK PIC 9(8).
       01  CERT-DISPLAY.
           02  CD-TYPE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  CD-MANDATORY PIC X(3).
           02  FILLER PIC X VALUE SPACE.
           02  CD-DESC PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  CD-REFERENCE PIC X(16).
           02  FILLER PIC X VALUE SPACE.
           02  CD-EXPIRY PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CD-STATE PIC X(8).
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
           DISPLAY "SUPPLIER COMPLIANCE CERTIFICATES".
           OPEN I-O CERT-FILE.
           IF SC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN I-O CERT-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE-NUM TO TODAY-NUM.
       ASK-SUPPLIER.
           DISPLAY SPACE.
           DISPLAY "ENTER SUPPLIER CODE (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO END-IT.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-SUPPLIER
           END-READ.
           DISPLAY SUPPLIER-NAME.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "CERTIFICATES: (A)DD, (C)HANGE OR RENEW, (D)ELETE,".
           DISPLAY "(B)ROWSE, (N)EXT SUPPLIER, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-CERT.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-CERT.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DELETE-CERT.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-CERTS.
           IF ACTION-CHOICE = "N" OR ACTION-CHOICE = "n"
               GO TO ASK-SUPPLIER.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       ADD-CERT.
           DISPLAY "CERTIFICATE TYPE, E.G. INS OR QA (BLANK TO END): ".
           MOVE SPACE TO ENTERED-TYPE.
           ACCEPT ENTERED-TYPE.
           IF ENTERED-TYPE = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-SUPPLIER TO SC-SUPPLIER.
           MOVE ENTERED-TYPE TO SC-TYPE.
           READ CERT-FILE
               INVALID GO TO ADD-CERT-DESC
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "CERTIFICATE ALREADY ON FILE - "
               "USE (C)HANGE TO RENEW IT" TERM-HIGHLIGHT-OFF.
           GO TO ADD-CERT.
       ADD-CERT-DESC.
           MOVE SPACE TO SUPPLIER-CERT-RECORD.
           MOVE ENTERED-SUPPLIER TO SC-SUPPLIER.
           MOVE ENTERED-TYPE TO SC-TYPE.
           DISPLAY "DESCRIPTION: ".
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "DESC MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-CERT-DESC.
           MOVE NEW-DESC TO SC-DESC.
       ADD-CERT-MANDATORY.
           DISPLAY "MANDATORY BEFORE ORDERING? (Y/N): ".
           MOVE SPACE TO ENTERED-MANDATORY.
           ACCEPT ENTERED-MANDATORY.
           IF ENTERED-MANDATORY = "y" MOVE "Y" TO ENTERED-MANDATORY.
           IF ENTERED-MANDATORY = "n" OR ENTERED-MANDATORY = SPACE
               MOVE "N" TO ENTERED-MANDATORY.
           IF ENTERED-MANDATORY NOT = "Y"
               AND ENTERED-MANDATORY NOT = "N"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ADD-CERT-MANDATORY.
           MOVE ENTERED-MANDATORY TO SC-MANDATORY.
           DISPLAY "CERTIFICATE REFERENCE (BLANK IF NOT YET HELD): ".
           MOVE SPACE TO NEW-REFERENCE.
           ACCEPT NEW-REFERENCE.
           MOVE NEW-REFERENCE TO SC-REFERENCE.
           IF SC-REFERENCE = SPACE
               DISPLAY "RECORDED AS REQUIRED BUT NOT YET HELD"
               GO TO ADD-CERT-WRITE.
           PERFORM ASK-CERT-DATES THRU ASK-CERT-DATES-EXIT.
       ADD-CERT-WRITE.
           MOVE SGN-OPERATOR-ID TO SC-CHANGED-BY.
           WRITE SUPPLIER-CERT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CERT FILE I/O ERROR, STATUS: " SC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO ADD-CERT.
      *A RENEWAL IS A CHANGE - THE NEW PAPER'S REFERENCE AND DATES
      *REPLACE THE OLD ONE'S
       CHANGE-CERT.
           DISPLAY "CERTIFICATE TYPE TO CHANGE: ".
           MOVE SPACE TO ENTERED-TYPE.
           ACCEPT ENTERED-TYPE.
           IF ENTERED-TYPE = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-SUPPLIER TO SC-SUPPLIER.
           MOVE ENTERED-TYPE TO SC-TYPE.
           READ CERT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           DISPLAY SC-DESC "  MANDATORY " SC-MANDATORY.
           DISPLAY "REF " SC-REFERENCE "  ISSUED " SC-ISSUE-DATE
               "  EXPIRES " SC-EXPIRY-DATE.
           DISPLAY "NEW DESCRIPTION (BLANK TO KEEP): ".
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC NOT = SPACE MOVE NEW-DESC TO SC-DESC.
       CHANGE-CERT-MANDATORY.
           DISPLAY "MANDATORY (Y/N, BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-MANDATORY.
           ACCEPT ENTERED-MANDATORY.
           IF ENTERED-MANDATORY = "y" MOVE "Y" TO ENTERED-MANDATORY.
           IF ENTERED-MANDATORY = "n" MOVE "N" TO ENTERED-MANDATORY.
           IF ENTERED-MANDATORY = SPACE
               MOVE SC-MANDATORY TO ENTERED-MANDATORY.
           IF ENTERED-MANDATORY NOT = "Y"
               AND ENTERED-MANDATORY NOT = "N"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO CHANGE-CERT-MANDATORY.
           IF SC-MANDATORY = "Y" AND ENTERED-MANDATORY = "N"
               AND SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               MOVE "Y" TO ENTERED-MANDATORY.
           MOVE ENTERED-MANDATORY TO SC-MANDATORY.
           DISPLAY "NEW REFERENCE (BLANK TO KEEP): ".
           MOVE SPACE TO NEW-REFERENCE.
           ACCEPT NEW-REFERENCE.
           IF NEW-REFERENCE NOT = SPACE
               MOVE NEW-REFERENCE TO SC-REFERENCE.
           IF SC-REFERENCE NOT = SPACE
               PERFORM ASK-CERT-DATES THRU ASK-CERT-DATES-EXIT.
           MOVE SGN-OPERATOR-ID TO SC-CHANGED-BY.
           REWRITE SUPPLIER-CERT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CERT FILE I/O ERROR, STATUS: " SC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO ASK-ACTION.
       DELETE-CERT.
           DISPLAY "CERTIFICATE TYPE TO DELETE: ".
           MOVE SPACE TO ENTERED-TYPE.
           ACCEPT ENTERED-TYPE.
           IF ENTERED-TYPE = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-SUPPLIER TO SC-SUPPLIER.
           MOVE ENTERED-TYPE TO SC-TYPE.
           READ CERT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
           IF SC-MANDATORY = "Y" AND SGN-AUTHORITY < 2
               DISPLAY "MANDATORY CERTIFICATE - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY "DELETE " SC-TYPE " " SC-DESC " ? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           DELETE CERT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CERT FILE I/O ERROR, STATUS: " SC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-DELETE.
           GO TO ASK-ACTION.
       BROWSE-CERTS.
           MOVE ENTERED-SUPPLIER TO SC-SUPPLIER.
           MOVE LOW-VALUE TO SC-TYPE.
           START CERT-FILE KEY NOT LESS THAN SC-KEY
               INVALID DISPLAY "NO CERTIFICATES FOR THIS SUPPLIER"
               GO TO ASK-ACTION
           END-START.
           DISPLAY "TYPE MAN DESCRIPTION          REFERENCE        "
               "EXPIRES".
       BROWSE-CERTS-LOOP.
           READ CERT-FILE NEXT RECORD
               AT END DISPLAY "END OF CERTIFICATES"
               GO TO ASK-ACTION
           END-READ.
           IF SC-SUPPLIER NOT = ENTERED-SUPPLIER
               DISPLAY "END OF CERTIFICATES"
               GO TO ASK-ACTION.
           MOVE SC-TYPE TO CD-TYPE.
           IF SC-MANDATORY = "Y"
               MOVE "YES" TO CD-MANDATORY
           ELSE
               MOVE "NO" TO CD-MANDATORY.
           MOVE SC-DESC TO CD-DESC.
           MOVE SC-REFERENCE TO CD-REFERENCE.
           MOVE SC-EXPIRY-DATE TO CD-EXPIRY.
           MOVE SC-EXPIRY-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           IF SC-REFERENCE = SPACE OR DATE-NUM-WORK = 0
               MOVE "MISSING" TO CD-STATE
           ELSE
               IF DATE-NUM-WORK < TODAY-NUM
                   MOVE "EXPIRED" TO CD-STATE
               ELSE
                   MOVE "IN DATE" TO CD-STATE
               END-IF
           END-IF.
           DISPLAY CERT-DISPLAY.
           GO TO BROWSE-CERTS-LOOP.
      *THE ISSUE AND EXPIRY DATES OF THE PAPER IN HAND.  A BARE
      *RETURN KEEPS WHAT IS ALREADY RECORDED; THE EXPIRY MAY NOT
      *FALL BEFORE THE ISSUE
       ASK-CERT-DATES.
           DISPLAY "DATE ISSUED (MM/DD/YYYY): ".
           MOVE SC-ISSUE-DATE TO LINE-DATE.
           PERFORM GET-LINE-DATE THRU GET-LINE-DATE-EXIT.
           MOVE LINE-DATE TO SC-ISSUE-DATE.
       ASK-CERT-EXPIRY.
           DISPLAY "EXPIRY DATE (MM/DD/YYYY): ".
           MOVE SC-EXPIRY-DATE TO LINE-DATE.
           PERFORM GET-LINE-DATE THRU GET-LINE-DATE-EXIT.
           IF LINE-DATE = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "EXPIRY DATE IS REQUIRED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-CERT-EXPIRY.
           MOVE SC-ISSUE-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO ISSUE-NUM.
           MOVE LINE-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           IF DATE-NUM-WORK < ISSUE-NUM
               DISPLAY TERM-HIGHLIGHT-ON "EXPIRES BEFORE IT WAS ISSUED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-CERT-EXPIRY.
           MOVE LINE-DATE TO SC-EXPIRY-DATE.
           IF DATE-NUM-WORK < TODAY-NUM
               DISPLAY TERM-HIGHLIGHT-ON
                   "WARNING - THIS CERTIFICATE HAS ALREADY EXPIRED"
                   TERM-HIGHLIGHT-OFF.
       ASK-CERT-DATES-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *KEEPS WHAT IS IN LINE-DATE
       GET-LINE-DATE.
           IF LINE-DATE NOT = SPACE
               DISPLAY "(RETURN ALONE KEEPS " LINE-DATE ")".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE GO TO GET-LINE-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-LINE-DATE.
           MOVE DC-DATE TO LINE-DATE.
       GET-LINE-DATE-EXIT.
           EXIT.
       DATE-TO-NUM.
           IF DW-YYYY NOT NUMERIC OR DW-MM NOT NUMERIC
               OR DW-DD NOT NUMERIC
               MOVE 0 TO DATE-NUM-WORK
           ELSE
               MOVE DW-YYYY TO DATE-NUM-WORK (1:4)
               MOVE DW-MM TO DATE-NUM-WORK (5:2)
               MOVE DW-DD TO DATE-NUM-WORK (7:2)
           END-IF.
       END-IT.
           CLOSE CERT-FILE.
           CLOSE SUPPLIER-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.CRT" TO STOCK-CRT-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
