        FILE STATUS IS NADDR-STATUS.
    SELECT EXTRACT-FILE ASSIGN EXTRACT.FIL.
    SELECT STALE-FILE ASSIGN STALE.FIL.
    SELECT STATEZIP-FILE ASSIGN STATEZIP.DAT.
    SELECT BADZIP-FILE ASSIGN BADZIP.FIL.
DATA DIVISION.
FILE SECTION.
FD ADDR-FILE.
  02 SSTATE    PIC X(5).
  02 SZIP      PIC X(5).
  02 SLASTVER  PIC X(8).

FD STATEZIP-FILE.
01 STATEZIP-RECORD.
  02 ZSTATE    PIC X(5).
  02 ZLOW      PIC X(5).
  02 ZHIGH     PIC X(5).
  02 ZNAME     PIC X(20).

FD BADZIP-FILE.
01 BADZIP-RECORD.
  02 BNAME     PIC X(30).
  02 BSTATE    PIC X(5).
  02 BZIP      PIC X(5).
  02 BREASON   PIC X(20).
WORKING-STORAGE SECTION.
01 END-OF-FILE PIC X VALUE 'F'.
01 NAMES-CONT PIC X VALUE 'Y'.
  02 VD-DD PIC 99.
  02 FILLER PIC X VALUE '/'.
  02 VD-YY PIC 99.
01 ZIP-TABLE.
  02 ZIP-ENTRY OCCURS 100 TIMES.
    04 ZT-STATE PIC X(5).
    04 ZT-LOW PIC X(5).
    04 ZT-HIGH PIC X(5).
01 ZIP-COUNT PIC 999 VALUE 0.
01 ZIP-SUB PIC 999.
01 CHECK-STATE PIC X(5).
01 CHECK-ZIP PIC X(5).
01 STATE-FOUND PIC X.
01 STATE-ZIP-OK PIC X.
01 STATE-ZIP-REASON PIC X(20).
01 REENTER-CHOICE PIC X.
01 STATE-ZIP-AMENDED PIC X.
01 BADZIP-CHOICE PIC X VALUE 'N'.
PROCEDURE DIVISION.
MAIN-PARA.
   PERFORM LOAD-STATE-ZIP-TABLE.
   OPEN I-O NADDR-FILE.
   IF NADDR-STATUS NOT EQUAL '00'
       PERFORM CONVERT-OLD-FILE
   ACCEPT STALE-CHOICE.
   IF STALE-CHOICE EQUAL 'Y'
       PERFORM STALE-CONTACT-REPORT.
   DISPLAY 'REPORT BAD STATE/ZIP PAIRS FOR CLEANUP? (Y/N)'.
   ACCEPT BADZIP-CHOICE.
   IF BADZIP-CHOICE EQUAL 'Y'
       PERFORM STATE-ZIP-REPORT.
   STOP RUN.

LOAD-STATE-ZIP-TABLE.
   MOVE 0 TO ZIP-COUNT.
   OPEN INPUT STATEZIP-FILE.
   MOVE 'F' TO END-OF-FILE.
   READ STATEZIP-FILE END MOVE 'T' TO END-OF-FILE.
   PERFORM LOAD-STATE-ZIP-ENTRY UNTIL END-OF-FILE EQUAL 'T'.
   CLOSE STATEZIP-FILE.

LOAD-STATE-ZIP-ENTRY.
   IF ZIP-COUNT LESS 100
       ADD 1 TO ZIP-COUNT
       MOVE ZSTATE TO ZT-STATE(ZIP-COUNT)
       MOVE ZLOW TO ZT-LOW(ZIP-COUNT)
       MOVE ZHIGH TO ZT-HIGH(ZIP-COUNT)
   ELSE
       DISPLAY 'STATE/ZIP TABLE FULL, RANGE SKIPPED: ' ZSTATE.
   READ STATEZIP-FILE END MOVE 'T' TO END-OF-FILE.

CONVERT-OLD-FILE.
   OPEN OUTPUT NADDR-FILE.
   OPEN INPUT ADDR-FILE.
   ACCEPT NADDRESS.
   DISPLAY 'INPUT CITY'.
   ACCEPT NCITY.
   MOVE 'Y' TO REENTER-CHOICE.
   PERFORM ACCEPT-STATE-ZIP UNTIL REENTER-CHOICE NOT EQUAL 'Y'.
   DISPLAY 'INPUT LAST VERIFIED DATE (MM/DD/YY)'.
   ACCEPT NLASTVER.
   WRITE NADDR-RECORD
   DISPLAY 'TO CONTINUE TYPE Y ELSE TYPE N'.
   ACCEPT NAMES-CONT.

ACCEPT-STATE-ZIP.
   DISPLAY 'INPUT STATE'.
   ACCEPT NSTATE.
   DISPLAY 'INPUT ZIP'.
   ACCEPT NZIP.
   PERFORM QUERY-STATE-ZIP.

QUERY-STATE-ZIP.
   MOVE NSTATE TO CHECK-STATE.
   MOVE NZIP TO CHECK-ZIP.
   PERFORM CHECK-STATE-ZIP.
   IF STATE-ZIP-OK EQUAL 'Y'
       MOVE 'N' TO REENTER-CHOICE
   ELSE
       DISPLAY 'QUERY - ' STATE-ZIP-REASON ': ' NSTATE ' ' NZIP
       DISPLAY 'RE-ENTER STATE AND ZIP? (Y/N)'
       ACCEPT REENTER-CHOICE.

CHECK-STATE-ZIP.
   MOVE 'N' TO STATE-FOUND.
   MOVE 'N' TO STATE-ZIP-OK.
   MOVE 1 TO ZIP-SUB.
   PERFORM COMPARE-ZIP-ENTRY UNTIL ZIP-SUB GREATER ZIP-COUNT.
   IF STATE-FOUND EQUAL 'N'
       MOVE 'UNKNOWN STATE' TO STATE-ZIP-REASON
   ELSE
       IF CHECK-ZIP NOT NUMERIC
           MOVE 'ZIP NOT NUMERIC' TO STATE-ZIP-REASON
       ELSE
           MOVE 'ZIP NOT IN STATE' TO STATE-ZIP-REASON.

COMPARE-ZIP-ENTRY.
   IF CHECK-STATE EQUAL ZT-STATE(ZIP-SUB)
       MOVE 'Y' TO STATE-FOUND
       IF CHECK-ZIP NUMERIC
           AND CHECK-ZIP NOT LESS ZT-LOW(ZIP-SUB)
           AND CHECK-ZIP NOT GREATER ZT-HIGH(ZIP-SUB)
           MOVE 'Y' TO STATE-ZIP-OK.
   ADD 1 TO ZIP-SUB.

MAINTAIN-ONE.
   DISPLAY 'NAME TO MAINTAIN (BLANK TO FINISH)'.
   ACCEPT NNAME.
       PERFORM VERIFY-TODAY.

AMEND-RECORD.
   MOVE 'N' TO STATE-ZIP-AMENDED.
   DISPLAY 'NEW SCHOOL (BLANK KEEPS PRESENT VALUE)'.
   ACCEPT AMEND-FIELD.
   IF AMEND-FIELD NOT EQUAL SPACES
   DISPLAY 'NEW STATE (BLANK KEEPS PRESENT VALUE)'.
   ACCEPT AMEND-FIELD.
   IF AMEND-FIELD NOT EQUAL SPACES
       MOVE 'Y' TO STATE-ZIP-AMENDED
       MOVE AMEND-FIELD TO NSTATE.
   DISPLAY 'NEW ZIP (BLANK KEEPS PRESENT VALUE)'.
   ACCEPT AMEND-FIELD.
   IF AMEND-FIELD NOT EQUAL SPACES
       MOVE 'Y' TO STATE-ZIP-AMENDED
       MOVE AMEND-FIELD TO NZIP.
   IF STATE-ZIP-AMENDED EQUAL 'Y'
       PERFORM QUERY-STATE-ZIP
       PERFORM ACCEPT-STATE-ZIP UNTIL REENTER-CHOICE NOT EQUAL 'Y'.
   DISPLAY 'NEW LAST VERIFIED MM/DD/YY (BLANK KEEPS PRESENT)'.
   ACCEPT AMEND-FIELD.
   IF AMEND-FIELD NOT EQUAL SPACES
   MOVE NLASTVER TO SLASTVER.
   WRITE STALE-RECORD.
   DISPLAY 'STALE: ' NNAME.

STATE-ZIP-REPORT.
   OPEN INPUT NADDR-FILE.
   OPEN OUTPUT BADZIP-FILE.
   MOVE 'F' TO END-OF-FILE.
   MOVE LOW-VALUE TO NNAME.
   START NADDR-FILE KEY NOT LESS THAN NNAME
       INVALID MOVE 'T' TO END-OF-FILE.
   PERFORM READ-BADZIP-RECORD UNTIL END-OF-FILE EQUAL 'T'.
   CLOSE NADDR-FILE.
   CLOSE BADZIP-FILE.

READ-BADZIP-RECORD.
   READ NADDR-FILE NEXT RECORD END MOVE 'T' TO END-OF-FILE.
   IF END-OF-FILE NOT EQUAL 'T'
       PERFORM CHECK-AND-WRITE-BADZIP.

CHECK-AND-WRITE-BADZIP.
   MOVE NSTATE TO CHECK-STATE.
   MOVE NZIP TO CHECK-ZIP.
   PERFORM CHECK-STATE-ZIP.
   IF STATE-ZIP-OK NOT EQUAL 'Y'
       MOVE NNAME TO BNAME
       MOVE NSTATE TO BSTATE
       MOVE NZIP TO BZIP
       MOVE STATE-ZIP-REASON TO BREASON
       WRITE BADZIP-RECORD
       DISPLAY 'BAD STATE/ZIP: ' NNAME ' ' NSTATE ' ' NZIP.

