      *    A RECORD ALREADY ON FILE WITH THE SAME ADDRESS IS A
      *    PLAIN DUPLICATE; ONE WITH A DIFFERENT ADDRESS IS A
      *    CONFLICT - BOTH VERSIONS GO ON THE REPORT AND NOTHING
      *    IS OVERWRITTEN.  A RECORD WHOSE STATE AND ZIP DO NOT
      *    AGREE WITH THE REFERENCE TABLE ON STATEZIP.DAT (THE ONE
      *    ADDR.CBL CHECKS ENTRY AGAINST) IS NOT BROUGHT ACROSS -
      *    IT IS LISTED WITH THE REASON, FOR CORRECTING IN ADDR AND
      *    MERGING NEXT TIME.  MERGE.RPT IS THE DECISION LIST.

      *---------------------
       ENVIRONMENT DIVISION.
                            RECORD KEY IS DKEY
                            FILE STATUS IS DSTATUS.

           SELECT STATEZIP-FILE ASSIGN DISK
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS ZSTATUS.

           SELECT REPORT-FILE ASSIGN PRINTER
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS RSTATUS.
               05  FIRST-NAME         PIC X(15).
           03  ADDRESS                PIC X(40).

      *    ONE ZIP RANGE PER RECORD - A STATE WITH SEVERAL RANGES
      *    HAS SEVERAL RECORDS
       FD  STATEZIP-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "STATEZIP.DAT".
       01  STATEZIP-RECORD.
           03  ZSTATE    PIC X(5).
           03  ZLOW      PIC X(5).
           03  ZHIGH     PIC X(5).
           03  ZNAME     PIC X(20).

       FD  REPORT-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "MERGE.RPT".
       01  REPORT-RECORD              PIC X(80).
       77  NSTATUS                    PIC XX.
       77  DSTATUS                    PIC XX.
       77  RSTATUS                    PIC XX.
       77  ZSTATUS                    PIC XX.
       77  ADDED-COUNT                PIC 9(4) VALUE 0.
       77  DUP-COUNT                  PIC 9(4) VALUE 0.
       77  CONFLICT-COUNT             PIC 9(4) VALUE 0.
       77  NOSPLIT-COUNT              PIC 9(4) VALUE 0.
       77  BADZIP-COUNT               PIC 9(4) VALUE 0.
       77  ZIP-COUNT                  PIC 999 VALUE 0.
       77  ZIP-SUB                    PIC 999.
       77  STATE-FOUND                PIC X.
       77  STATE-ZIP-OK               PIC X.
       77  STATE-ZIP-REASON           PIC X(20).
       77  M-LAST                     PIC X(20).
       77  M-FIRST                    PIC X(15).
       77  M-ADDRESS                  PIC X(40).
       01  ZIP-TABLE.
           03  ZIP-ENTRY OCCURS 100 TIMES.
               05  ZT-STATE           PIC X(5).
               05  ZT-LOW             PIC X(5).
               05  ZT-HIGH            PIC X(5).
       01  BADZIP-TEXT.
           03  BT-NAME                PIC X(30).
           03  BT-STATE               PIC X(6).
           03  BT-ZIP                 PIC X(6).
           03  BT-REASON              PIC X(26).
       01  REPORT-LINE.
           03  RL-TAG                 PIC X(12).
           03  RL-TEXT                PIC X(68).
      *-------------------
       PROCEDURE DIVISION.
       START-P.
           PERFORM LOAD-STATE-ZIP.
           IF ZIP-COUNT = 0
               DISPLAY "NO STATE/ZIP TABLE ON STATEZIP.DAT"
               STOP RUN.
           OPEN INPUT NADDR-FILE.
           IF NSTATUS NOT = "00"
               DISPLAY "CANNOT OPEN NADDR.FIL, STATUS " NSTATUS
           MOVE NOSPLIT-COUNT TO CL-COUNT.
           WRITE REPORT-RECORD FROM COUNT-LINE.
           DISPLAY COUNT-LINE.
           MOVE "BAD STATE/ZIP, HELD " TO CL-TEXT.
           MOVE BADZIP-COUNT TO CL-COUNT.
           WRITE REPORT-RECORD FROM COUNT-LINE.
           DISPLAY COUNT-LINE.

           CLOSE NADDR-FILE.
           CLOSE DISK-FILE.
       MO1.
           READ NADDR-FILE NEXT.
           IF NSTATUS NOT = "00" GO TO MO2.
           PERFORM CHECK-STATE-ZIP.
           IF STATE-ZIP-OK NOT = "Y"
               ADD 1 TO BADZIP-COUNT
               MOVE NNAME TO BT-NAME
               MOVE NSTATE TO BT-STATE
               MOVE NZIP TO BT-ZIP
               MOVE STATE-ZIP-REASON TO BT-REASON
               MOVE "STATE/ZIP   " TO RL-TAG
               MOVE BADZIP-TEXT TO RL-TEXT
               WRITE REPORT-RECORD FROM REPORT-LINE
               GO TO MO2.
           PERFORM SPLIT-NAME.
           PERFORM BUILD-ADDRESS.
           MOVE M-LAST TO LAST-NAME.
       MO2.
           EXIT.

       LOAD-STATE-ZIP SECTION.
       LZ1.
           OPEN INPUT STATEZIP-FILE.
           IF ZSTATUS NOT = "00"
               GO TO LZ3.
       LZ2.
           READ STATEZIP-FILE
               AT END GO TO LZ3.
           IF ZIP-COUNT < 100
               ADD 1 TO ZIP-COUNT
               MOVE ZSTATE TO ZT-STATE(ZIP-COUNT)
               MOVE ZLOW TO ZT-LOW(ZIP-COUNT)
               MOVE ZHIGH TO ZT-HIGH(ZIP-COUNT)
           ELSE
               DISPLAY "STATE/ZIP TABLE OVER 100 RANGES - REST IGNORED"
               GO TO LZ3.
           GO TO LZ2.
       LZ3.
           CLOSE STATEZIP-FILE.

      *    THE STATE MUST BE ON THE TABLE AND THE ZIP FIVE DIGITS
      *    INSIDE ONE OF THAT STATE'S RANGES - THE SAME TEST ADDR
      *    PUTS TO A NEW ENTRY
       CHECK-STATE-ZIP SECTION.
       CZ1.
           MOVE "N" TO STATE-FOUND.
           MOVE "N" TO STATE-ZIP-OK.
           MOVE 0 TO ZIP-SUB.
       CZ2.
           ADD 1 TO ZIP-SUB.
           IF ZIP-SUB > ZIP-COUNT GO TO CZ3.
           IF NSTATE NOT = ZT-STATE(ZIP-SUB) GO TO CZ2.
           MOVE "Y" TO STATE-FOUND.
           IF NZIP NUMERIC
               AND NZIP NOT < ZT-LOW(ZIP-SUB)
               AND NZIP NOT > ZT-HIGH(ZIP-SUB)
               MOVE "Y" TO STATE-ZIP-OK
               GO TO CZ4.
           GO TO CZ2.
       CZ3.
           MOVE "ZIP NOT IN STATE" TO STATE-ZIP-REASON.
           IF NZIP NOT NUMERIC
               MOVE "ZIP NOT NUMERIC" TO STATE-ZIP-REASON.
           IF STATE-FOUND = "N"
               MOVE "UNKNOWN STATE" TO STATE-ZIP-REASON.
       CZ4.
           EXIT.

      *    A NAME WRITTEN "LAST, FIRST" SPLITS ON THE COMMA.
      *    ANYTHING ELSE GOES ACROSS WHOLE AS THE LAST NAME AND
      *    IS LISTED FOR A HUMAN TO RE-SPLIT BY HAND.
