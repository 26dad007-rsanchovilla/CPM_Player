      *    OR EVERYBODY.  A RECORD WITH A BLANK ADDRESS LINE IS
      *    SKIPPED AND LISTED - A LETTER WITH NOWHERE TO GO IS
      *    WASTED STATIONERY.  LETTER.RPT IS THE MERGE SUMMARY.
      *    THE TEMPLATE FILE NAME IS ASKED FOR, LETTER.TPL BY
      *    DEFAULT, AND EVERY LETTER FORMED LEAVES A ROW ON THE
      *    CONTACT HISTORY FILE CONTACT.HIS (NAME, RUN DATE,
      *    TEMPLATE) - CONTHIST LOGS CALLS AND REPLIES ON THE SAME
      *    FILE AND LISTS A CONTACT'S HISTORY.  GIVE A NUMBER OF
      *    DAYS AND ANYONE ALREADY SENT THE SAME TEMPLATE WITHIN
      *    THAT MANY DAYS IS SKIPPED AND LISTED, SO NOBODY GETS THE
      *    SAME LETTER TWICE.

      *---------------------
       ENVIRONMENT DIVISION.
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS TSTATUS.

           SELECT HIST-FILE ASSIGN DISK
                            ORGANIZATION IS INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IS HKEY
                            FILE STATUS IS HSTATUS.

           SELECT LETTER-FILE ASSIGN PRINTER
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS LSTATUS.
           03  NLASTVER  PIC X(8).

       FD  TEMPLATE-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS TEMPLATE-NAME.
       01  TEMPLATE-RECORD            PIC X(80).

      *    ONE ROW PER LETTER, CALL OR REPLY - HSEQ KEEPS TWO ROWS
      *    FOR THE SAME CONTACT ON THE SAME DAY APART.  HTYPE IS
      *    L LETTER, C PHONE CALL, R REPLY RECEIVED
       FD  HIST-FILE   LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CONTACT.HIS".
       01  HIST-RECORD.
           03  HKEY.
               05  HNAME     PIC X(30).
               05  HDATE     PIC 9(6).
               05  HSEQ      PIC 99.
           03  HTYPE     PIC X.
           03  HTEMPLATE PIC X(12).
           03  HNOTE     PIC X(40).

       FD  LETTER-FILE LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "LETTERS.DAT".
       01  LETTER-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
       77  NSTATUS                    PIC XX.
       77  TSTATUS                    PIC XX.
       77  HSTATUS                    PIC XX.
       77  LSTATUS                    PIC XX.
       77  RSTATUS                    PIC XX.
       77  READ-COUNT                 PIC 9(4) VALUE 0.
       77  LETTER-COUNT               PIC 9(4) VALUE 0.
       77  SKIPPED-COUNT              PIC 9(4) VALUE 0.
       77  RECENT-COUNT               PIC 9(4) VALUE 0.
       77  TEMPLATE-NAME              PIC X(12).
       77  SKIP-DAYS                  PIC 999.
       77  SENT-RECENTLY              PIC X.
       77  NEXT-SEQ                   PIC 99.
       77  TODAY-NUM                  PIC 9(6).
       77  TODAY-DAYS                 PIC 9(6).
       77  DAYS-SINCE                 PIC S9(6).
       77  TPL-COUNT                  PIC 99 VALUE 0.
       77  TPL-SUB                    PIC 99.
       77  PAGE-LINES                 PIC 99.
           03  FILLER                 PIC X.
           03  NLV-YY                 PIC 99.
       01  NLASTVER-NUM               PIC 9(6).
      *    A YYMMDD DATE GOES IN DN-DATE AND DAY-NUMBER LEAVES THE
      *    DAYS SINCE 1 JAN 1900 IN DN-DAYS, SO TWO DATES CAN BE
      *    SUBTRACTED ACROSS A MONTH OR YEAR END
       01  DN-DATE                    PIC 9(6).
       01  DN-SPLIT REDEFINES DN-DATE.
           03  DN-YY                  PIC 99.
           03  DN-MM                  PIC 99.
           03  DN-DD                  PIC 99.
       01  DN-DAYS                    PIC 9(6).
       01  DN-LEAP                    PIC 99.
       01  DN-REM                     PIC 9.
       01  MONTH-START-VALUES.
           03  FILLER                 PIC 999 VALUE 000.
           03  FILLER                 PIC 999 VALUE 031.
           03  FILLER                 PIC 999 VALUE 059.
           03  FILLER                 PIC 999 VALUE 090.
           03  FILLER                 PIC 999 VALUE 120.
           03  FILLER                 PIC 999 VALUE 151.
           03  FILLER                 PIC 999 VALUE 181.
           03  FILLER                 PIC 999 VALUE 212.
           03  FILLER                 PIC 999 VALUE 243.
           03  FILLER                 PIC 999 VALUE 273.
           03  FILLER                 PIC 999 VALUE 304.
           03  FILLER                 PIC 999 VALUE 334.
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           03  MONTH-START            PIC 999 OCCURS 12 TIMES.
       01  TEMPLATE-TABLE.
           03  TPL-LINE               PIC X(80) OCCURS 60 TIMES.
      *    THE SIX MARKERS AND THE FIELD EACH ONE STANDS FOR -
       01  SKIP-LINE.
           03  FILLER                 PIC X(12) VALUE "NO ADDRESS  ".
           03  SL-NAME                PIC X(68).
       01  RECENT-LINE.
           03  FILLER                 PIC X(12) VALUE "SENT RECENTL".
           03  FILLER                 PIC X(2)  VALUE "Y ".
           03  RL-NAME                PIC X(30).
           03  FILLER                 PIC X(36) VALUE SPACES.

      *-------------------
       PROCEDURE DIVISION.
       START-P.
           DISPLAY "TEMPLATE FILE (BLANK FOR LETTER.TPL)".
           MOVE SPACES TO TEMPLATE-NAME.
           ACCEPT TEMPLATE-NAME.
           IF TEMPLATE-NAME = SPACES
               MOVE "LETTER.TPL" TO TEMPLATE-NAME.
           PERFORM LOAD-TEMPLATE.
           IF TPL-COUNT = 0
               DISPLAY "NO TEMPLATE ON " TEMPLATE-NAME
                   " - NOTHING TO MERGE"
               STOP RUN.
           PERFORM ASK-SELECTION.
           ACCEPT TODAY-NUM FROM DATE.
           MOVE TODAY-NUM TO DN-DATE.
           PERFORM DAY-NUMBER.
           MOVE DN-DAYS TO TODAY-DAYS.
           OPEN INPUT NADDR-FILE.
           IF NSTATUS NOT = "00"
               DISPLAY "CANNOT OPEN NADDR.FIL, STATUS " NSTATUS
               STOP RUN.
      *    THE FIRST RUN FINDS NO HISTORY FILE AND STARTS ONE
           OPEN I-O HIST-FILE.
           IF HSTATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE.
           IF HSTATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONTACT.HIS, STATUS " HSTATUS
               CLOSE NADDR-FILE
               STOP RUN.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SKIPPED-COUNT TO CL-COUNT.
           WRITE REPORT-RECORD FROM COUNT-LINE.
           DISPLAY COUNT-LINE.
           MOVE "SKIPPED, SENT RECENT" TO CL-TEXT.
           MOVE RECENT-COUNT TO CL-COUNT.
           WRITE REPORT-RECORD FROM COUNT-LINE.
           DISPLAY COUNT-LINE.

           CLOSE NADDR-FILE.
           CLOSE HIST-FILE.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "LETTERS ARE ON LETTERS.DAT".
               GO TO AS2.
           MOVE "A" TO SELECT-MODE.
       AS2.
           DISPLAY "SKIP ANYONE SENT THIS TEMPLATE IN HOW MANY DAYS".
           DISPLAY "(0 TO SEND REGARDLESS)".
           MOVE 0 TO SKIP-DAYS.
           ACCEPT SKIP-DAYS.

       MERGE-ONE SECTION.
       MO1.
               MOVE NNAME TO SL-NAME
               WRITE REPORT-RECORD FROM SKIP-LINE
               GO TO MO2.
           PERFORM CHECK-HISTORY.
           IF SENT-RECENTLY = "Y"
               ADD 1 TO RECENT-COUNT
               MOVE NNAME TO RL-NAME
               WRITE REPORT-RECORD FROM RECENT-LINE
               GO TO MO2.
           PERFORM FORM-LETTER.
           ADD 1 TO LETTER-COUNT.
           PERFORM WRITE-HISTORY.
       MO2.
           EXIT.

       JR2.
           EXIT.

      *    READS THE CONTACT'S HISTORY IN DATE ORDER - A LETTER ROW
      *    FOR THIS TEMPLATE INSIDE THE SKIP WINDOW MEANS NO LETTER
      *    THIS TIME, AND TODAY'S HIGHEST SEQUENCE NUMBER GIVES THE
      *    NEXT FREE ONE FOR THE ROW THIS LETTER WILL LEAVE
       CHECK-HISTORY SECTION.
       CH1.
           MOVE "N" TO SENT-RECENTLY.
           MOVE 1 TO NEXT-SEQ.
           MOVE NNAME TO HNAME.
           MOVE 0 TO HDATE.
           MOVE 0 TO HSEQ.
           START HIST-FILE KEY NOT LESS THAN HKEY.
           IF HSTATUS NOT = "00" GO TO CH3.
       CH2.
           READ HIST-FILE NEXT.
           IF HSTATUS NOT = "00" GO TO CH3.
           IF HNAME NOT = NNAME GO TO CH3.
           IF HDATE = TODAY-NUM AND HSEQ NOT < NEXT-SEQ
               MOVE HSEQ TO NEXT-SEQ
               ADD 1 TO NEXT-SEQ.
           IF SKIP-DAYS = 0 OR HTYPE NOT = "L"
               OR HTEMPLATE NOT = TEMPLATE-NAME
               GO TO CH2.
           MOVE HDATE TO DN-DATE.
           PERFORM DAY-NUMBER.
           COMPUTE DAYS-SINCE = TODAY-DAYS - DN-DAYS.
           IF DAYS-SINCE NOT > SKIP-DAYS
               MOVE "Y" TO SENT-RECENTLY.
           GO TO CH2.
       CH3.
           EXIT.

       WRITE-HISTORY SECTION.
       WH1.
           MOVE NNAME TO HNAME.
           MOVE TODAY-NUM TO HDATE.
           MOVE NEXT-SEQ TO HSEQ.
           MOVE "L" TO HTYPE.
           MOVE TEMPLATE-NAME TO HTEMPLATE.
           MOVE SPACES TO HNOTE.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "HISTORY NOT WRITTEN FOR " NNAME
                       " STATUS " HSTATUS.

      *    YEARS ARE TAKEN AS 19YY - EVERY FOURTH ONE A LEAP YEAR
       DAY-NUMBER SECTION.
       DN1.
           DIVIDE DN-YY BY 4 GIVING DN-LEAP REMAINDER DN-REM.
           COMPUTE DN-DAYS = DN-YY * 365 + DN-LEAP
               + MONTH-START(DN-MM) + DN-DD.
      *    THIS YEAR'S OWN 29 FEBRUARY ONLY COUNTS ONCE IT IS PAST
           IF DN-REM = 0 AND DN-MM < 3 AND DN-YY > 0
               SUBTRACT 1 FROM DN-DAYS.

      *    ONE LETTER - EVERY TEMPLATE LINE WITH ITS MARKERS
      *    REPLACED, THEN BLANK LINES TO THE BOTTOM OF THE FORM SO
      *    THE NEXT LETTER STARTS ON FRESH PAPER
