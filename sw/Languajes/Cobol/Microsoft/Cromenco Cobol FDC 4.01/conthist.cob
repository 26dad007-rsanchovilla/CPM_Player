       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTHIST.

      *    KEEPS THE CORRESPONDENCE HISTORY FOR THE NADDR.FIL
      *    CONTACTS ON CONTACT.HIS.  ADDRLTTR LEAVES A ROW FOR EVERY
      *    LETTER IT FORMS; THIS PROGRAM LOGS THE REST BY HAND - A
      *    PHONE CALL MADE OR A REPLY RECEIVED - WITH THE DAY IT
      *    HAPPENED (TODAY UNLESS TOLD OTHERWISE) AND A SHORT NOTE.
      *    THE NAME MUST BE ON NADDR.FIL SO THE HISTORY STAYS UNDER
      *    THE SAME KEY THE LETTERS ARE FILED UNDER.  AN INQUIRY
      *    LISTS ONE CONTACT'S HISTORY OLDEST FIRST.

      *---------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NADDR-FILE ASSIGN DISK
                            ORGANIZATION IS INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IS NNAME
                            FILE STATUS IS NSTATUS.

           SELECT HIST-FILE ASSIGN DISK
                            ORGANIZATION IS INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IS HKEY
                            FILE STATUS IS HSTATUS.

      *--------------
       DATA DIVISION.

       FILE SECTION.
       FD  NADDR-FILE  LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "NADDR.FIL".
       01  NADDR-RECORD.
           03  NNAME     PIC X(30).
           03  NSCHOOL   PIC X(30).
           03  NADDRESS  PIC X(30).
           03  NCITY     PIC X(15).
           03  NSTATE    PIC X(5).
           03  NZIP      PIC X(5).
           03  NLASTVER  PIC X(8).

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

       WORKING-STORAGE SECTION.
       77  NSTATUS                    PIC XX.
       77  HSTATUS                    PIC XX.
       77  ACTION                     PIC X.
       77  ASK-NAME                   PIC X(30).
       77  ASK-TYPE                   PIC X.
       77  ASK-NOTE                   PIC X(40).
       77  ENTRY-DATE                 PIC 9(6).
       77  TODAY-NUM                  PIC 9(6).
       77  NEXT-SEQ                   PIC 99.
       77  ROW-COUNT                  PIC 9(4).
       01  ASK-DATE.
           03  AD-MM                  PIC 99.
           03  FILLER                 PIC X.
           03  AD-DD                  PIC 99.
           03  FILLER                 PIC X.
           03  AD-YY                  PIC 99.
       01  HDATE-SPLIT.
           03  HD-YY                  PIC 99.
           03  HD-MM                  PIC 99.
           03  HD-DD                  PIC 99.
       01  HISTORY-LINE.
           03  HL-MM                  PIC 99.
           03  FILLER                 PIC X VALUE "/".
           03  HL-DD                  PIC 99.
           03  FILLER                 PIC X VALUE "/".
           03  HL-YY                  PIC 99.
           03  FILLER                 PIC XX VALUE SPACES.
           03  HL-TYPE                PIC X(6).
           03  FILLER                 PIC XX VALUE SPACES.
           03  HL-TEMPLATE            PIC X(12).
           03  FILLER                 PIC XX VALUE SPACES.
           03  HL-NOTE                PIC X(40).

      *-------------------
       PROCEDURE DIVISION.
       START-P.
           ACCEPT TODAY-NUM FROM DATE.
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

           MOVE SPACES TO ACTION.
           PERFORM ONE-ACTION UNTIL ACTION = "E".

           CLOSE NADDR-FILE.
           CLOSE HIST-FILE.
           STOP RUN.

       ONE-ACTION SECTION.
       OA1.
           DISPLAY " ".
           DISPLAY "(L)OG A CALL OR REPLY, (I)NQUIRE, OR (E)ND".
           ACCEPT ACTION.
           IF ACTION = "L"
               PERFORM LOG-CONTACT
               GO TO OA2.
           IF ACTION = "I"
               PERFORM INQUIRE-CONTACT
               GO TO OA2.
           IF ACTION NOT = "E"
               DISPLAY "ANSWER L, I OR E".
       OA2.
           EXIT.

       ASK-CONTACT SECTION.
       AC1.
           DISPLAY "CONTACT NAME".
           MOVE SPACES TO ASK-NAME.
           ACCEPT ASK-NAME.
           IF ASK-NAME = SPACES GO TO AC2.
           MOVE ASK-NAME TO NNAME.
           READ NADDR-FILE
               INVALID KEY
                   DISPLAY "NOT ON NADDR.FIL - " ASK-NAME
                   MOVE SPACES TO ASK-NAME.
       AC2.
           EXIT.

       LOG-CONTACT SECTION.
       LC1.
           PERFORM ASK-CONTACT.
           IF ASK-NAME = SPACES GO TO LC9.
       LC2.
           DISPLAY "(C)ALL MADE OR (R)EPLY RECEIVED".
           ACCEPT ASK-TYPE.
           IF ASK-TYPE NOT = "C" AND ASK-TYPE NOT = "R"
               DISPLAY "ANSWER C OR R"
               GO TO LC2.
       LC3.
           DISPLAY "DATE (MM/DD/YY, BLANK FOR TODAY)".
           MOVE SPACES TO ASK-DATE.
           ACCEPT ASK-DATE.
           IF ASK-DATE = SPACES
               MOVE TODAY-NUM TO ENTRY-DATE
               GO TO LC4.
           IF AD-MM NOT NUMERIC OR AD-DD NOT NUMERIC
               OR AD-YY NOT NUMERIC
               OR AD-MM < 1 OR AD-MM > 12
               OR AD-DD < 1 OR AD-DD > 31
               DISPLAY "NOT A DATE - USE MM/DD/YY"
               GO TO LC3.
           MOVE AD-YY TO ENTRY-DATE(1:2).
           MOVE AD-MM TO ENTRY-DATE(3:2).
           MOVE AD-DD TO ENTRY-DATE(5:2).
           IF ENTRY-DATE > TODAY-NUM
               DISPLAY "DATE IS IN THE FUTURE"
               GO TO LC3.
       LC4.
           DISPLAY "NOTE (UP TO 40 CHARACTERS)".
           MOVE SPACES TO ASK-NOTE.
           ACCEPT ASK-NOTE.
      *    NEXT FREE SEQUENCE NUMBER FOR THIS CONTACT ON THIS DAY
           MOVE 1 TO NEXT-SEQ.
           MOVE ASK-NAME TO HNAME.
           MOVE ENTRY-DATE TO HDATE.
           MOVE 0 TO HSEQ.
           START HIST-FILE KEY NOT LESS THAN HKEY.
           IF HSTATUS NOT = "00" GO TO LC6.
       LC5.
           READ HIST-FILE NEXT.
           IF HSTATUS NOT = "00" GO TO LC6.
           IF HNAME NOT = ASK-NAME OR HDATE NOT = ENTRY-DATE
               GO TO LC6.
           MOVE HSEQ TO NEXT-SEQ.
           ADD 1 TO NEXT-SEQ.
           GO TO LC5.
       LC6.
           MOVE ASK-NAME TO HNAME.
           MOVE ENTRY-DATE TO HDATE.
           MOVE NEXT-SEQ TO HSEQ.
           MOVE ASK-TYPE TO HTYPE.
           MOVE SPACES TO HTEMPLATE.
           MOVE ASK-NOTE TO HNOTE.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "NOT LOGGED, STATUS " HSTATUS
                   GO TO LC9.
           DISPLAY "LOGGED".
       LC9.
           EXIT.

       INQUIRE-CONTACT SECTION.
       IC1.
           PERFORM ASK-CONTACT.
           IF ASK-NAME = SPACES GO TO IC9.
           DISPLAY "HISTORY FOR " ASK-NAME.
           MOVE 0 TO ROW-COUNT.
           MOVE ASK-NAME TO HNAME.
           MOVE 0 TO HDATE.
           MOVE 0 TO HSEQ.
           START HIST-FILE KEY NOT LESS THAN HKEY.
           IF HSTATUS NOT = "00" GO TO IC3.
       IC2.
           READ HIST-FILE NEXT.
           IF HSTATUS NOT = "00" GO TO IC3.
           IF HNAME NOT = ASK-NAME GO TO IC3.
           MOVE HDATE TO HDATE-SPLIT.
           MOVE HD-MM TO HL-MM.
           MOVE HD-DD TO HL-DD.
           MOVE HD-YY TO HL-YY.
           MOVE "OTHER " TO HL-TYPE.
           IF HTYPE = "L"
               MOVE "LETTER" TO HL-TYPE.
           IF HTYPE = "C"
               MOVE "CALL  " TO HL-TYPE.
           IF HTYPE = "R"
               MOVE "REPLY " TO HL-TYPE.
           MOVE HTEMPLATE TO HL-TEMPLATE.
           MOVE HNOTE TO HL-NOTE.
           DISPLAY HISTORY-LINE.
           ADD 1 TO ROW-COUNT.
           GO TO IC2.
       IC3.
           IF ROW-COUNT = 0
               DISPLAY "NO LETTERS, CALLS OR REPLIES ON FILE".
       IC9.
           EXIT.
