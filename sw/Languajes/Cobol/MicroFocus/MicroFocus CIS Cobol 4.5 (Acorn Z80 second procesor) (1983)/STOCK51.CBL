      *SPOT BY SIGNING THE OVERRIDE WITH THEIR OWN ID AND PASSWORD,
      *AND THE OVERRIDE ITSELF GOES ON THE JOURNAL AS A TYPE "O"
      *RECORD RIGHT BEHIND THE POSTING IT ALLOWED.
      *EVERY ROW WRITTEN IS ALSO ADDED TO THE DAILY MOVEMENT
      *SUMMARY ON STOCK.MSM THROUGH MOVEMENT-SUMMARY, WHICH THE
      *PERIOD REPORTS READ INSTEAD OF THE WHOLE JOURNAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       01  OVERRIDE-GIVEN PIC X.
       01  OVERRIDE-ID PIC X(4).
       01  OVERRIDE-PASSWORD PIC X(8).
           COPY "PWDREQ.CPY".
           COPY "MSMREQ.CPY".
       LINKAGE SECTION.
           COPY "JRNPOST.CPY".
       PROCEDURE DIVISION USING JRN-POST-BLOCK.
           WRITE JOURNAL-RECORD
               INVALID GO TO POST-CLASH
           END-WRITE.
           PERFORM SUMMARIZE-ROW THRU SUMMARIZE-ROW-EXIT.
      *AN OVERRIDDEN POSTING LEAVES THE SUPERVISOR'S SIGNATURE ON
      *THE JOURNAL RIGHT BEHIND IT, SO THE AUDITORS SEE BOTH
           IF OVERRIDE-GIVEN = "Y"
               PERFORM WRITE-OVERRIDE-MARK THRU WRITE-OVERRIDE-EXIT.
           MOVE "Y" TO JP-RESULT.
           CLOSE JOURNAL-FILE.
           MOVE "C" TO MQ-FUNCTION.
           CALL "MOVEMENT-SUMMARY" USING MOVEMENT-REQ-BLOCK.
           EXIT PROGRAM.
      *ANOTHER TERMINAL CAN TAKE THE SAME SEQUENCE BETWEEN THE SCAN
      *AND THE WRITE - ON A DUPLICATE KEY THE SCAN RESUMES FROM THE
                   GO TO ASK-OVERRIDE-EXIT
           END-READ.
           CLOSE OPERATOR-FILE.
           MOVE "V" TO PW-FUNCTION.
           MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
           MOVE OVERRIDE-PASSWORD TO PW-PASSWORD.
           MOVE OM-PWD-SALT TO PW-SALT.
           MOVE OM-PASSWORD TO PW-STORED.
           MOVE OM-PWD-FORM TO PW-FORM.
           CALL "PASSWORD-CONTROL" USING PASSWORD-REQ-BLOCK.
           IF PW-RESULT NOT = "Y"
               DISPLAY "PASSWORD NOT RECOGNIZED."
               GO TO ASK-OVERRIDE-EXIT.
           IF OM-AUTHORITY < 2
           MOVE "PERIOD" TO JR-REFERENCE.
           MOVE OVERRIDE-ID TO JR-OPERATOR-ID.
           WRITE JOURNAL-RECORD
               INVALID GO TO WRITE-OVERRIDE-EXIT
           END-WRITE.
           PERFORM SUMMARIZE-ROW THRU SUMMARIZE-ROW-EXIT.
       WRITE-OVERRIDE-EXIT.
           EXIT.
      *THE ROW JUST WRITTEN GOES ON THE DAILY MOVEMENT SUMMARY.  A
      *SUMMARY THAT CANNOT BE UPDATED NEVER STOPS THE POSTING - THE
      *CHECK FINDS THE GAP AND THE REBUILD CLOSES IT.
       SUMMARIZE-ROW.
           MOVE "A" TO MQ-FUNCTION.
           MOVE "S" TO MQ-TARGET.
           MOVE JP-TRAINING-FLAG TO MQ-TRAINING-FLAG.
           MOVE JR-TYPE TO MQ-TYPE.
           MOVE JR-SIGN TO MQ-SIGN.
           MOVE JR-STOCK-CODE TO MQ-STOCK-CODE.
           MOVE JR-LOCATION TO MQ-LOCATION.
           MOVE JR-QUANTITY TO MQ-QUANTITY.
           MOVE JR-DATE TO MQ-DATE.
           MOVE JR-DEPARTMENT TO MQ-DEPARTMENT.
           MOVE JR-OPERATOR-ID TO MQ-OPERATOR-ID.
           MOVE JR-REFERENCE TO MQ-REFERENCE.
           CALL "MOVEMENT-SUMMARY" USING MOVEMENT-REQ-BLOCK.
       SUMMARIZE-ROW-EXIT.
           EXIT.
       POST-CLASH.
           IF JR-FILE-STATUS NOT = "22"
               DISPLAY "JOURNAL WRITE FAILED, STATUS " JR-FILE-STATUS
