      *    PART OF THE PAPER TRAIL, SO AN UNOPENABLE RSETHIST IS
      *    FATAL BEFORE THE CATALOG IS TOUCHED, THE SAME WAY AN
      *    UNOPENABLE RMNTRPT IS.
      *    ONLY A USER GRANTED CATMAINT ON AUTHFILE (AUTHREC.CPY) MAY
      *    MAINTAIN THE CATALOG - ANYONE ELSE IS REFUSED WITH RC=16
      *    BEFORE A FILE IS OPENED, AND THE REFUSAL IS LOGGED TO
      *    SECVIOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRMNT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE
           LABEL RECORDS STANDARD.
           COPY RHISTREC.

       FD  AUTH-FILE
           LABEL RECORDS STANDARD.
           COPY AUTHREC.

       FD  SECVIOL-FILE
           LABEL RECORDS STANDARD.
           COPY SECVREC.

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS     PIC XX VALUE SPACES.
       01 WS-RSET-STATUS    PIC XX VALUE SPACES.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RULE-LINE-LABEL PIC X(8).

           COPY JOBLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 120-CHECK-CATALOG-AUTHORITY
           IF NOT MAINT-FATAL
               PERFORM 130-OPEN-MAINT-FILES
           END-IF
           IF NOT MAINT-FATAL
               PERFORM 200-PROCESS-TXN-CARDS
                   UNTIL TXN-EOF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       120-CHECK-CATALOG-AUTHORITY.
      *    THE CATALOG DECIDES WHAT RULES EVERY PRODUCTION RUN USES -
      *    REFUSE AN UNAUTHORIZED USER BEFORE ANYTHING IS OPENED
           MOVE "CATMAINT" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY WS-AUTH-MESSAGE
               DISPLAY "NO MAINTENANCE APPLIED"
               SET MAINT-FATAL TO TRUE
           END-IF.

       130-OPEN-MAINT-FILES.
      *    NO TRANSACTION DECK IS A MISCONFIGURED JOB, NOT AN EMPTY
      *    CHANGE REQUEST - SAY SO AND STOP BEFORE TOUCHING THE

           IF NOT MAINT-FATAL
      *        THE HISTORY SURVIVES ACROSS MAINTENANCE JOBS, SO IT
      *        IS APPENDED TO LIKE JOBLOG IN 990-WRITE-STEP-LOG - THE
      *        FIRST-EVER JOB ALLOCATES IT VIA THE OUTPUT FALLBACK
               OPEN EXTEND HISTORY-FILE
               IF WS-HIST-STATUS NOT = "00"
           CLOSE RULESET-CATALOG
           CLOSE MAINT-REPORT-FILE
           CLOSE HISTORY-FILE.

       940-CHECK-AUTHORITY.
      *    LOOK FOR A GRANT OF WS-AUTH-FUNCTION / WS-AUTH-OBJECT TO
      *    THE STEP'S USER, TO EVERY USER ("*"), THEN TO EACH GROUP
      *    THE USER IS A MEMBER OF (AUTHREC.CPY). A REFUSAL IS
      *    LOGGED TO SECVIOL AND LEAVES THE STANDARD MESSAGE IN
      *    WS-AUTH-MESSAGE FOR THE CALLER TO ISSUE. NO AUTHFILE
      *    REFUSES EVERYTHING - SEE AUTHSTEP.CPY
           SET AUTH-REFUSED TO TRUE
           SET AUTH-FILE-UNAVAILABLE TO TRUE
           MOVE SPACES TO WS-AUTH-GRANTED-TO
           MOVE SPACES TO WS-AUTH-MESSAGE
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = "00"
               SET AUTH-FILE-AVAILABLE TO TRUE
               MOVE WS-STEP-USERID TO WS-AUTH-SUBJECT
               PERFORM 945-READ-GRANT
               IF AUTH-REFUSED
                   MOVE "*" TO WS-AUTH-SUBJECT
                   PERFORM 945-READ-GRANT
               END-IF
               IF AUTH-REFUSED
                   PERFORM 946-LOAD-USER-GROUPS
                   PERFORM VARYING AUTH-GRP-IDX FROM 1 BY 1
                           UNTIL AUTH-GRP-IDX > WS-AUTH-GROUP-COUNT
                              OR AUTH-GRANTED
                       MOVE WS-AUTH-GROUP (AUTH-GRP-IDX)
                           TO WS-AUTH-SUBJECT
                       PERFORM 945-READ-GRANT
                   END-PERFORM
               END-IF
               CLOSE AUTH-FILE
           ELSE
               DISPLAY "AUTHFILE COULD NOT BE OPENED (STATUS "
                   WS-AUTH-STATUS ") - NO AUTHORITY CAN BE CONFIRMED"
           END-IF
           IF AUTH-GRANTED
               DISPLAY "USER " WS-STEP-USERID " AUTHORIZED FOR "
                   WS-AUTH-FUNCTION " " WS-AUTH-OBJECT
                   " BY THE GRANT TO " WS-AUTH-GRANTED-TO
           ELSE
               IF WS-AUTH-OBJECT = SPACES
                   STRING "SECURITY VIOLATION - USER "
                               DELIMITED BY SIZE
                          WS-STEP-USERID DELIMITED BY SPACE
                          " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                          WS-AUTH-FUNCTION DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " REFUSED (RC=16)" DELIMITED BY SIZE
                       INTO WS-AUTH-MESSAGE
                   END-STRING
               ELSE
                   STRING "SECURITY VIOLATION - USER "
                               DELIMITED BY SIZE
                          WS-STEP-USERID DELIMITED BY SPACE
                          " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                          WS-AUTH-FUNCTION DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-AUTH-OBJECT DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          WS-STEP-PROGRAM DELIMITED BY SPACE
                          " REFUSED (RC=16)" DELIMITED BY SIZE
                       INTO WS-AUTH-MESSAGE
                   END-STRING
               END-IF
               PERFORM 950-LOG-VIOLATION
           END-IF.

       945-READ-GRANT.
      *    ONE KEYED LOOK-UP FOR WS-AUTH-SUBJECT. A NAMED OBJECT IS
      *    ALSO COVERED BY A GRANT OF "*" (ANY OBJECT)
           MOVE WS-AUTH-SUBJECT TO AUTH-SUBJECT
           MOVE WS-AUTH-FUNCTION TO AUTH-FUNCTION
           MOVE WS-AUTH-OBJECT TO AUTH-OBJECT
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTH-GRANTED TO TRUE
           END-READ
           IF AUTH-REFUSED AND WS-AUTH-OBJECT NOT = SPACES
               MOVE WS-AUTH-SUBJECT TO AUTH-SUBJECT
               MOVE WS-AUTH-FUNCTION TO AUTH-FUNCTION
               MOVE "*" TO AUTH-OBJECT
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AUTH-GRANTED TO TRUE
               END-READ
           END-IF
           IF AUTH-GRANTED
               MOVE WS-AUTH-SUBJECT TO WS-AUTH-GRANTED-TO
           END-IF.

       946-LOAD-USER-GROUPS.
      *    THE USER'S MEMBER ENTRIES ARE ADJACENT ON THE KEY - START
      *    AT THE FIRST AND READ ON UNTIL THE USER OR FUNCTION CHANGES
           MOVE 0 TO WS-AUTH-GROUP-COUNT
           MOVE WS-STEP-USERID TO AUTH-SUBJECT
           MOVE "MEMBER" TO AUTH-FUNCTION
           MOVE LOW-VALUES TO AUTH-OBJECT
           SET AUTH-NOT-EOF TO TRUE
           START AUTH-FILE KEY IS NOT LESS THAN AUTH-KEY
               INVALID KEY
                   SET AUTH-EOF TO TRUE
           END-START
           PERFORM UNTIL AUTH-EOF
               READ AUTH-FILE NEXT RECORD
                   AT END
                       SET AUTH-EOF TO TRUE
               END-READ
               IF NOT AUTH-EOF
                   IF WS-AUTH-STATUS NOT = "00"
                       OR AUTH-SUBJECT NOT = WS-STEP-USERID
                       OR NOT AUTH-FN-MEMBER
                       SET AUTH-EOF TO TRUE
                   ELSE
                       IF WS-AUTH-GROUP-COUNT < 20
                           ADD 1 TO WS-AUTH-GROUP-COUNT
                           MOVE AUTH-OBJECT
                               TO WS-AUTH-GROUP (WS-AUTH-GROUP-COUNT)
                       ELSE
                           DISPLAY "USER " WS-STEP-USERID " IS IN "
                               "MORE THAN 20 GROUPS - GROUP "
                               AUTH-OBJECT " NOT CHECKED"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       950-LOG-VIOLATION.
      *    APPEND THE REFUSAL TO SECVIOL FOR THE FIZZSECR AUDIT
      *    REPORT. THE WORK IS REFUSED WHETHER OR NOT THE RECORD CAN
      *    BE WRITTEN
           MOVE SPACES TO SECV-RECORD
           ACCEPT SECV-DATE FROM DATE YYYYMMDD
           ACCEPT SECV-TIME FROM TIME
           MOVE WS-STEP-PROGRAM TO SECV-PROGRAM
           MOVE WS-STEP-JOBNAME TO SECV-JOBNAME
           MOVE WS-STEP-USERID TO SECV-USERID
           MOVE WS-AUTH-FUNCTION TO SECV-FUNCTION
           MOVE WS-AUTH-OBJECT TO SECV-OBJECT
           IF AUTH-FILE-AVAILABLE
               SET SECV-NOT-AUTHORIZED TO TRUE
           ELSE
               SET SECV-AUTH-UNAVAILABLE TO TRUE
           END-IF
           OPEN EXTEND SECVIOL-FILE
           IF WS-SECV-STATUS NOT = "00"
               OPEN OUTPUT SECVIOL-FILE
           END-IF
           IF WS-SECV-STATUS NOT = "00"
               DISPLAY "SECVIOL COULD NOT BE OPENED (STATUS "
                   WS-SECV-STATUS ") - THIS VIOLATION WAS NOT LOGGED"
           ELSE
               WRITE SECV-RECORD
               IF WS-SECV-STATUS NOT = "00"
                   DISPLAY "SECVIOL WRITE FAILED (STATUS "
                       WS-SECV-STATUS ") - THIS VIOLATION WAS NOT "
                       "LOGGED"
               END-IF
               CLOSE SECVIOL-FILE
           END-IF.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZRMNT" TO WS-STEP-PROGRAM
           MOVE "FIZZRMNT" TO WS-STEP-JOBNAME
           MOVE "JOBNAME" TO WS-STEP-ENV-NAME
           MOVE SPACES TO WS-STEP-ENV-VALUE
           DISPLAY WS-STEP-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-STEP-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-STEP-ENV-VALUE NOT = SPACES
               MOVE WS-STEP-ENV-VALUE TO WS-STEP-JOBNAME
           END-IF
           MOVE "USER" TO WS-STEP-ENV-NAME
           MOVE SPACES TO WS-STEP-ENV-VALUE
           DISPLAY WS-STEP-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-STEP-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-STEP-ENV-VALUE NOT = SPACES
               MOVE WS-STEP-ENV-VALUE TO WS-STEP-USERID
           END-IF
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME.

       990-WRITE-STEP-LOG.
      *    APPEND THIS STEP'S RECORD TO THE SHARED JOBLOG FOR THE
      *    FIZZOPS OPERATIONS REPORT. ONLY THE RECORD IS LOST IF
      *    JOBLOG CANNOT BE OPENED - THE STEP'S OWN WORK IS DONE -
      *    SO THAT IS A WARNING (RC=4 AT LEAST), NOT A FAILURE.
           MOVE WS-CARDS-READ TO WS-STEP-READ
           COMPUTE WS-STEP-WRITTEN = WS-SETS-ADDED
               + WS-SETS-REPLACED + WS-SETS-DELETED
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               OPEN OUTPUT JOBLOG-FILE
           END-IF
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "JOBLOG COULD NOT BE OPENED (STATUS "
                   WS-JOBLOG-STATUS ") - NO STEP RECORD WRITTEN"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO JOBLOG-RECORD
               MOVE WS-STEP-PROGRAM TO JLOG-PROGRAM
               MOVE WS-STEP-JOBNAME TO JLOG-JOBNAME
               MOVE WS-STEP-USERID TO JLOG-USERID
               MOVE WS-STEP-START-DATE TO JLOG-START-DATE
               MOVE WS-STEP-START-TIME TO JLOG-START-TIME
               ACCEPT JLOG-END-DATE FROM DATE YYYYMMDD
               ACCEPT JLOG-END-TIME FROM TIME
               MOVE RETURN-CODE TO JLOG-RETURN-CODE
               MOVE WS-STEP-HIGH-MSGID TO JLOG-HIGH-MSGID
               MOVE WS-STEP-READ TO JLOG-RECORDS-READ
               MOVE WS-STEP-WRITTEN TO JLOG-RECORDS-WRITTEN
               WRITE JOBLOG-RECORD
               CLOSE JOBLOG-FILE
           END-IF.
