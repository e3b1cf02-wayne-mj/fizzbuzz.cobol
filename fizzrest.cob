      *    RUN DATE FROM THE GROUP HEADER. A KEY ALREADY ON THE
      *    CLUSTER (A LIVE JOB'S RESULT) IS REFUSED AND REPORTED
      *    UNLESS THE CARD EXPLICITLY ALLOWS THE OVERLAY.
      *    EVERY KEY RESTORED OR OVERLAID IS JOURNALED TO RSLTJRNL
      *    (JRNLREC.CPY) FOR FORWARD RECOVERY. NO JOURNAL, NO
      *    RESTORE; A JOURNAL WRITE FAILURE BACKS OUT THE KEY IT
      *    COULD NOT RECORD AND ENDS THE RESTORE THERE (RC=16).
      *    A CARD ALLOWING THE OVERLAY NEEDS AN OVERLAY GRANT ON
      *    AUTHFILE (AUTHREC.CPY) - WITHOUT ONE NOTHING IS RESTORED
      *    (RC=16) AND THE REFUSAL IS LOGGED TO SECVIOL. A RESTORE
      *    THAT REFUSES EXISTING KEYS NEEDS NO GRANT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZREST.

               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RESTORE-REPORT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTRPT-STATUS.

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
       FD  RESTSEL-FILE
           LABEL RECORDS STANDARD.
           COPY RSLTREC.

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY JRNLREC.

       FD  RESTORE-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  REST-REPORT-LINE    PIC X(400).

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
       01 WS-RSTSEL-STATUS  PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS    PIC XX VALUE SPACES.
       01 WS-RECORDS-OVERLAID PIC 9(7) VALUE 0.
       01 WS-RECORDS-REFUSED PIC 9(7) VALUE 0.

      *    AN OVERLAY READS THE KEY BACK FIRST: THE RECORD TO
      *    RESTORE IS HELD WHILE THE CLUSTER'S OWN COPY IS READ, AND
      *    THAT COPY BECOMES THE JOURNAL'S BEFORE IMAGE - AND WHAT IS
      *    PUT BACK IF THE JOURNAL CANNOT RECORD THE OVERLAY
       01 WS-RESTORE-RECORD PIC X(176) VALUE SPACES.
       01 WS-BEFORE-RECORD  PIC X(176) VALUE SPACES.

           COPY JOBLSTEP.
           COPY JRNLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT RESTORE-FATAL AND OVERLAY-ALLOWED
               PERFORM 120-CHECK-OVERLAY-AUTHORITY
           END-IF
           IF NOT RESTORE-FATAL
               PERFORM 130-OPEN-RESTORE-FILES
           END-IF
      *    0 = CLEAN, 4 = NOTHING TO RESTORE OR A DEFAULTED FIELD,
      *    8 = KEYS REFUSED (ALREADY ON THE CLUSTER, OVERLAY NOT
      *    ALLOWED - OPERATOR DECISION NEEDED), 16 = THE RESTORE
      *    COULD NOT RUN, A SELECTED GROUP WAS OUT OF BALANCE OR THE
      *    USER IS NOT AUTHORIZED TO OVERLAY
           IF RESTORE-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
               END-IF
           END-IF.

       120-CHECK-OVERLAY-AUTHORITY.
      *    AN OVERLAY REWRITES A LIVE JOB'S RESULTS - ONLY A USER
      *    GRANTED OVERLAY MAY ASK FOR ONE. THE RESTORE IS REFUSED
      *    OUTRIGHT RATHER THAN RUN WITH OVERLAY REFUSED, SO THE
      *    OPERATOR DOES NOT MISTAKE A PART-RESTORE FOR WHAT WAS ASKED
           MOVE "OVERLAY" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY WS-AUTH-MESSAGE
               DISPLAY "RESTORE ABANDONED"
               SET RESTORE-FATAL TO TRUE
           END-IF.

       130-OPEN-RESTORE-FILES.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
                   WS-ARCH-STATUS ") - NOTHING RESTORED"
               SET RESTORE-FATAL TO TRUE
           ELSE
               PERFORM 920-OPEN-JOURNAL
               IF JOURNAL-NOT-OPEN
                   DISPLAY "RSLTJRNL COULD NOT BE OPENED (STATUS "
                       WS-JRNL-STATUS ") - NOTHING RESTORED"
                   SET RESTORE-FATAL TO TRUE
               END-IF
           END-IF

           IF NOT RESTORE-FATAL
               OPEN I-O RESULT-KSDS
               IF WS-KSDS-STATUS = "00"
                   SET KSDS-UPDATE-MODE TO TRUE
                       SET KSDS-LOAD-MODE TO TRUE
                       DISPLAY "RESULTKS OPENED FOR INITIAL LOAD - "
                           "CLUSTER WAS EMPTY"
                       PERFORM 450-JOURNAL-CLUSTER-CLEAR
                   ELSE
                       DISPLAY "RESULTKS COULD NOT BE OPENED "
                           "(STATUS " WS-KSDS-STATUS ") - NOTHING "
               PERFORM 200-PROCESS-ARCHIVE-RECORDS
                   UNTIL ARCHIVE-EOF
               CLOSE RESULT-KSDS
           END-IF
           IF JOURNAL-OPEN
               CLOSE JOURNAL-FILE
           END-IF.

       170-WRITE-REPORT-HEADER.
           WRITE RSLT-RECORD
               INVALID KEY
                   IF OVERLAY-ALLOWED
                       PERFORM 410-OVERLAY-ONE-RECORD
                   ELSE
                       ADD 1 TO WS-RECORDS-REFUSED
                       MOVE SPACES TO REST-REPORT-LINE
                       WRITE REST-REPORT-LINE
                   END-IF
               NOT INVALID KEY
                   PERFORM 420-JOURNAL-RESTORE-WRITE
           END-WRITE.

       410-OVERLAY-ONE-RECORD.
      *    READ THE CLUSTER'S COPY BACK FOR THE JOURNAL'S BEFORE
      *    IMAGE, THEN PUT THE ARCHIVED RECORD OVER IT
           MOVE RSLT-RECORD TO WS-RESTORE-RECORD
           READ RESULT-KSDS
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR RUN "
                       ARCH-DTL-RUN-NUMBER " COUNTER "
                       ARCH-DTL-COUNTER " (STATUS "
                       WS-KSDS-STATUS ")"
                   SET RESTORE-WARNING TO TRUE
               NOT INVALID KEY
                   MOVE RSLT-RECORD TO WS-BEFORE-RECORD
                   MOVE WS-RESTORE-RECORD TO RSLT-RECORD
                   REWRITE RSLT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR RUN "
                               ARCH-DTL-RUN-NUMBER " COUNTER "
                               ARCH-DTL-COUNTER " (STATUS "
                               WS-KSDS-STATUS ")"
                           SET RESTORE-WARNING TO TRUE
                       NOT INVALID KEY
                           PERFORM 430-JOURNAL-RESTORE-REWRITE
                   END-REWRITE
           END-READ.

       420-JOURNAL-RESTORE-WRITE.
      *    A W RECORD FOR THE KEY JUST RESTORED - TAKEN BACK OFF THE
      *    CLUSTER IF THE JOURNAL CANNOT RECORD IT
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-WRITE TO TRUE
           MOVE RSLT-KEY TO JRNL-KEY
           MOVE RSLT-RECORD TO JRNL-AFTER-IMAGE
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-OK
               ADD 1 TO WS-RECORDS-RESTORED
           ELSE
               DELETE RESULT-KSDS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 440-STOP-ON-JOURNAL-FAILURE
           END-IF.

       430-JOURNAL-RESTORE-REWRITE.
      *    AN R RECORD FOR THE KEY JUST OVERLAID - THE CLUSTER'S OWN
      *    COPY IS PUT BACK IF THE JOURNAL CANNOT RECORD IT
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-REWRITE TO TRUE
           MOVE RSLT-KEY TO JRNL-KEY
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-IMAGE
           MOVE RSLT-RECORD TO JRNL-AFTER-IMAGE
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-OK
               ADD 1 TO WS-RECORDS-RESTORED
               ADD 1 TO WS-RECORDS-OVERLAID
           ELSE
               MOVE WS-BEFORE-RECORD TO RSLT-RECORD
               REWRITE RSLT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 440-STOP-ON-JOURNAL-FAILURE
           END-IF.

       440-STOP-ON-JOURNAL-FAILURE.
      *    NOTHING MORE IS RESTORED ONCE THE JOURNAL FAILS - THE
      *    KEYS ALREADY RESTORED ARE JOURNALED AND STAY
           DISPLAY "RSLTJRNL WRITE FAILED (STATUS " WS-JRNL-STATUS
               ") AT RUN " RSLT-RUN-NUMBER " COUNTER "
               RSLT-COUNTER-KEY " - RESTORE STOPPED"
           MOVE SPACES TO REST-REPORT-LINE
           STRING "STOPPED  RUN " DELIMITED BY SIZE
               RSLT-RUN-NUMBER DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               RSLT-COUNTER-KEY DELIMITED BY SIZE
               ": RSLTJRNL WRITE FAILED - NOTHING FURTHER RESTORED"
               DELIMITED BY SIZE
               INTO REST-REPORT-LINE
           WRITE REST-REPORT-LINE
           SET RESTORE-FATAL TO TRUE
           SET ARCHIVE-EOF TO TRUE.

       450-JOURNAL-CLUSTER-CLEAR.
      *    THE INITIAL-LOAD OPEN OUTPUT EMPTIES THE CLUSTER - ONE C
      *    RECORD TELLS A FORWARD RECOVERY TO DO THE SAME
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-CLEAR TO TRUE
           MOVE ZEROS TO JRNL-KEY
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-FAILED
               DISPLAY "RSLTJRNL WRITE FAILED (STATUS "
                   WS-JRNL-STATUS ") - NOTHING RESTORED"
               SET RESTORE-FATAL TO TRUE
               CLOSE RESULT-KSDS
           END-IF.

       800-WRITE-RESTORE-SUMMARY.
           MOVE SPACES TO REST-REPORT-LINE
           WRITE REST-REPORT-LINE
       900-TERMINATE.
           CLOSE ARCHIVE-FILE
           CLOSE RESTORE-REPORT-FILE.

       920-OPEN-JOURNAL.
      *    LEARN THE LAST SEQUENCE NUMBER ON THE JOURNAL, THEN OPEN
      *    IT TO APPEND - THIS STEP'S RECORDS CARRY ON FROM WHOEVER
      *    WROTE LAST. NO JOURNAL YET (STATUS 35) STARTS AT 1. A
      *    JOURNAL THAT CANNOT BE READ THROUGH OR REOPENED LEAVES
      *    JOURNAL-NOT-OPEN AND THE FAILING STATUS IN WS-JRNL-STATUS
      *    FOR THE CALLER TO REPORT.
           MOVE 0 TO WS-JRNL-SEQUENCE
           MOVE SPACES TO WS-JRNL-FAIL-STATUS
           SET JOURNAL-NOT-OPEN TO TRUE
           SET JOURNAL-WRITE-OK TO TRUE
           SET JRNL-NOT-EOF TO TRUE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL JRNL-EOF
                   READ JOURNAL-FILE
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           MOVE JRNL-SEQUENCE TO WS-JRNL-SEQUENCE
                   END-READ
                   IF WS-JRNL-STATUS NOT = "00"
                       AND WS-JRNL-STATUS NOT = "10"
                       MOVE WS-JRNL-STATUS TO WS-JRNL-FAIL-STATUS
                       SET JRNL-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JRNL-STATUS NOT = "35"
                   MOVE WS-JRNL-STATUS TO WS-JRNL-FAIL-STATUS
               END-IF
           END-IF
           IF WS-JRNL-FAIL-STATUS = SPACES
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JRNL-STATUS = "00"
                   SET JOURNAL-OPEN TO TRUE
               END-IF
           ELSE
               MOVE WS-JRNL-FAIL-STATUS TO WS-JRNL-STATUS
           END-IF.

       930-WRITE-JOURNAL.
      *    THE CALLER HAS MOVED SPACES TO JRNL-RECORD AND SET THE
      *    ACTION, KEY AND IMAGES - STAMP THE SEQUENCE, THE TIME
      *    AND THE STEP IDENTITY AND APPEND IT
           ADD 1 TO WS-JRNL-SEQUENCE
           MOVE WS-JRNL-SEQUENCE TO JRNL-SEQUENCE
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT JRNL-TIME FROM TIME
           MOVE WS-STEP-PROGRAM TO JRNL-PROGRAM
           MOVE WS-STEP-JOBNAME TO JRNL-JOBNAME
           MOVE WS-STEP-USERID TO JRNL-USERID
           MOVE WS-STEP-START-DATE TO JRNL-STEP-DATE
           MOVE WS-STEP-START-TIME TO JRNL-STEP-TIME
           WRITE JRNL-RECORD
           IF WS-JRNL-STATUS = "00"
               ADD 1 TO WS-JRNL-WRITTEN
           ELSE
               SET JOURNAL-WRITE-FAILED TO TRUE
           END-IF.

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
           MOVE "FIZZREST" TO WS-STEP-PROGRAM
           MOVE "FIZZREST" TO WS-STEP-JOBNAME
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
      *    WS-RECORDS-RESTORED ALREADY INCLUDES THE OVERLAYS.
           COMPUTE WS-STEP-READ =
               WS-RECORDS-RESTORED + WS-RECORDS-REFUSED
           MOVE WS-RECORDS-RESTORED TO WS-STEP-WRITTEN
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
