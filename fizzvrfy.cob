      *    OPERATOR DECISION - SO A RERUN OF THE WHOLE CARD AND A
      *    RE-ARCHIVE ARE NO LONGER THE ONLY REMEDY FOR FOUR BAD
      *    RECORDS.
      *    EVERY REPAIR IS ALSO JOURNALED TO RSLTJRNL (JRNLREC.CPY)
      *    WITH ITS BEFORE AND AFTER IMAGES FOR FORWARD RECOVERY. NO
      *    JOURNAL MEANS NO REPAIRS - THE RUN FALLS BACK TO A
      *    REPORT-ONLY VERIFICATION - AND A JOURNAL WRITE FAILURE
      *    BACKS OUT THE REPAIR IT COULD NOT RECORD AND STOPS THE
      *    REST.
      *    REPAIR MODE ALSO NEEDS A REPAIR GRANT ON AUTHFILE
      *    (AUTHREC.CPY). AN UNAUTHORIZED REQUEST IS LOGGED TO SECVIOL
      *    AND WITHDRAWN - THE VERIFICATION STILL RUNS REPORT-ONLY -
      *    AND THE STEP ENDS RC=16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZVRFY.

               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RSLTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT VRFYCTL-FILE ASSIGN TO "VRFYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCTL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRFY-STATUS.

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
       FD  PARM-FILE
           LABEL RECORDS STANDARD.
           COPY RSLTREC.

       FD  JOURNAL-FILE
           LABEL RECORDS STANDARD.
           COPY JRNLREC.

       FD  VRFYCTL-FILE
           LABEL RECORDS STANDARD.
           COPY VRFYCTL.
           LABEL RECORDS STANDARD.
       01  VRFY-REPORT-LINE    PIC X(400).

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
       01 WS-PARM-STATUS    PIC XX VALUE SPACES.
       01 WS-RULE-STATUS    PIC XX VALUE SPACES.
       01 WS-REPAIR-MODE-IND PIC X VALUE "N".
           88 REPAIR-MODE             VALUE "Y".
           88 REPORT-ONLY-MODE        VALUE "N".
       01 WS-REPAIR-AUTH-IND PIC X VALUE "N".
           88 REPAIR-REFUSED          VALUE "Y".
           88 REPAIR-NOT-REFUSED      VALUE "N".
       01 WS-REPAIR-COUNT   PIC 9(4) VALUE 0.
       01 WS-REPAIR-TABLE.
           05 WS-REPAIR-ENTRY OCCURS 1000 TIMES.
       01 WS-REPAIRED-REWRITES PIC 9(4) VALUE 0.
       01 WS-REPAIR-FAILURES PIC 9(4) VALUE 0.
       01 WS-BEFORE-IMAGE   PIC X(160) VALUE SPACES.
      *    THE WHOLE RECORD AS READ BACK BEFORE A REWRITE - THE
      *    JOURNAL'S BEFORE IMAGE, AND WHAT IS PUT BACK IF THE
      *    JOURNAL CANNOT RECORD THE CHANGE
       01 WS-BEFORE-RECORD  PIC X(176) VALUE SPACES.

      *    THE RUN DATE TO STAMP INTO AN INSERTED RECORD - LEARNED
      *    FROM THE FIRST KEY OF THE SAME RUN SEEN ON THE CLUSTER,
           05 WS-KNOWN-RUN-DATE OCCURS 999 TIMES PIC 9(8).
       01 WS-TODAY          PIC 9(8) VALUE 0.

           COPY JOBLSTEP.
           COPY JRNLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 112-READ-MODE-CARD
           IF REPAIR-MODE
               PERFORM 113-CHECK-REPAIR-AUTHORITY
           END-IF
           PERFORM 110-LOAD-RULE-TABLE
           IF NOT VERIFY-FATAL
               PERFORM 111-SAVE-BASE-RULES
           END-IF

      *    NONZERO WHEN ANYTHING MISMATCHED SO THE PRODUCTION JOB
      *    CAN TEST THIS STEP WITH COND= INSTEAD OF READING VRFYRPT.
      *    A REFUSED REPAIR REQUEST IS 16 EVEN THOUGH THE REPORT-ONLY
      *    VERIFICATION RAN - THE WORK ASKED FOR WAS NOT DONE
           COMPUTE WS-TOTAL-DISCREPANCIES =
               WS-MISSING-COUNT + WS-EXTRA-COUNT + WS-WRONG-COUNT
           IF VERIFY-FATAL OR REPAIR-REFUSED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-DISCREPANCIES > 0
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       112-READ-MODE-CARD.
               CLOSE VRFYCTL-FILE
           END-IF.

       113-CHECK-REPAIR-AUTHORITY.
      *    REPAIR WRITES TO THE PRODUCTION CLUSTER - ONLY A USER
      *    GRANTED REPAIR MAY SWITCH IT ON. WITHOUT THE GRANT THE
      *    REQUEST IS WITHDRAWN, THE SAME WAY AS WITHOUT A JOURNAL
           MOVE "REPAIR" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY WS-AUTH-MESSAGE
               DISPLAY "REPAIR MODE WITHDRAWN, REPORT-ONLY "
                   "VERIFICATION"
               SET REPORT-ONLY-MODE TO TRUE
               SET REPAIR-REFUSED TO TRUE
           END-IF.

       100-READ-PARM-CARD.
           READ PARM-FILE
               AT END
               SET VERIFY-FATAL TO TRUE
           END-IF

      *    A REPAIR THAT CANNOT BE JOURNALED IS NOT MADE - WITHOUT
      *    THE JOURNAL THE REQUEST FOR REPAIR IS WITHDRAWN AND THE
      *    RUN VERIFIES ONLY
           IF NOT VERIFY-FATAL AND REPAIR-MODE
               PERFORM 920-OPEN-JOURNAL
               IF JOURNAL-NOT-OPEN
                   DISPLAY "RSLTJRNL COULD NOT BE OPENED (STATUS "
                       WS-JRNL-STATUS ") - REPAIR MODE WITHDRAWN, "
                       "REPORT-ONLY VERIFICATION"
                   SET REPORT-ONLY-MODE TO TRUE
               END-IF
           END-IF

      *    I-O ONLY WHEN REPAIR MODE WAS EXPLICITLY REQUESTED - A
      *    REPORT-ONLY VERIFICATION KEEPS ITS READ-ONLY OPEN SO IT
      *    CANNOT TOUCH THE CLUSTER NO MATTER WHAT ELSE GOES WRONG
           END-IF
           PERFORM VARYING REPAIR-IDX FROM 1 BY 1
                   UNTIL REPAIR-IDX > WS-REPAIR-COUNT
                       OR JOURNAL-WRITE-FAILED
               PERFORM 610-APPLY-ONE-REPAIR
           END-PERFORM
           IF WS-REPAIR-OVERFLOW > 0
                   INVALID KEY
                       PERFORM 620-REPORT-REPAIR-FAILURE
                   NOT INVALID KEY
                       PERFORM 630-JOURNAL-INSERT
               END-WRITE
               IF WS-KSDS-STATUS = "00" AND JOURNAL-WRITE-OK
                   ADD 1 TO WS-REPAIRED-INSERTS
                   MOVE SPACES TO VRFY-REPORT-LINE
                   STRING "REPAIRED RUN " DELIMITED BY SIZE
                       WS-REP-RUN (REPAIR-IDX) DELIMITED BY SIZE
                       " KEY " DELIMITED BY SIZE
                       WS-REP-COUNTER (REPAIR-IDX) DELIMITED BY SIZE
                       ": BEFORE (MISSING) AFTER '" DELIMITED BY SIZE
                       WS-REP-RESULT (REPAIR-IDX) DELIMITED BY "  "
                       "' (INSERTED)" DELIMITED BY SIZE
                       INTO VRFY-REPORT-LINE
                   WRITE VRFY-REPORT-LINE
               END-IF
           ELSE
      *        READ THE KEY BACK RANDOMLY SO THE BEFORE IMAGE IN
      *        THE REPORT IS WHAT THE CLUSTER REALLY HELD AT THE
                   INVALID KEY
                       PERFORM 620-REPORT-REPAIR-FAILURE
                   NOT INVALID KEY
                       MOVE RSLT-RECORD TO WS-BEFORE-RECORD
                       MOVE RSLT-RESULT TO WS-BEFORE-IMAGE
                       MOVE WS-REP-RESULT (REPAIR-IDX)
                           TO RSLT-RESULT
                           INVALID KEY
                               PERFORM 620-REPORT-REPAIR-FAILURE
                           NOT INVALID KEY
                               PERFORM 640-JOURNAL-REWRITE
                       END-REWRITE
               END-READ
               IF WS-KSDS-STATUS = "00" AND JOURNAL-WRITE-OK
                   ADD 1 TO WS-REPAIRED-REWRITES
                   MOVE SPACES TO VRFY-REPORT-LINE
                   STRING "REPAIRED RUN " DELIMITED BY SIZE
                       WS-REP-RUN (REPAIR-IDX) DELIMITED BY SIZE
                       " KEY " DELIMITED BY SIZE
                       WS-REP-COUNTER (REPAIR-IDX) DELIMITED BY SIZE
                       ": BEFORE '" DELIMITED BY SIZE
                       WS-BEFORE-IMAGE DELIMITED BY "  "
                       "' AFTER '" DELIMITED BY SIZE
                       WS-REP-RESULT (REPAIR-IDX) DELIMITED BY "  "
                       "' (REWRITTEN)" DELIMITED BY SIZE
                       INTO VRFY-REPORT-LINE
                   WRITE VRFY-REPORT-LINE
               END-IF
           END-IF.

       620-REPORT-REPAIR-FAILURE.
               INTO VRFY-REPORT-LINE
           WRITE VRFY-REPORT-LINE.

       630-JOURNAL-INSERT.
      *    A W RECORD FOR THE KEY JUST INSERTED. IF THE JOURNAL
      *    CANNOT TAKE IT THE INSERT IS TAKEN BACK OUT.
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-WRITE TO TRUE
           MOVE RSLT-KEY TO JRNL-KEY
           MOVE RSLT-RECORD TO JRNL-AFTER-IMAGE
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-FAILED
               DELETE RESULT-KSDS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 650-REPORT-JOURNAL-FAILURE
           END-IF.

       640-JOURNAL-REWRITE.
      *    AN R RECORD FOR THE KEY JUST REWRITTEN. IF THE JOURNAL
      *    CANNOT TAKE IT THE BEFORE IMAGE IS PUT BACK.
           MOVE SPACES TO JRNL-RECORD
           SET JRNL-REWRITE TO TRUE
           MOVE RSLT-KEY TO JRNL-KEY
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-IMAGE
           MOVE RSLT-RECORD TO JRNL-AFTER-IMAGE
           PERFORM 930-WRITE-JOURNAL
           IF JOURNAL-WRITE-FAILED
               MOVE WS-BEFORE-RECORD TO RSLT-RECORD
               REWRITE RSLT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 650-REPORT-JOURNAL-FAILURE
           END-IF.

       650-REPORT-JOURNAL-FAILURE.
      *    THE REPAIR WAS BACKED OUT AND NO FURTHER REPAIR IS MADE -
      *    THE STEP ENDS FATAL SO THE JOURNAL IS LOOKED AT BEFORE
      *    THE CLUSTER IS CHANGED AGAIN
           ADD 1 TO WS-REPAIR-FAILURES
           MOVE SPACES TO VRFY-REPORT-LINE
           STRING "FAILED   RUN " DELIMITED BY SIZE
               WS-REP-RUN (REPAIR-IDX) DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               WS-REP-COUNTER (REPAIR-IDX) DELIMITED BY SIZE
               ": REPAIR BACKED OUT - RSLTJRNL WRITE FAILED (STATUS "
               DELIMITED BY SIZE
               WS-JRNL-STATUS DELIMITED BY SIZE
               "). NO FURTHER REPAIRS APPLIED" DELIMITED BY SIZE
               INTO VRFY-REPORT-LINE
           WRITE VRFY-REPORT-LINE
           DISPLAY "RSLTJRNL WRITE FAILED (STATUS " WS-JRNL-STATUS
               ") - REPAIRS STOPPED"
           SET VERIFY-FATAL TO TRUE.

       800-PRINT-SUMMARY.
           MOVE SPACES TO VRFY-REPORT-LINE
           STRING "===== VERIFICATION SUMMARY: " DELIMITED BY SIZE
       900-TERMINATE.
           CLOSE PARM-FILE
           CLOSE RESULT-KSDS
           CLOSE VERIFY-REPORT-FILE
           IF JOURNAL-OPEN
               CLOSE JOURNAL-FILE
           END-IF.

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
           MOVE "FIZZVRFY" TO WS-STEP-PROGRAM
           MOVE "FIZZVRFY" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-READ = WS-VERIFIED-COUNT
               + WS-EXTRA-COUNT + WS-WRONG-COUNT
           COMPUTE WS-STEP-WRITTEN =
               WS-REPAIRED-INSERTS + WS-REPAIRED-REWRITES
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
