      *    FIZZAUDR - AUDIT LOG QUERY/REPORT FOR THE AUDITLOG CLUSTER
      *    WRITTEN BY FIZZBUZZ (190-WRITE-AUDIT-RECORD). ANSWERS
      *    "WHO RAN FIZZBUZZ LAST MONTH" AND "LIST ALL ABNORMAL RUNS
      *    SINCE THE 1ST" FROM A SELECTION CONTROL CARD (DATE RANGE,
      *    OPTIONAL USERID, OPTIONAL NORMAL/ABNORMAL FILTER) INSTEAD
      *    CARRIES A DETAIL SECTION OF ABNORMAL RUNS, PER-USER AND
      *    PER-DAY RUN COUNTS, AND THE TOTAL COUNTERS PROCESSED
      *    (FROM EACH RECORD'S START/END RANGE) FOR THE MONTHLY
      *    USAGE SUMMARY MANAGEMENT ASKS FOR. THE LOG IS NOT READ
      *    FROM THE TOP: A USERID SELECTION STARTS ON THAT USER'S
      *    RECORDS THROUGH THE USERID ALTERNATE INDEX, AND ANY OTHER
      *    SELECTION STARTS AT THE FROM DATE ON THE PRIME KEY AND
      *    STOPS PAST THE TO DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZAUDR.

               FILE STATUS IS WS-AUDSEL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDSEL-FILE
           LABEL RECORDS STANDARD.
       01  AUDRPT-LINE         PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDSEL-STATUS  PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
           05 WS-ABN-START      PIC 9(5).
           05 FILLER            PIC X(6) VALUE " THRU ".
           05 WS-ABN-MYLIMIT    PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ABN-STATUS     PIC X(8).

      *    SUMMARY LINES FOR THE PER-USER AND PER-DAY SECTIONS
       01 WS-USER-LINE.
           05 FILLER            PIC X(8) VALUE "  RUNS ".
           05 WS-DAY-LINE-RUNS  PIC 9(5).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT REPORT-FATAL
               PERFORM 130-OPEN-REPORT-FILES
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
                   SET REPORT-FATAL TO TRUE
                   CLOSE AUDIT-FILE
               END-IF
           END-IF

           IF NOT REPORT-FATAL
               PERFORM 140-POSITION-AUDIT-LOG
           END-IF.

       140-POSITION-AUDIT-LOG.
      *    START ON THE FIRST RECORD THE SELECTION CAN WANT. NOTHING
      *    AT OR PAST THAT POINT (INVALID KEY) IS AN EMPTY SELECTION,
      *    STILL REPORTED - THE TOTALS LINE SAYS NONE WERE FOUND
           IF WS-SEL-USERID NOT = SPACES
               MOVE WS-SEL-USERID TO AUDIT-USERID
               START AUDIT-FILE KEY IS EQUAL TO AUDIT-USERID
                   INVALID KEY
                       SET AUDIT-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-SEL-FROM-DATE TO AUDIT-DATE
               MOVE 0 TO AUDIT-TIME
               MOVE LOW-VALUES TO AUDIT-JOBNAME
               MOVE 0 TO AUDIT-RUN-NUMBER
               START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
                   INVALID KEY
                       SET AUDIT-EOF TO TRUE
               END-START
           END-IF.

       170-WRITE-REPORT-HEADER.
           WRITE AUDRPT-LINE.

       200-PROCESS-AUDIT-RECORDS.
      *    THE USER'S RECORDS END WHERE THE ALTERNATE KEY CHANGES;
      *    THE DATE WINDOW ENDS AT THE FIRST KEY PAST THE TO DATE
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   IF (WS-SEL-USERID NOT = SPACES
                           AND AUDIT-USERID NOT = WS-SEL-USERID)
                       OR (WS-SEL-USERID = SPACES
                           AND AUDIT-DATE > WS-SEL-TO-DATE)
                       SET AUDIT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-READ-RUNS
                       PERFORM 210-SELECT-AND-TALLY
                   END-IF
           END-READ.

       210-SELECT-AND-TALLY.
      *    APPLY THE THREE FILTERS; A RECORD PASSING ALL OF THEM IS
      *    TALLIED INTO THE PER-USER AND PER-DAY TABLES AND, WHEN
      *    ABNORMAL, LISTED IN THE DETAIL SECTION. A PARTITIONED RUN
      *    FIZZCONS COULD NOT CONSOLIDATE (INCOMPLT) IS LISTED AND
      *    SELECTED WITH THE ABNORMAL RUNS.
           IF AUDIT-DATE NOT < WS-SEL-FROM-DATE
               AND AUDIT-DATE NOT > WS-SEL-TO-DATE
               AND (WS-SEL-USERID = SPACES
                   OR AUDIT-USERID = WS-SEL-USERID)
               AND (WS-SEL-STATUS = SPACES
                   OR AUDIT-STATUS = WS-SEL-STATUS
                   OR (WS-SEL-STATUS = "ABNORMAL"
                       AND AUDIT-INCOMPLETE))
               ADD 1 TO WS-SELECTED-RUNS
               COMPUTE WS-RUN-COUNTERS =
                   AUDIT-MYLIMIT - AUDIT-START-VALUE + 1
               ADD WS-RUN-COUNTERS TO WS-TOTAL-COUNTERS
               PERFORM 220-TALLY-USER
               PERFORM 230-TALLY-DAY
               IF AUDIT-ABNORMAL OR AUDIT-INCOMPLETE
                   ADD 1 TO WS-ABNORMAL-RUNS
                   PERFORM 240-WRITE-ABNORMAL-DETAIL
               END-IF
           MOVE AUDIT-RUN-NUMBER TO WS-ABN-RUN-NUMBER
           MOVE AUDIT-START-VALUE TO WS-ABN-START
           MOVE AUDIT-MYLIMIT TO WS-ABN-MYLIMIT
           MOVE AUDIT-STATUS TO WS-ABN-STATUS
           MOVE WS-ABNORMAL-LINE TO AUDRPT-LINE
           WRITE AUDRPT-LINE.

               WS-SELECTED-RUNS DELIMITED BY SIZE
               " RUNS SELECTED OF " DELIMITED BY SIZE
               WS-READ-RUNS DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-ABNORMAL-RUNS DELIMITED BY SIZE
               " ABNORMAL, " DELIMITED BY SIZE
               WS-TOTAL-COUNTERS DELIMITED BY SIZE
       900-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE AUDIT-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZAUDR" TO WS-STEP-PROGRAM
           MOVE "FIZZAUDR" TO WS-STEP-JOBNAME
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
           MOVE WS-READ-RUNS TO WS-STEP-READ
           MOVE WS-SELECTED-RUNS TO WS-STEP-WRITTEN
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
