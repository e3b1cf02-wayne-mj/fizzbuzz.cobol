      *    FIZZTRND - TREND REPORT OVER THE STATHIST RUN-SUMMARY
      *    STATISTICS HISTORY WRITTEN BY FIZZBUZZ
      *    (195-WRITE-STAT-RECORD). SELECTS THE RUNS INSIDE THE
      *    DATE WINDOW ON THE TRNDSEL CARD AND SHOWS HOW THE RESULT
      *    DISTRIBUTION - PLAIN NUMBERS, SINGLE-RULE MATCHES PER
      *    LABEL, MULTI-RULE MATCHES - MOVES ACROSS RUNS, PLUS
      *    AGGREGATE TOTALS FOR THE WHOLE WINDOW, SO THE WEEKLY
      *    SANITY CHECK NO LONGER DEPENDS ON DIGGING OLD JOB LOGS
      *    OUT OF THE OUTPUT QUEUE BEFORE SYSOUT AGES OFF. THE
      *    HISTORY IS KEYED BY RUN DATE, SO ONLY THE WINDOW IS READ:
      *    IT STARTS AT THE FROM DATE AND STOPS PAST THE TO DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZTRND.

               FILE STATUS IS WS-TRNDSEL-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRND-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRNDSEL-FILE
           LABEL RECORDS STANDARD.
       01  TRNDRPT-LINE        PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-TRNDSEL-STATUS PIC XX VALUE SPACES.
       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "  MATCHED ALONE ".
           05 WS-LBL-SUM        PIC 9(12).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT TREND-FATAL
               PERFORM 130-OPEN-TREND-FILES
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
                   SET TREND-FATAL TO TRUE
                   CLOSE STAT-FILE
               END-IF
           END-IF

           IF NOT TREND-FATAL
               PERFORM 140-POSITION-STAT-HISTORY
           END-IF.

       140-POSITION-STAT-HISTORY.
      *    NOTHING ON FILE AT OR PAST THE FROM DATE (INVALID KEY) IS
      *    AN EMPTY WINDOW, STILL REPORTED AS SUCH
           MOVE WS-SEL-FROM-DATE TO STAT-DATE
           MOVE 0 TO STAT-TIME
           MOVE LOW-VALUES TO STAT-JOBNAME
           MOVE 0 TO STAT-RUN-NUMBER
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET STAT-EOF TO TRUE
           END-START.

       170-WRITE-REPORT-HEADER.
           MOVE "===== FIZZBUZZ DISTRIBUTION TREND REPORT ====="
               TO TRNDRPT-LINE
           WRITE TRNDRPT-LINE.

       200-PROCESS-STAT-RECORDS.
      *    THE WINDOW ENDS AT THE FIRST KEY PAST THE TO DATE
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   IF STAT-DATE > WS-SEL-TO-DATE
                       SET STAT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-READ-RUNS
                       PERFORM 210-REPORT-SELECTED-RUN
                   END-IF
           END-READ.
               WS-SELECTED-RUNS DELIMITED BY SIZE
               " RUNS SELECTED OF " DELIMITED BY SIZE
               WS-READ-RUNS DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-SUM-TOTAL DELIMITED BY SIZE
               " COUNTERS (" DELIMITED BY SIZE
               WS-SUM-PLAIN DELIMITED BY SIZE
       900-TERMINATE.
           CLOSE STAT-FILE
           CLOSE TREND-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZTRND" TO WS-STEP-PROGRAM
           MOVE "FIZZTRND" TO WS-STEP-JOBNAME
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
