      *    FIZZTOLC - DISTRIBUTION TOLERANCE CHECK OVER THE STATHIST
      *    RUN-SUMMARY RECORDS WRITTEN BY FIZZBUZZ. FIZZTRND SHOWS
      *    HOW THE PLAIN/SINGLE-LABEL/MULTI-LABEL DISTRIBUTION MOVES
      *    ACROSS RUNS, BUT A HUMAN STILL HAD TO NOTICE WHEN IT
      *    MOVED TOO FAR - THIS STEP NOTICES FOR THEM. TOLERANCE
      *    THE PERCENTAGE ACTUALLY ACHIEVED IS THE CATEGORY COUNT
      *    OVER STAT-TOTAL-COUNT, IN HUNDREDTHS, ROUNDED - THE SAME
      *    UNITS AS THE CARDS, SO THE REPORT READS STRAIGHT ACROSS.
      *    ONLY THE WINDOW IS READ: STATHIST IS KEYED BY RUN DATE, SO
      *    THE CHECK STARTS AT THE FROM DATE AND STOPS PAST THE TO
      *    DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZTOLC.

               FILE STATUS IS WS-TOLC-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT TOL-REPORT-FILE ASSIGN TO "TOLCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOLCSEL-FILE
           LABEL RECORDS STANDARD.
       01  TOLC-REPORT-LINE    PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-TOLSEL-STATUS  PIC XX VALUE SPACES.
       01 WS-TOLC-STATUS    PIC XX VALUE SPACES.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CHK-VERDICT    PIC X(12).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT TOLCHK-FATAL
               PERFORM 110-LOAD-TOLERANCE-CARDS
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
                   SET TOLCHK-FATAL TO TRUE
                   CLOSE STAT-FILE
               END-IF
           END-IF

           IF NOT TOLCHK-FATAL
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
           MOVE "===== FIZZBUZZ DISTRIBUTION TOLERANCE CHECK ====="
               TO TOLC-REPORT-LINE
           WRITE TOLC-REPORT-LINE.

       200-PROCESS-STAT-RECORDS.
      *    THE WINDOW ENDS AT THE FIRST KEY PAST THE TO DATE
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   IF STAT-DATE > WS-SEL-TO-DATE
                       SET STAT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RUNS-READ
                       PERFORM 210-CHECK-ONE-RUN
                   END-IF
           END-READ.
               WS-RUNS-CHECKED DELIMITED BY SIZE
               " RUNS CHECKED OF " DELIMITED BY SIZE
               WS-RUNS-READ DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-CHECKS-IN-BAND DELIMITED BY SIZE
               " IN BAND, " DELIMITED BY SIZE
               WS-CHECKS-OUT-OF-BAND DELIMITED BY SIZE
       900-TERMINATE.
           CLOSE STAT-FILE
           CLOSE TOL-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZTOLC" TO WS-STEP-PROGRAM
           MOVE "FIZZTOLC" TO WS-STEP-JOBNAME
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
           MOVE WS-RUNS-READ TO WS-STEP-READ
           MOVE WS-RUNS-CHECKED TO WS-STEP-WRITTEN
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
