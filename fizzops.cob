      *    FIZZOPS - NIGHTLY OPERATIONS SUMMARY OVER THE JOBLOG STEP
      *    RECORDS EVERY PROGRAM IN THE SUITE APPENDS AS IT ENDS
      *    (JOBLREC.CPY). CHECKS THE STEPS THAT STARTED INSIDE THE
      *    PROCESSING WINDOW ON THE OPSSEL CARD (OPSSEL.CPY) AGAINST
      *    THE EXPECTED JOB STREAM ON JOBSTRM (STRMCARD.CPY) AND
      *    LISTS EACH EXPECTED STEP AS RAN CLEAN, RAN WITH WARNINGS,
      *    FAILED OR MISSING, WITH ITS RETURN CODE, MOST SEVERE
      *    MESSAGE ID, START/END AND ELAPSED TIME AND RECORD COUNTS -
      *    THE MORNING CHECK THAT USED TO MEAN PAGING THROUGH EVERY
      *    JOB'S SYSOUT. A STEP THAT STARTED BEFORE AN EARLIER STEP
      *    OF THE STREAM HAD ENDED, OR THAT RAN ALTHOUGH AN EARLIER
      *    STEP NEVER DID, IS FLAGGED OUT OF ORDER; STEPS THAT RAN
      *    BUT ARE NOT IN THE STREAM AT ALL ARE LISTED SEPARATELY.
      *    A STEP RERUN INSIDE THE WINDOW IS REPORTED BY ITS LATEST
      *    ATTEMPT, WITH THE NUMBER OF ATTEMPTS.
      *    THE JOBS OF A PARTITIONED FIZZBUZZ RUN EXECUTE TOGETHER,
      *    SO EACH KEEPS ITS OWN JOBLOG.PNN DATASET; PARTLOG
      *    CONCATENATES THEM AND ITS RECORDS ARE CHECKED EXACTLY AS
      *    JOBLOG'S ARE. IT IS OPTIONAL - LEAVE THE DD OUT WHERE NO
      *    PARTITIONED RUNS ARE MADE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZOPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSSEL-FILE ASSIGN TO "OPSSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSSEL-STATUS.

           SELECT STREAM-FILE ASSIGN TO "JOBSTRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT PART-LOG-FILE ASSIGN TO "PARTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-LOG-STATUS.

           SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPSSEL-FILE
           LABEL RECORDS STANDARD.
           COPY OPSSEL.

       FD  STREAM-FILE
           LABEL RECORDS STANDARD.
           COPY STRMCARD.

      *    BOTH STEP LOGS ARE READ INTO THE ONE JOBLREC.CPY LAYOUT IN
      *    WORKING-STORAGE, WHICH IS ALSO WHERE THIS STEP'S OWN
      *    RECORD IS BUILT
       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
       01  JOBLOG-LINE         PIC X(100).

       FD  PART-LOG-FILE
           LABEL RECORDS STANDARD.
       01  PART-LOG-LINE       PIC X(100).

       FD  OPS-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  OPSRPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPSSEL-STATUS  PIC XX VALUE SPACES.
       01 WS-STRM-STATUS    PIC XX VALUE SPACES.
       01 WS-OPSRPT-STATUS  PIC XX VALUE SPACES.
       01 WS-STRM-EOF       PIC X VALUE "N".
           88 STRM-EOF                VALUE "Y".
           88 STRM-NOT-EOF            VALUE "N".
       01 WS-JOBLOG-EOF     PIC X VALUE "N".
           88 JOBLOG-EOF              VALUE "Y".
           88 JOBLOG-NOT-EOF          VALUE "N".
       01 WS-PART-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-PART-LOG-EOF   PIC X VALUE "N".
           88 PART-LOG-EOF            VALUE "Y".
           88 PART-LOG-NOT-EOF        VALUE "N".
       01 WS-PART-LOG-IND   PIC X VALUE "N".
           88 PART-LOG-OPEN           VALUE "Y".
           88 PART-LOG-NOT-OPEN       VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 REPORT-FATAL            VALUE "Y".
           88 REPORT-NOT-FATAL        VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 REPORT-WARNING          VALUE "Y".
           88 REPORT-NO-WARNING       VALUE "N".

      *    THE PROCESSING WINDOW IN FORCE, AFTER DEFAULTING, AS
      *    YYYYMMDDHHMM STAMPS A STEP'S START IS COMPARED AGAINST
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-SEL-FROM-DATE  PIC 9(8) VALUE 0.
       01 WS-SEL-FROM-TIME  PIC 9(4) VALUE 0.
       01 WS-SEL-TO-DATE    PIC 9(8) VALUE 0.
       01 WS-SEL-TO-TIME    PIC 9(4) VALUE 2359.
       01 WS-WINDOW-FROM    PIC 9(12) VALUE 0.
       01 WS-WINDOW-TO      PIC 9(12) VALUE 0.
       01 WS-RECORD-STAMP   PIC 9(12) VALUE 0.
       01 WS-HHMM-CHECK.
           05 WS-HHMM-HH        PIC 99.
           05 WS-HHMM-MM        PIC 99.

      *    THE EXPECTED STREAM, ONE ENTRY PER JOBSTRM CARD IN RUN
      *    ORDER, FILLED IN FROM THE LATEST JOBLOG RECORD MATCHING
      *    EACH. 50 STEPS IS FAR MORE THAN THE NIGHTLY STREAM RUNS.
       01 WS-EXP-COUNT      PIC 9(3) VALUE 0.
       01 WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 50 TIMES.
               10 WS-EXP-PROGRAM       PIC X(8).
               10 WS-EXP-JOBNAME       PIC X(8).
               10 WS-EXP-ATTEMPTS      PIC 9(2).
               10 WS-EXP-JOBNAME-RUN   PIC X(8).
               10 WS-EXP-RC            PIC 9(4).
               10 WS-EXP-MSGID         PIC X(7).
               10 WS-EXP-START-DATE    PIC 9(8).
               10 WS-EXP-START-TIME    PIC 9(8).
               10 WS-EXP-END-DATE      PIC 9(8).
               10 WS-EXP-END-TIME      PIC 9(8).
               10 WS-EXP-READ          PIC 9(9).
               10 WS-EXP-WRITTEN       PIC 9(9).
       01 EXP-IDX           PIC 9(3) VALUE 0.
       01 PICK-IDX          PIC 9(3) VALUE 0.
       01 ORD-IDX           PIC 9(3) VALUE 0.
       01 WS-LAST-MATCH     PIC 9(3) VALUE 0.

      *    START/END STAMPS (YYYYMMDDHHMMSSHH) FOR THE ORDER CHECK
       01 WS-THIS-START     PIC 9(16) VALUE 0.
       01 WS-PRIOR-END      PIC 9(16) VALUE 0.
       01 WS-ORDER-IND      PIC X VALUE "N".
           88 STEP-OUT-OF-ORDER       VALUE "Y".
           88 STEP-IN-ORDER           VALUE "N".

      *    STEPS THAT RAN INSIDE THE WINDOW BUT ARE NOT IN THE
      *    EXPECTED STREAM - OVERFLOW IS REPORTED, NOT DROPPED
       01 WS-UNX-COUNT      PIC 9(3) VALUE 0.
       01 WS-UNX-TABLE.
           05 WS-UNX-ENTRY OCCURS 50 TIMES.
               10 WS-UNX-PROGRAM       PIC X(8).
               10 WS-UNX-JOBNAME       PIC X(8).
               10 WS-UNX-START-DATE    PIC 9(8).
               10 WS-UNX-START-TIME    PIC 9(8).
               10 WS-UNX-RC            PIC 9(4).
       01 UNX-IDX           PIC 9(3) VALUE 0.

      *    ELAPSED-TIME WORK - HHMMSSHH BROKEN OUT TO SECONDS
       01 WS-TIME-WORK.
           05 WS-TW-HH          PIC 99.
           05 WS-TW-MM          PIC 99.
           05 WS-TW-SS          PIC 99.
           05 WS-TW-HS          PIC 99.
       01 WS-START-SECONDS  PIC 9(6) VALUE 0.
       01 WS-END-SECONDS    PIC 9(6) VALUE 0.
       01 WS-ELAPSED        PIC 9(6) VALUE 0.
       01 WS-ELAPSED-REM    PIC 9(6) VALUE 0.

      *    WHOLE-REPORT TOTALS
       01 WS-RECORDS-READ   PIC 9(7) VALUE 0.
       01 WS-IN-WINDOW      PIC 9(7) VALUE 0.
       01 WS-RAN-CLEAN      PIC 9(3) VALUE 0.
       01 WS-RAN-WARNINGS   PIC 9(3) VALUE 0.
       01 WS-FAILED         PIC 9(3) VALUE 0.
       01 WS-MISSING        PIC 9(3) VALUE 0.
       01 WS-OUT-OF-ORDER   PIC 9(3) VALUE 0.
       01 WS-UNEXPECTED     PIC 9(3) VALUE 0.

      *    DETAIL LINE FOR ONE EXPECTED STEP
       01 WS-STEP-LINE.
           05 WS-SL-SEQ         PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-PROGRAM     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-JOBNAME     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-STATUS      PIC X(17).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-RC          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-MSGID       PIC X(7).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-START       PIC X(17).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-END         PIC X(17).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-ELAPSED     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-READ        PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-WRITTEN     PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SL-ATTEMPTS    PIC X(2).
       01 WS-STAMP-EDIT.
           05 WS-SE-DATE        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SE-TIME        PIC 9(8).
       01 WS-ELAPSED-EDIT.
           05 WS-EE-HH          PIC 99.
           05 FILLER            PIC X VALUE ":".
           05 WS-EE-MM          PIC 99.
           05 FILLER            PIC X VALUE ":".
           05 WS-EE-SS          PIC 99.
       01 WS-NUM-EDIT-4     PIC 9(4) VALUE 0.
       01 WS-NUM-EDIT-9     PIC 9(9) VALUE 0.
       01 WS-NUM-EDIT-2     PIC 9(2) VALUE 0.

      *    DETAIL LINE FOR ONE STEP NOT IN THE STREAM
       01 WS-UNX-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-UL-PROGRAM     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-UL-JOBNAME     PIC X(8).
           05 FILLER            PIC X(9) VALUE " STARTED ".
           05 WS-UL-START-DATE  PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-UL-START-TIME  PIC 9(8).
           05 FILLER            PIC X(5) VALUE "  RC ".
           05 WS-UL-RC          PIC 9(4).

           COPY JOBLREC.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           PERFORM 120-LOAD-EXPECTED-STREAM
           IF NOT REPORT-FATAL
               PERFORM 130-OPEN-REPORT-FILES
           END-IF
           IF NOT REPORT-FATAL
               PERFORM 200-READ-JOBLOG-RECORD
                   UNTIL JOBLOG-EOF
               CLOSE JOBLOG-FILE
               IF PART-LOG-OPEN
                   PERFORM 202-READ-PART-LOG-RECORD
                       UNTIL PART-LOG-EOF
                   CLOSE PART-LOG-FILE
               END-IF
               PERFORM 170-WRITE-REPORT-HEADER
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXP-COUNT
                   PERFORM 300-REPORT-ONE-STEP
               END-PERFORM
               PERFORM 400-REPORT-UNEXPECTED-STEPS
               PERFORM 800-WRITE-TOTALS
               PERFORM 900-TERMINATE
           END-IF

      *    0 = EVERY EXPECTED STEP RAN CLEAN AND IN ORDER, 4 = SOME
      *    RAN WITH WARNINGS, A STEP OUTSIDE THE STREAM RAN, OR A
      *    SELECTION FIELD WAS DEFAULTED, 8 = A STEP FAILED, IS
      *    MISSING OR RAN OUT OF ORDER - THE MORNING SHIFT'S CUE TO
      *    ACT - 16 = THE REPORT COULD NOT BE PRODUCED
           IF REPORT-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FAILED > 0 OR WS-MISSING > 0
                   OR WS-OUT-OF-ORDER > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF REPORT-WARNING OR WS-RAN-WARNINGS > 0
                       OR WS-UNEXPECTED > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
      *    A MISSING OR EMPTY OPSSEL DD CHECKS TODAY, 0000-2359 -
      *    THE DEFAULTS BELOW
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-SEL-FROM-DATE
           MOVE WS-TODAY TO WS-SEL-TO-DATE
           OPEN INPUT OPSSEL-FILE
           IF WS-OPSSEL-STATUS = "00"
               READ OPSSEL-FILE
                   AT END
                       DISPLAY "NO SELECTION CARD SUPPLIED - "
                           "CHECKING TODAY'S STEPS"
                   NOT AT END
                       PERFORM 105-VALIDATE-SELECT-CARD
               END-READ
               CLOSE OPSSEL-FILE
           ELSE
               DISPLAY "OPSSEL NOT AVAILABLE (STATUS "
                   WS-OPSSEL-STATUS ") - CHECKING TODAY'S STEPS"
           END-IF
           COMPUTE WS-WINDOW-FROM =
               WS-SEL-FROM-DATE * 10000 + WS-SEL-FROM-TIME
           COMPUTE WS-WINDOW-TO =
               WS-SEL-TO-DATE * 10000 + WS-SEL-TO-TIME.

       105-VALIDATE-SELECT-CARD.
      *    A TYPO'D FIELD IS REPORTED, DEFAULTED AND FLAGGED SO THE
      *    MORNING REPORT IS NOT TRUSTED UNREAD
           IF OPSSEL-FROM-DATE = SPACES OR OPSSEL-FROM-DATE = ZEROS
               CONTINUE
           ELSE
               IF OPSSEL-FROM-DATE NOT NUMERIC
                   DISPLAY "INVALID PROCESSING DATE '"
                       OPSSEL-FROM-DATE "' - NOT NUMERIC. USING "
                       "TODAY"
                   SET REPORT-WARNING TO TRUE
               ELSE
                   MOVE OPSSEL-FROM-DATE TO WS-SEL-FROM-DATE
                   MOVE OPSSEL-FROM-DATE TO WS-SEL-TO-DATE
               END-IF
           END-IF

           IF OPSSEL-FROM-TIME NOT = SPACES
               MOVE OPSSEL-FROM-TIME TO WS-HHMM-CHECK
               IF OPSSEL-FROM-TIME NOT NUMERIC
                   OR WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                   DISPLAY "INVALID FROM TIME '" OPSSEL-FROM-TIME
                       "' - MUST BE HHMM. USING 0000"
                   SET REPORT-WARNING TO TRUE
               ELSE
                   MOVE OPSSEL-FROM-TIME TO WS-SEL-FROM-TIME
               END-IF
           END-IF

           IF OPSSEL-TO-DATE = SPACES OR OPSSEL-TO-DATE = ZEROS
               CONTINUE
           ELSE
               IF OPSSEL-TO-DATE NOT NUMERIC
                   DISPLAY "INVALID TO DATE '" OPSSEL-TO-DATE
                       "' - NOT NUMERIC. USING THE PROCESSING DATE"
                   SET REPORT-WARNING TO TRUE
               ELSE
                   MOVE OPSSEL-TO-DATE TO WS-SEL-TO-DATE
               END-IF
           END-IF

           IF OPSSEL-TO-TIME NOT = SPACES
               MOVE OPSSEL-TO-TIME TO WS-HHMM-CHECK
               IF OPSSEL-TO-TIME NOT NUMERIC
                   OR WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                   DISPLAY "INVALID TO TIME '" OPSSEL-TO-TIME
                       "' - MUST BE HHMM. USING 2359"
                   SET REPORT-WARNING TO TRUE
               ELSE
                   MOVE OPSSEL-TO-TIME TO WS-SEL-TO-TIME
               END-IF
           END-IF

           IF WS-SEL-TO-DATE < WS-SEL-FROM-DATE
               OR (WS-SEL-TO-DATE = WS-SEL-FROM-DATE
                   AND WS-SEL-TO-TIME < WS-SEL-FROM-TIME)
               DISPLAY "INVALID WINDOW: " WS-SEL-FROM-DATE " "
                   WS-SEL-FROM-TIME " IS AFTER " WS-SEL-TO-DATE " "
                   WS-SEL-TO-TIME ". USING THE WHOLE PROCESSING DATE"
               MOVE WS-SEL-FROM-DATE TO WS-SEL-TO-DATE
               MOVE 0 TO WS-SEL-FROM-TIME
               MOVE 2359 TO WS-SEL-TO-TIME
               SET REPORT-WARNING TO TRUE
           END-IF.

       120-LOAD-EXPECTED-STREAM.
      *    WITHOUT THE EXPECTED STREAM THERE IS NOTHING TO CHECK
      *    AGAINST - FATAL, NOT AN EMPTY "ALL CLEAN" REPORT
           OPEN INPUT STREAM-FILE
           IF WS-STRM-STATUS NOT = "00"
               DISPLAY "JOBSTRM COULD NOT BE OPENED (STATUS "
                   WS-STRM-STATUS ") - REPORT ABANDONED"
               SET REPORT-FATAL TO TRUE
           ELSE
               MOVE SPACES TO WS-EXP-TABLE
               PERFORM UNTIL STRM-EOF
                   READ STREAM-FILE
                       AT END
                           SET STRM-EOF TO TRUE
                       NOT AT END
                           PERFORM 125-ADD-EXPECTED-STEP
                   END-READ
               END-PERFORM
               CLOSE STREAM-FILE
               IF WS-EXP-COUNT = 0
                   DISPLAY "JOBSTRM HOLDS NO STEPS - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
               END-IF
           END-IF.

       125-ADD-EXPECTED-STEP.
           IF STRM-PROGRAM NOT = SPACES
               IF WS-EXP-COUNT >= 50
                   DISPLAY "MORE THAN 50 EXPECTED STEPS - '"
                       STRM-PROGRAM "' AND BEYOND NOT CHECKED"
                   SET REPORT-WARNING TO TRUE
                   SET STRM-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-EXP-COUNT
                   MOVE STRM-PROGRAM TO WS-EXP-PROGRAM (WS-EXP-COUNT)
                   MOVE STRM-JOBNAME TO WS-EXP-JOBNAME (WS-EXP-COUNT)
                   MOVE 0 TO WS-EXP-ATTEMPTS (WS-EXP-COUNT)
               END-IF
           END-IF.

       130-OPEN-REPORT-FILES.
      *    NO JOBLOG IS FATAL - AN EMPTY REPORT SAYING EVERY STEP IS
      *    MISSING WOULD SEND THE SHIFT CHASING THE WRONG PROBLEM
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "JOBLOG COULD NOT BE OPENED (STATUS "
                   WS-JOBLOG-STATUS ") - REPORT ABANDONED"
               SET REPORT-FATAL TO TRUE
           END-IF

           IF NOT REPORT-FATAL
               OPEN OUTPUT OPS-REPORT-FILE
               IF WS-OPSRPT-STATUS NOT = "00"
                   DISPLAY "OPSRPT COULD NOT BE OPENED (STATUS "
                       WS-OPSRPT-STATUS ") - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
                   CLOSE JOBLOG-FILE
               END-IF
           END-IF

      *    NO PARTLOG (STATUS 35) JUST MEANS NO PARTITIONED RUNS ARE
      *    BEING CHECKED; ONE THAT IS THERE BUT CANNOT BE READ LEAVES
      *    THOSE STEPS UNCHECKED, WHICH THE SHIFT MUST BE TOLD
           IF NOT REPORT-FATAL
               OPEN INPUT PART-LOG-FILE
               IF WS-PART-LOG-STATUS = "00"
                   SET PART-LOG-OPEN TO TRUE
               ELSE
                   IF WS-PART-LOG-STATUS NOT = "35"
                       DISPLAY "PARTLOG COULD NOT BE OPENED (STATUS "
                           WS-PART-LOG-STATUS ") - PARTITION STEPS "
                           "NOT CHECKED"
                       SET REPORT-WARNING TO TRUE
                   END-IF
               END-IF
           END-IF.

       170-WRITE-REPORT-HEADER.
           MOVE "===== FIZZBUZZ JOB-STREAM OPERATIONS SUMMARY ====="
               TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE SPACES TO OPSRPT-LINE
           STRING "PROCESSING WINDOW: STEPS STARTED " DELIMITED BY SIZE
               WS-SEL-FROM-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-FROM-TIME DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-SEL-TO-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEL-TO-TIME DELIMITED BY SIZE
               INTO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE SPACES TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE "----- EXPECTED JOB STREAM -----" TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE SPACES TO OPSRPT-LINE
           STRING "SEQ PROGRAM  JOBNAME  STATUS            RC   "
               DELIMITED BY SIZE
               "MSGID   STARTED           ENDED             "
               DELIMITED BY SIZE
               "ELAPSED  READ      WRITTEN   RUNS"
               DELIMITED BY SIZE
               INTO OPSRPT-LINE
           WRITE OPSRPT-LINE.

       200-READ-JOBLOG-RECORD.
      *    A STEP BELONGS TO THE WINDOW BY ITS START - JOBLOG IS
      *    WRITTEN AS STEPS END, SO FILE ORDER IS NOT RUN ORDER
           READ JOBLOG-FILE INTO JOBLOG-RECORD
               AT END
                   SET JOBLOG-EOF TO TRUE
               NOT AT END
                   PERFORM 205-SELECT-STEP-RECORD
           END-READ.

       202-READ-PART-LOG-RECORD.
           READ PART-LOG-FILE INTO JOBLOG-RECORD
               AT END
                   SET PART-LOG-EOF TO TRUE
               NOT AT END
                   PERFORM 205-SELECT-STEP-RECORD
           END-READ.

       205-SELECT-STEP-RECORD.
           ADD 1 TO WS-RECORDS-READ
           COMPUTE WS-RECORD-STAMP = JLOG-START-DATE * 10000
               + JLOG-START-TIME / 10000
           IF WS-RECORD-STAMP NOT < WS-WINDOW-FROM
               AND WS-RECORD-STAMP NOT > WS-WINDOW-TO
               ADD 1 TO WS-IN-WINDOW
               PERFORM 210-MATCH-STEP-RECORD
           END-IF.

       210-MATCH-STEP-RECORD.
      *    THE FIRST EXPECTED STEP FOR THIS PROGRAM (AND JOBNAME,
      *    WHEN THE CARD NAMES ONE) THAT HAS NOT RUN YET TAKES THE
      *    RECORD; IF EVERY SUCH STEP HAS RUN, THIS IS A RERUN OF
      *    THE LAST OF THEM
           MOVE 0 TO PICK-IDX
           MOVE 0 TO WS-LAST-MATCH
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT OR PICK-IDX > 0
               IF WS-EXP-PROGRAM (EXP-IDX) = JLOG-PROGRAM
                   AND (WS-EXP-JOBNAME (EXP-IDX) = SPACES
                     OR WS-EXP-JOBNAME (EXP-IDX) = JLOG-JOBNAME)
                   MOVE EXP-IDX TO WS-LAST-MATCH
                   IF WS-EXP-ATTEMPTS (EXP-IDX) = 0
                       MOVE EXP-IDX TO PICK-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF PICK-IDX = 0
               MOVE WS-LAST-MATCH TO PICK-IDX
           END-IF

           IF PICK-IDX = 0
               PERFORM 220-RECORD-UNEXPECTED-STEP
           ELSE
               ADD 1 TO WS-EXP-ATTEMPTS (PICK-IDX)
               COMPUTE WS-THIS-START =
                   JLOG-START-DATE * 100000000 + JLOG-START-TIME
               COMPUTE WS-PRIOR-END =
                   WS-EXP-START-DATE (PICK-IDX) * 100000000
                   + WS-EXP-START-TIME (PICK-IDX)
               IF WS-EXP-ATTEMPTS (PICK-IDX) = 1
                   OR WS-THIS-START NOT < WS-PRIOR-END
                   MOVE JLOG-JOBNAME TO WS-EXP-JOBNAME-RUN (PICK-IDX)
                   MOVE JLOG-RETURN-CODE TO WS-EXP-RC (PICK-IDX)
                   MOVE JLOG-HIGH-MSGID TO WS-EXP-MSGID (PICK-IDX)
                   MOVE JLOG-START-DATE
                       TO WS-EXP-START-DATE (PICK-IDX)
                   MOVE JLOG-START-TIME
                       TO WS-EXP-START-TIME (PICK-IDX)
                   MOVE JLOG-END-DATE TO WS-EXP-END-DATE (PICK-IDX)
                   MOVE JLOG-END-TIME TO WS-EXP-END-TIME (PICK-IDX)
                   MOVE JLOG-RECORDS-READ TO WS-EXP-READ (PICK-IDX)
                   MOVE JLOG-RECORDS-WRITTEN
                       TO WS-EXP-WRITTEN (PICK-IDX)
               END-IF
           END-IF.

       220-RECORD-UNEXPECTED-STEP.
           ADD 1 TO WS-UNEXPECTED
           IF WS-UNX-COUNT >= 50
               DISPLAY "MORE THAN 50 STEPS OUTSIDE THE STREAM - '"
                   JLOG-PROGRAM "' NOT LISTED SEPARATELY"
               SET REPORT-WARNING TO TRUE
           ELSE
               ADD 1 TO WS-UNX-COUNT
               MOVE JLOG-PROGRAM TO WS-UNX-PROGRAM (WS-UNX-COUNT)
               MOVE JLOG-JOBNAME TO WS-UNX-JOBNAME (WS-UNX-COUNT)
               MOVE JLOG-START-DATE
                   TO WS-UNX-START-DATE (WS-UNX-COUNT)
               MOVE JLOG-START-TIME
                   TO WS-UNX-START-TIME (WS-UNX-COUNT)
               MOVE JLOG-RETURN-CODE TO WS-UNX-RC (WS-UNX-COUNT)
           END-IF.

       300-REPORT-ONE-STEP.
           MOVE SPACES TO WS-STEP-LINE
           MOVE EXP-IDX TO WS-SL-SEQ
           MOVE WS-EXP-PROGRAM (EXP-IDX) TO WS-SL-PROGRAM
           IF WS-EXP-ATTEMPTS (EXP-IDX) = 0
               MOVE WS-EXP-JOBNAME (EXP-IDX) TO WS-SL-JOBNAME
               MOVE "MISSING" TO WS-SL-STATUS
               ADD 1 TO WS-MISSING
           ELSE
               MOVE WS-EXP-JOBNAME-RUN (EXP-IDX) TO WS-SL-JOBNAME
               EVALUATE TRUE
                   WHEN WS-EXP-RC (EXP-IDX) = 0
                       MOVE "RAN CLEAN" TO WS-SL-STATUS
                       ADD 1 TO WS-RAN-CLEAN
                   WHEN WS-EXP-RC (EXP-IDX) < 8
                       MOVE "RAN WITH WARNINGS" TO WS-SL-STATUS
                       ADD 1 TO WS-RAN-WARNINGS
                   WHEN OTHER
                       MOVE "FAILED" TO WS-SL-STATUS
                       ADD 1 TO WS-FAILED
               END-EVALUATE
               MOVE WS-EXP-RC (EXP-IDX) TO WS-NUM-EDIT-4
               MOVE WS-NUM-EDIT-4 TO WS-SL-RC
               MOVE WS-EXP-MSGID (EXP-IDX) TO WS-SL-MSGID
               MOVE WS-EXP-START-DATE (EXP-IDX) TO WS-SE-DATE
               MOVE WS-EXP-START-TIME (EXP-IDX) TO WS-SE-TIME
               MOVE WS-STAMP-EDIT TO WS-SL-START
               MOVE WS-EXP-END-DATE (EXP-IDX) TO WS-SE-DATE
               MOVE WS-EXP-END-TIME (EXP-IDX) TO WS-SE-TIME
               MOVE WS-STAMP-EDIT TO WS-SL-END
               PERFORM 330-COMPUTE-ELAPSED
               MOVE WS-ELAPSED-EDIT TO WS-SL-ELAPSED
               MOVE WS-EXP-READ (EXP-IDX) TO WS-NUM-EDIT-9
               MOVE WS-NUM-EDIT-9 TO WS-SL-READ
               MOVE WS-EXP-WRITTEN (EXP-IDX) TO WS-NUM-EDIT-9
               MOVE WS-NUM-EDIT-9 TO WS-SL-WRITTEN
               MOVE WS-EXP-ATTEMPTS (EXP-IDX) TO WS-NUM-EDIT-2
               MOVE WS-NUM-EDIT-2 TO WS-SL-ATTEMPTS
           END-IF
           MOVE WS-STEP-LINE TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           IF WS-EXP-ATTEMPTS (EXP-IDX) > 0
               PERFORM 320-CHECK-STEP-ORDER
           END-IF.

       320-CHECK-STEP-ORDER.
      *    EVERY EARLIER STEP OF THE STREAM MUST HAVE RUN AND ENDED
      *    BEFORE THIS ONE STARTED. ONLY THE FIRST BREACH IS LISTED
      *    - ONE IS ENOUGH TO SEND SOMEONE TO LOOK.
           SET STEP-IN-ORDER TO TRUE
           COMPUTE WS-THIS-START =
               WS-EXP-START-DATE (EXP-IDX) * 100000000
               + WS-EXP-START-TIME (EXP-IDX)
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX >= EXP-IDX OR STEP-OUT-OF-ORDER
               IF WS-EXP-ATTEMPTS (ORD-IDX) = 0
                   SET STEP-OUT-OF-ORDER TO TRUE
                   MOVE SPACES TO OPSRPT-LINE
                   STRING "    *** OUT OF ORDER - RAN, BUT EARLIER "
                       DELIMITED BY SIZE
                       "STEP " DELIMITED BY SIZE
                       ORD-IDX DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EXP-PROGRAM (ORD-IDX) DELIMITED BY SIZE
                       " NEVER RAN" DELIMITED BY SIZE
                       INTO OPSRPT-LINE
                   WRITE OPSRPT-LINE
               ELSE
                   COMPUTE WS-PRIOR-END =
                       WS-EXP-END-DATE (ORD-IDX) * 100000000
                       + WS-EXP-END-TIME (ORD-IDX)
                   IF WS-THIS-START < WS-PRIOR-END
                       SET STEP-OUT-OF-ORDER TO TRUE
                       MOVE SPACES TO OPSRPT-LINE
                       STRING "    *** OUT OF ORDER - STARTED BEFORE "
                           DELIMITED BY SIZE
                           "STEP " DELIMITED BY SIZE
                           ORD-IDX DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EXP-PROGRAM (ORD-IDX) DELIMITED BY SIZE
                           " HAD ENDED" DELIMITED BY SIZE
                           INTO OPSRPT-LINE
                       WRITE OPSRPT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF STEP-OUT-OF-ORDER
               ADD 1 TO WS-OUT-OF-ORDER
           END-IF.

       330-COMPUTE-ELAPSED.
      *    A STEP ENDING ON A LATER DATE THAN IT STARTED CROSSED
      *    MIDNIGHT - NO STEP IN THIS SUITE RUNS FOR A DAY OR MORE
           MOVE WS-EXP-START-TIME (EXP-IDX) TO WS-TIME-WORK
           COMPUTE WS-START-SECONDS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
           MOVE WS-EXP-END-TIME (EXP-IDX) TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
           IF WS-EXP-END-DATE (EXP-IDX)
               > WS-EXP-START-DATE (EXP-IDX)
               ADD 86400 TO WS-END-SECONDS
           END-IF
           IF WS-END-SECONDS < WS-START-SECONDS
               MOVE 0 TO WS-ELAPSED
           ELSE
               COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
           END-IF
           DIVIDE WS-ELAPSED BY 3600 GIVING WS-EE-HH
               REMAINDER WS-ELAPSED-REM
           DIVIDE WS-ELAPSED-REM BY 60 GIVING WS-EE-MM
               REMAINDER WS-EE-SS.

       400-REPORT-UNEXPECTED-STEPS.
           MOVE SPACES TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE "----- STEPS RUN OUTSIDE THE EXPECTED STREAM -----"
               TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           IF WS-UNX-COUNT = 0
               MOVE "  (NONE)" TO OPSRPT-LINE
               WRITE OPSRPT-LINE
           END-IF
           PERFORM VARYING UNX-IDX FROM 1 BY 1
                   UNTIL UNX-IDX > WS-UNX-COUNT
               MOVE WS-UNX-PROGRAM (UNX-IDX) TO WS-UL-PROGRAM
               MOVE WS-UNX-JOBNAME (UNX-IDX) TO WS-UL-JOBNAME
               MOVE WS-UNX-START-DATE (UNX-IDX) TO WS-UL-START-DATE
               MOVE WS-UNX-START-TIME (UNX-IDX) TO WS-UL-START-TIME
               MOVE WS-UNX-RC (UNX-IDX) TO WS-UL-RC
               MOVE WS-UNX-LINE TO OPSRPT-LINE
               WRITE OPSRPT-LINE
           END-PERFORM.

       800-WRITE-TOTALS.
           MOVE SPACES TO OPSRPT-LINE
           WRITE OPSRPT-LINE
           MOVE SPACES TO OPSRPT-LINE
           STRING "===== " DELIMITED BY SIZE
               WS-EXP-COUNT DELIMITED BY SIZE
               " EXPECTED, " DELIMITED BY SIZE
               WS-RAN-CLEAN DELIMITED BY SIZE
               " CLEAN, " DELIMITED BY SIZE
               WS-RAN-WARNINGS DELIMITED BY SIZE
               " WITH WARNINGS, " DELIMITED BY SIZE
               WS-FAILED DELIMITED BY SIZE
               " FAILED, " DELIMITED BY SIZE
               WS-MISSING DELIMITED BY SIZE
               " MISSING, " DELIMITED BY SIZE
               WS-OUT-OF-ORDER DELIMITED BY SIZE
               " OUT OF ORDER, " DELIMITED BY SIZE
               WS-UNEXPECTED DELIMITED BY SIZE
               " OUTSIDE THE STREAM =====" DELIMITED BY SIZE
               INTO OPSRPT-LINE
           WRITE OPSRPT-LINE

           DISPLAY "===== FIZZOPS SUMMARY ====="
           DISPLAY "STEP RECORDS READ . . . . . . : " WS-RECORDS-READ
           DISPLAY "STEPS IN WINDOW . . . . . . . : " WS-IN-WINDOW
           DISPLAY "EXPECTED STEPS  . . . . . . . : " WS-EXP-COUNT
           DISPLAY "RAN CLEAN . . . . . . . . . . : " WS-RAN-CLEAN
           DISPLAY "RAN WITH WARNINGS . . . . . . : " WS-RAN-WARNINGS
           DISPLAY "FAILED  . . . . . . . . . . . : " WS-FAILED
           DISPLAY "MISSING . . . . . . . . . . . : " WS-MISSING
           DISPLAY "OUT OF ORDER  . . . . . . . . : " WS-OUT-OF-ORDER
           DISPLAY "OUTSIDE THE STREAM  . . . . . : " WS-UNEXPECTED.

       900-TERMINATE.
           CLOSE OPS-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZOPS" TO WS-STEP-PROGRAM
           MOVE "FIZZOPS" TO WS-STEP-JOBNAME
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
           MOVE WS-RECORDS-READ TO WS-STEP-READ
           MOVE WS-EXP-COUNT TO WS-STEP-WRITTEN
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
               WRITE JOBLOG-LINE FROM JOBLOG-RECORD
               CLOSE JOBLOG-FILE
           END-IF.
