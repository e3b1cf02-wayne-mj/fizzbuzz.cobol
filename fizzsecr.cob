      *    FIZZSECR - MONTHLY SECURITY VIOLATIONS REPORT FOR THE
      *    AUDITORS. EVERY REFUSAL FIZZBUZZ, FIZZRMNT, FIZZREST,
      *    FIZZVRFY, FIZZARCH, FIZZHKP AND FIZZSMNT MAKE WHEN A USER
      *    HAS NO GRANT ON AUTHFILE (AUTHREC.CPY) IS APPENDED TO THE
      *    SECVIOL DATASET (SECVREC.CPY). FOR THE MONTH ON THE
      *    SECVSEL CARD (SECVSEL.CPY) THIS JOB SUMMARIZES THOSE
      *    REFUSALS BY USER AND FUNCTION - HOW MANY, FIRST AND LAST
      *    ATTEMPT, AND HOW MANY WERE REFUSED ONLY BECAUSE AUTHFILE
      *    WAS UNAVAILABLE - WITH A TOTAL PER USER, THEN LISTS EVERY
      *    REFUSAL IN THE MONTH IN THE ORDER IT WAS LOGGED.
      *    SECVIOL IS READ TWICE: PASS 1 BUILDS THE SUMMARY, PASS 2
      *    LISTS THE DETAIL, SO THE DETAIL IS NEVER LIMITED BY A
      *    TABLE SIZE. A SECVIOL NOT YET CREATED MEANS NO USER HAS
      *    EVER BEEN REFUSED - THE REPORT SAYS SO AND ENDS RC=0.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSECR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECVSEL-FILE ASSIGN TO "SECVSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECVSEL-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT SEC-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECVSEL-FILE
           LABEL RECORDS STANDARD.
           COPY SECVSEL.

       FD  SECVIOL-FILE
           LABEL RECORDS STANDARD.
           COPY SECVREC.

       FD  SEC-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  SECRPT-LINE         PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-SECVSEL-STATUS PIC XX VALUE SPACES.
       01 WS-SECV-STATUS    PIC XX VALUE SPACES.
       01 WS-SECRPT-STATUS  PIC XX VALUE SPACES.
       01 WS-SECV-EOF       PIC X VALUE "N".
           88 SECV-EOF                VALUE "Y".
           88 SECV-NOT-EOF            VALUE "N".
       01 WS-SECV-FOUND-IND PIC X VALUE "Y".
           88 SECVIOL-FOUND           VALUE "Y".
           88 SECVIOL-NOT-FOUND       VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 REPORT-FATAL            VALUE "Y".
           88 REPORT-NOT-FATAL        VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 REPORT-WARNING          VALUE "Y".
           88 REPORT-NO-WARNING       VALUE "N".

      *    THE MONTH REPORTED, AFTER DEFAULTING
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-DATE-WORK.
           05 WS-DW-YYYY        PIC 9(4).
           05 WS-DW-MM          PIC 99.
           05 WS-DW-DD          PIC 99.
       01 WS-REPORT-PERIOD  PIC 9(6) VALUE 0.
       01 WS-RECORD-PERIOD  PIC 9(6) VALUE 0.

      *    ONE ENTRY PER USER AND FUNCTION REFUSED IN THE MONTH,
      *    SORTED BY USER THEN FUNCTION BEFORE IT IS PRINTED. A PAIR
      *    THAT DOES NOT FIT IS STILL COUNTED IN THE TOTALS AND
      *    LISTED IN THE DETAIL - ONLY ITS SUMMARY LINE IS LOST
       01 WS-SUM-COUNT      PIC 9(3) VALUE 0.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 500 TIMES.
               10 WS-SUM-USERID        PIC X(8).
               10 WS-SUM-FUNCTION      PIC X(8).
               10 WS-SUM-REFUSALS      PIC 9(5).
               10 WS-SUM-UNAVAILABLE   PIC 9(5).
               10 WS-SUM-FIRST         PIC 9(16).
               10 WS-SUM-LAST          PIC 9(16).
       01 WS-SUM-HOLD.
           05 FILLER            PIC X(8).
           05 FILLER            PIC X(8).
           05 FILLER            PIC 9(5).
           05 FILLER            PIC 9(5).
           05 FILLER            PIC 9(16).
           05 FILLER            PIC 9(16).
       01 SUM-IDX           PIC 9(3) VALUE 0.
       01 PICK-IDX          PIC 9(3) VALUE 0.
       01 WS-RECORD-STAMP   PIC 9(16) VALUE 0.
       01 WS-PAIR-OVERFLOW  PIC 9(5) VALUE 0.

      *    PER-USER SUBTOTAL WHILE THE SORTED SUMMARY IS PRINTED
       01 WS-CUR-USERID     PIC X(8) VALUE SPACES.
       01 WS-USER-REFUSALS  PIC 9(5) VALUE 0.

      *    WHOLE-REPORT TOTALS
       01 WS-RECORDS-READ   PIC 9(7) VALUE 0.
       01 WS-IN-MONTH       PIC 9(7) VALUE 0.
       01 WS-NOT-AUTHORIZED PIC 9(7) VALUE 0.
       01 WS-UNAVAILABLE    PIC 9(7) VALUE 0.
       01 WS-USERS          PIC 9(5) VALUE 0.
       01 WS-LISTED         PIC 9(7) VALUE 0.

      *    SUMMARY LINE FOR ONE USER AND FUNCTION
       01 WS-SUM-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SML-USERID     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SML-FUNCTION   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SML-REFUSALS   PIC 9(5).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-SML-UNAVAIL    PIC 9(5).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-SML-FIRST-DATE PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SML-FIRST-TIME PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SML-LAST-DATE  PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SML-LAST-TIME  PIC 9(8).
       01 WS-USER-TOTAL-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE "TOTAL   ".
           05 FILLER            PIC X VALUE SPACE.
           05 WS-UTL-REFUSALS   PIC 9(5).

      *    DETAIL LINE FOR ONE REFUSAL
       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-DATE        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-TIME        PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-USERID      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-FUNCTION    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-OBJECT      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-PROGRAM     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-JOBNAME     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-REASON      PIC X(20).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT REPORT-FATAL
               PERFORM 130-OPEN-REPORT-FILES
           END-IF
           IF NOT REPORT-FATAL
               PERFORM 170-WRITE-REPORT-HEADER
               IF SECVIOL-FOUND
                   PERFORM 200-SUMMARIZE-VIOLATION
                       UNTIL SECV-EOF OR REPORT-FATAL
                   CLOSE SECVIOL-FILE
               END-IF
               IF NOT REPORT-FATAL
                   PERFORM 300-SORT-SUMMARY
                   PERFORM 400-WRITE-SUMMARY
                   PERFORM 500-WRITE-DETAIL
               END-IF
               IF NOT REPORT-FATAL
                   PERFORM 800-WRITE-TOTALS
               END-IF
               PERFORM 900-TERMINATE
           END-IF

      *    0 = REPORT COMPLETE (WITH OR WITHOUT VIOLATIONS), 4 = MORE
      *    USER/FUNCTION PAIRS THAN THE SUMMARY HOLDS (THE DETAIL
      *    AND TOTALS ARE STILL COMPLETE), 16 = NO REPORT (BAD CARD,
      *    SECVIOL OR SECRPT UNUSABLE)
           IF REPORT-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF REPORT-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
      *    A MISSING OR EMPTY SECVSEL DD REPORTS LAST MONTH - THE
      *    SCHEDULED FIRST-OF-THE-MONTH RUN NEEDS NO CARD
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DATE-WORK
           IF WS-DW-MM = 1
               SUBTRACT 1 FROM WS-DW-YYYY
               MOVE 12 TO WS-DW-MM
           ELSE
               SUBTRACT 1 FROM WS-DW-MM
           END-IF
           COMPUTE WS-REPORT-PERIOD = WS-DW-YYYY * 100 + WS-DW-MM

           OPEN INPUT SECVSEL-FILE
           IF WS-SECVSEL-STATUS = "00"
               READ SECVSEL-FILE
                   AT END
                       DISPLAY "NO REPORT CARD SUPPLIED - REPORTING "
                           WS-REPORT-PERIOD
                   NOT AT END
                       PERFORM 105-VALIDATE-SELECT-CARD
               END-READ
               CLOSE SECVSEL-FILE
           ELSE
               DISPLAY "SECVSEL NOT AVAILABLE (STATUS "
                   WS-SECVSEL-STATUS ") - REPORTING " WS-REPORT-PERIOD
           END-IF.

       105-VALIDATE-SELECT-CARD.
      *    A BAD MONTH IS FATAL - SEE SECVSEL.CPY
           IF SECVSEL-MONTH = SPACES OR SECVSEL-MONTH = ZEROS
               DISPLAY "NO REPORT MONTH ON THE CARD - REPORTING "
                   WS-REPORT-PERIOD
           ELSE
               IF SECVSEL-MONTH NOT NUMERIC
                   DISPLAY "INVALID REPORT MONTH '" SECVSEL-MONTH
                       "' - MUST BE YYYYMM. REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
               ELSE
                   MOVE SECVSEL-MONTH TO WS-REPORT-PERIOD
                   MOVE SECVSEL-MONTH TO WS-DATE-WORK (1:6)
                   IF WS-DW-MM < 1 OR WS-DW-MM > 12
                       DISPLAY "INVALID REPORT MONTH '"
                           SECVSEL-MONTH "' - MONTH MUST BE 01-12. "
                           "REPORT ABANDONED"
                       SET REPORT-FATAL TO TRUE
                   END-IF
               END-IF
           END-IF.

       130-OPEN-REPORT-FILES.
      *    NO SECVIOL YET (STATUS 35) IS A MONTH WITH NO REFUSALS;
      *    ANY OTHER FAILURE IS FATAL - A REPORT SHOWING NO
      *    VIOLATIONS BECAUSE THE LOG COULD NOT BE READ WOULD
      *    MISLEAD THE AUDITORS
           OPEN INPUT SECVIOL-FILE
           IF WS-SECV-STATUS NOT = "00"
               IF WS-SECV-STATUS = "35"
                   SET SECVIOL-NOT-FOUND TO TRUE
                   DISPLAY "SECVIOL NOT FOUND - NO REFUSAL HAS EVER "
                       "BEEN LOGGED"
               ELSE
                   DISPLAY "SECVIOL COULD NOT BE OPENED (STATUS "
                       WS-SECV-STATUS ") - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
               END-IF
           END-IF

           IF NOT REPORT-FATAL
               OPEN OUTPUT SEC-REPORT-FILE
               IF WS-SECRPT-STATUS NOT = "00"
                   DISPLAY "SECRPT COULD NOT BE OPENED (STATUS "
                       WS-SECRPT-STATUS ") - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
                   IF SECVIOL-FOUND
                       CLOSE SECVIOL-FILE
                   END-IF
               END-IF
           END-IF.

       170-WRITE-REPORT-HEADER.
           MOVE "===== FIZZBUZZ SECURITY VIOLATIONS REPORT ====="
               TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO SECRPT-LINE
           STRING "MONTH: " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               "   (PROTECTED WORK REFUSED FOR WANT OF AN AUTHFILE "
               DELIMITED BY SIZE
               "GRANT)" DELIMITED BY SIZE
               INTO SECRPT-LINE
           WRITE SECRPT-LINE.

       200-SUMMARIZE-VIOLATION.
           READ SECVIOL-FILE
               AT END
                   SET SECV-EOF TO TRUE
           END-READ
           IF NOT SECV-EOF
               IF WS-SECV-STATUS NOT = "00"
                   DISPLAY "SECVIOL READ FAILED (STATUS "
                       WS-SECV-STATUS ") - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                   DIVIDE SECV-DATE BY 100 GIVING WS-RECORD-PERIOD
                   IF WS-RECORD-PERIOD = WS-REPORT-PERIOD
                       ADD 1 TO WS-IN-MONTH
                       IF SECV-AUTH-UNAVAILABLE
                           ADD 1 TO WS-UNAVAILABLE
                       ELSE
                           ADD 1 TO WS-NOT-AUTHORIZED
                       END-IF
                       PERFORM 210-TALLY-USER-FUNCTION
                   END-IF
               END-IF
           END-IF.

       210-TALLY-USER-FUNCTION.
           COMPUTE WS-RECORD-STAMP = SECV-DATE * 100000000
               + SECV-TIME
           MOVE 0 TO PICK-IDX
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT OR PICK-IDX > 0
               IF WS-SUM-USERID (SUM-IDX) = SECV-USERID
                   AND WS-SUM-FUNCTION (SUM-IDX) = SECV-FUNCTION
                   MOVE SUM-IDX TO PICK-IDX
               END-IF
           END-PERFORM
           IF PICK-IDX = 0
               IF WS-SUM-COUNT < 500
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO PICK-IDX
                   MOVE SECV-USERID TO WS-SUM-USERID (PICK-IDX)
                   MOVE SECV-FUNCTION TO WS-SUM-FUNCTION (PICK-IDX)
                   MOVE 0 TO WS-SUM-REFUSALS (PICK-IDX)
                   MOVE 0 TO WS-SUM-UNAVAILABLE (PICK-IDX)
                   MOVE WS-RECORD-STAMP TO WS-SUM-FIRST (PICK-IDX)
                   MOVE WS-RECORD-STAMP TO WS-SUM-LAST (PICK-IDX)
               ELSE
                   ADD 1 TO WS-PAIR-OVERFLOW
                   SET REPORT-WARNING TO TRUE
               END-IF
           END-IF
           IF PICK-IDX > 0
               ADD 1 TO WS-SUM-REFUSALS (PICK-IDX)
               IF SECV-AUTH-UNAVAILABLE
                   ADD 1 TO WS-SUM-UNAVAILABLE (PICK-IDX)
               END-IF
               IF WS-RECORD-STAMP < WS-SUM-FIRST (PICK-IDX)
                   MOVE WS-RECORD-STAMP TO WS-SUM-FIRST (PICK-IDX)
               END-IF
               IF WS-RECORD-STAMP > WS-SUM-LAST (PICK-IDX)
                   MOVE WS-RECORD-STAMP TO WS-SUM-LAST (PICK-IDX)
               END-IF
           END-IF.

       300-SORT-SUMMARY.
      *    A STRAIGHT EXCHANGE SORT BY USER THEN FUNCTION - A MONTH
      *    NEVER HOLDS MORE THAN A FEW HUNDRED PAIRS
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX >= WS-SUM-COUNT
               PERFORM VARYING PICK-IDX FROM SUM-IDX BY 1
                       UNTIL PICK-IDX > WS-SUM-COUNT
                   IF WS-SUM-USERID (PICK-IDX)
                           < WS-SUM-USERID (SUM-IDX)
                       OR (WS-SUM-USERID (PICK-IDX)
                           = WS-SUM-USERID (SUM-IDX)
                       AND WS-SUM-FUNCTION (PICK-IDX)
                           < WS-SUM-FUNCTION (SUM-IDX))
                       MOVE WS-SUM-ENTRY (SUM-IDX) TO WS-SUM-HOLD
                       MOVE WS-SUM-ENTRY (PICK-IDX)
                           TO WS-SUM-ENTRY (SUM-IDX)
                       MOVE WS-SUM-HOLD TO WS-SUM-ENTRY (PICK-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-WRITE-SUMMARY.
           MOVE SPACES TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE "----- REFUSALS BY USER AND FUNCTION -----"
               TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO SECRPT-LINE
           STRING "  USERID   FUNCTION REFUSALS NO-AUTHF "
               DELIMITED BY SIZE
               "FIRST             LAST" DELIMITED BY SIZE
               INTO SECRPT-LINE
           WRITE SECRPT-LINE
           IF WS-SUM-COUNT = 0
               MOVE "  (NO REFUSALS IN THE MONTH)" TO SECRPT-LINE
               WRITE SECRPT-LINE
           END-IF
           MOVE SPACES TO WS-CUR-USERID
           MOVE 0 TO WS-USER-REFUSALS
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
               IF SUM-IDX > 1
                   AND WS-SUM-USERID (SUM-IDX) NOT = WS-CUR-USERID
                   PERFORM 410-WRITE-USER-TOTAL
               END-IF
               IF SUM-IDX = 1
                   OR WS-SUM-USERID (SUM-IDX) NOT = WS-CUR-USERID
                   ADD 1 TO WS-USERS
                   MOVE WS-SUM-USERID (SUM-IDX) TO WS-CUR-USERID
                   MOVE 0 TO WS-USER-REFUSALS
               END-IF
               ADD WS-SUM-REFUSALS (SUM-IDX) TO WS-USER-REFUSALS
               MOVE WS-SUM-USERID (SUM-IDX) TO WS-SML-USERID
               MOVE WS-SUM-FUNCTION (SUM-IDX) TO WS-SML-FUNCTION
               MOVE WS-SUM-REFUSALS (SUM-IDX) TO WS-SML-REFUSALS
               MOVE WS-SUM-UNAVAILABLE (SUM-IDX) TO WS-SML-UNAVAIL
               DIVIDE WS-SUM-FIRST (SUM-IDX) BY 100000000
                   GIVING WS-SML-FIRST-DATE
                   REMAINDER WS-SML-FIRST-TIME
               DIVIDE WS-SUM-LAST (SUM-IDX) BY 100000000
                   GIVING WS-SML-LAST-DATE
                   REMAINDER WS-SML-LAST-TIME
               MOVE WS-SUM-LINE TO SECRPT-LINE
               WRITE SECRPT-LINE
           END-PERFORM
           IF WS-SUM-COUNT > 0
               PERFORM 410-WRITE-USER-TOTAL
           END-IF
           IF WS-PAIR-OVERFLOW > 0
               MOVE SPACES TO SECRPT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   WS-PAIR-OVERFLOW DELIMITED BY SIZE
                   " REFUSAL(S) FOR PAIRS BEYOND THE 500 THE SUMMARY "
                   DELIMITED BY SIZE
                   "HOLDS - SEE THE DETAIL" DELIMITED BY SIZE
                   INTO SECRPT-LINE
               WRITE SECRPT-LINE
               DISPLAY "MORE THAN 500 USER/FUNCTION PAIRS - "
                   WS-PAIR-OVERFLOW " REFUSAL(S) NOT SUMMARIZED"
           END-IF.

       410-WRITE-USER-TOTAL.
           MOVE WS-USER-REFUSALS TO WS-UTL-REFUSALS
           MOVE WS-USER-TOTAL-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO SECRPT-LINE
           WRITE SECRPT-LINE.

       500-WRITE-DETAIL.
      *    PASS 2 - EVERY REFUSAL IN THE MONTH, IN THE ORDER LOGGED
           MOVE SPACES TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE "----- REFUSALS IN THE ORDER LOGGED -----"
               TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO SECRPT-LINE
           STRING "  DATE     TIME     USERID   FUNCTION OBJECT   "
               DELIMITED BY SIZE
               "PROGRAM  JOBNAME  REASON" DELIMITED BY SIZE
               INTO SECRPT-LINE
           WRITE SECRPT-LINE
           IF WS-IN-MONTH = 0
               MOVE "  (NONE)" TO SECRPT-LINE
               WRITE SECRPT-LINE
           ELSE
               SET SECV-NOT-EOF TO TRUE
               OPEN INPUT SECVIOL-FILE
               IF WS-SECV-STATUS NOT = "00"
                   DISPLAY "SECVIOL COULD NOT BE REOPENED (STATUS "
                       WS-SECV-STATUS ") - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
               ELSE
                   PERFORM 510-LIST-VIOLATION
                       UNTIL SECV-EOF OR REPORT-FATAL
                   CLOSE SECVIOL-FILE
               END-IF
           END-IF.

       510-LIST-VIOLATION.
           READ SECVIOL-FILE
               AT END
                   SET SECV-EOF TO TRUE
           END-READ
           IF NOT SECV-EOF
               IF WS-SECV-STATUS NOT = "00"
                   DISPLAY "SECVIOL READ FAILED (STATUS "
                       WS-SECV-STATUS ") - REPORT ABANDONED"
                   SET REPORT-FATAL TO TRUE
               ELSE
                   DIVIDE SECV-DATE BY 100 GIVING WS-RECORD-PERIOD
                   IF WS-RECORD-PERIOD = WS-REPORT-PERIOD
                       ADD 1 TO WS-LISTED
                       MOVE SECV-DATE TO WS-DL-DATE
                       MOVE SECV-TIME TO WS-DL-TIME
                       MOVE SECV-USERID TO WS-DL-USERID
                       MOVE SECV-FUNCTION TO WS-DL-FUNCTION
                       MOVE SECV-OBJECT TO WS-DL-OBJECT
                       MOVE SECV-PROGRAM TO WS-DL-PROGRAM
                       MOVE SECV-JOBNAME TO WS-DL-JOBNAME
                       IF SECV-AUTH-UNAVAILABLE
                           MOVE "AUTHFILE UNAVAILABLE" TO WS-DL-REASON
                       ELSE
                           MOVE "NOT AUTHORIZED" TO WS-DL-REASON
                       END-IF
                       MOVE WS-DETAIL-LINE TO SECRPT-LINE
                       WRITE SECRPT-LINE
                   END-IF
               END-IF
           END-IF.

       800-WRITE-TOTALS.
           MOVE SPACES TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO SECRPT-LINE
           STRING "===== TOTALS: " DELIMITED BY SIZE
               WS-IN-MONTH DELIMITED BY SIZE
               " REFUSALS, " DELIMITED BY SIZE
               WS-NOT-AUTHORIZED DELIMITED BY SIZE
               " NOT AUTHORIZED, " DELIMITED BY SIZE
               WS-UNAVAILABLE DELIMITED BY SIZE
               " AUTHFILE UNAVAILABLE, " DELIMITED BY SIZE
               WS-USERS DELIMITED BY SIZE
               " USERS =====" DELIMITED BY SIZE
               INTO SECRPT-LINE
           WRITE SECRPT-LINE

           DISPLAY "===== FIZZSECR SUMMARY ====="
           DISPLAY "MONTH REPORTED  . . . . . . . : " WS-REPORT-PERIOD
           DISPLAY "SECVIOL RECORDS READ  . . . . : " WS-RECORDS-READ
           DISPLAY "REFUSALS IN THE MONTH . . . . : " WS-IN-MONTH
           DISPLAY "NOT AUTHORIZED  . . . . . . . : " WS-NOT-AUTHORIZED
           DISPLAY "AUTHFILE UNAVAILABLE  . . . . : " WS-UNAVAILABLE
           DISPLAY "USERS REFUSED . . . . . . . . : " WS-USERS
           DISPLAY "USER/FUNCTION PAIRS . . . . . : " WS-SUM-COUNT.

       900-TERMINATE.
           CLOSE SEC-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZSECR" TO WS-STEP-PROGRAM
           MOVE "FIZZSECR" TO WS-STEP-JOBNAME
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
           MOVE WS-LISTED TO WS-STEP-WRITTEN
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
