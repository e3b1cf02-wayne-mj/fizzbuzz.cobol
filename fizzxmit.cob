      *    FIZZXMIT - NIGHTLY RESULTS FEED TO A RECEIVING DEPARTMENT.
      *    THE FIZZXTRC SPREADSHEET EXTRACT CARRIES ONLY STATISTICS
      *    AND RPTOUT HAS NO CONTROLS ON IT, SO DEPARTMENTS THAT LOAD
      *    THE RESULTS THEMSELVES GET THIS FIXED-FORMAT FEED INSTEAD
      *    (XMITREC.CPY): A HEADER WITH THE RECEIVER AND A SEQUENCE
      *    NUMBER, ONE DETAIL PER RESULTKS COUNTER, AND A TRAILER
      *    WITH THE DETAIL COUNT AND A HASH TOTAL OF THE COUNTERS SO
      *    THE RECEIVER CAN PROVE IT LOADED THE WHOLE FILE.
      *    THE RECEIVER COMES FROM THE XMITCTL CARD (XMITCTL.CPY) -
      *    ONE STEP PER RECEIVER, EACH WITH ITS OWN SEQUENCE.
      *    THE FEED CARRIES THE RUNS ON THE CLUSTER THAT HAVE NOT
      *    GONE TO THIS RECEIVER YET: A RUN ALREADY ON A FEED THAT IS
      *    AWAITING ACKNOWLEDGMENT OR WAS ACCEPTED IS LEFT OUT, AND A
      *    RUN WHOSE FEED WAS REJECTED OR ACKNOWLEDGED WITH
      *    DIFFERENT COUNTS GOES OUT AGAIN - THE OLD FEED IS THEN
      *    MARKED RESENT ON THE REGISTER. FIZZARCH KEEPS A RUN ON THE
      *    CLUSTER WHILE ANY FEED IT IS ON IS STILL OPEN, SO "THE
      *    RUNS ON THE CLUSTER" IS THAT NIGHT'S RUNS PLUS ANY STILL
      *    WAITING TO BE DELIVERED.
      *    EVERY FEED IS LOGGED TO THE TRANSMISSION REGISTER
      *    (XREGREC.CPY) - ONE FEED RECORD AND ONE RECORD PER RUN IN
      *    IT - WHICH FIZZACK MATCHES THE RECEIVERS' ACKNOWLEDGMENTS
      *    AGAINST. A NIGHT WITH NOTHING TO SEND STILL GETS A FEED
      *    (HEADER AND A ZERO TRAILER) SO THE SEQUENCE HAS NO GAPS.
      *    THE CLUSTER IS READ TWICE - ONCE TO LIST ITS RUNS, ONCE
      *    TO WRITE THE FEED - AND THE TWO PASSES MUST AGREE BEFORE
      *    THE TRAILER IS WRITTEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZXMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMITCTL-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XCTL-STATUS.

           SELECT RESULT-KSDS ASSIGN TO "RESULTKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.

           SELECT FEED-FILE ASSIGN TO "XMITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMITCTL-FILE
           LABEL RECORDS STANDARD.
           COPY XMITCTL.

       FD  RESULT-KSDS
           LABEL RECORDS STANDARD.
           COPY RSLTREC.

       FD  REGISTER-FILE
           LABEL RECORDS STANDARD.
           COPY XREGREC.

       FD  FEED-FILE
           LABEL RECORDS STANDARD.
           COPY XMITREC.

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-XCTL-STATUS    PIC XX VALUE SPACES.
       01 WS-KSDS-STATUS    PIC XX VALUE SPACES.
       01 WS-XREG-STATUS    PIC XX VALUE SPACES.
       01 WS-FEED-STATUS    PIC XX VALUE SPACES.
       01 WS-KSDS-EOF       PIC X VALUE "N".
           88 KSDS-EOF                VALUE "Y".
           88 KSDS-NOT-EOF            VALUE "N".
       01 WS-XREG-EOF       PIC X VALUE "N".
           88 XREG-EOF                VALUE "Y".
           88 XREG-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 XMIT-FATAL              VALUE "Y".
           88 XMIT-NOT-FATAL          VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 XMIT-WARNING            VALUE "Y".
           88 XMIT-NO-WARNING         VALUE "N".

      *    THE FEED'S IDENTITY - RECEIVER FROM THE CONTROL CARD,
      *    SEQUENCE ONE PAST THE HIGHEST REGISTERED FOR IT - AND
      *    ITS BUILD STAMP, SHARED BY THE HEADER AND THE REGISTER
       01 WS-RECEIVER       PIC X(8) VALUE SPACES.
       01 WS-LAST-SEQUENCE  PIC 9(6) VALUE 0.
       01 WS-NEW-SEQUENCE   PIC 9(6) VALUE 0.
       01 WS-CREATE-DATE    PIC 9(8) VALUE 0.
       01 WS-CREATE-TIME    PIC 9(8) VALUE 0.

      *    EVERY RUN ON THE CLUSTER, IN KEY ORDER, WITH WHAT THE
      *    REGISTER SAYS ABOUT IT FOR THIS RECEIVER: THE LAST FEED
      *    IT WENT OUT ON AND THAT FEED'S STATE - SPACE NEVER SENT,
      *    P AWAITING ACKNOWLEDGMENT, A ACCEPTED, R REJECTED, M
      *    MISMATCH, S RESENT. THE SAME 999-RUN LIMIT AS FIZZRCON;
      *    OVERFLOW IS FATAL SO NO RUN IS LEFT OUT UNSEEN.
       01 WS-RUN-COUNT      PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 999 TIMES INDEXED BY RUN-IDX.
               10 WS-RUN-NUMBER        PIC 9(3).
               10 WS-RUN-DATE          PIC 9(8).
               10 WS-RUN-RECORDS       PIC 9(7).
               10 WS-RUN-LAST-SEQ      PIC 9(6).
               10 WS-RUN-STATE         PIC X.
               10 WS-RUN-SEND-IND      PIC X.
       01 WS-RUN-FOUND-IND  PIC X VALUE "N".
           88 RUN-FOUND               VALUE "Y".
           88 RUN-NOT-FOUND           VALUE "N".
       01 WS-FIND-RUN-NUMBER PIC 9(3) VALUE 0.
       01 WS-FIND-RUN-DATE  PIC 9(8) VALUE 0.
       01 WS-CURRENT-RUN    PIC 9(3) VALUE 0.
       01 WS-FIRST-RESULT-IND PIC X VALUE "Y".
           88 FIRST-RESULT            VALUE "Y".
           88 NOT-FIRST-RESULT        VALUE "N".
       01 WS-CURRENT-SEND-IND PIC X VALUE "N".
           88 CURRENT-RUN-SENT        VALUE "Y".
           88 CURRENT-RUN-NOT-SENT    VALUE "N".

      *    REJECTED OR MISMATCHED FEEDS WHOSE RUNS GO OUT AGAIN ON
      *    THIS ONE - EACH GETS A RESENT STATUS RECORD
       01 WS-RESEND-COUNT   PIC 9(3) VALUE 0.
       01 WS-RESEND-TABLE.
           05 WS-RESEND-SEQ OCCURS 999 TIMES INDEXED BY RESEND-IDX
                                   PIC 9(6).
       01 WS-RESEND-FOUND-IND PIC X VALUE "N".
           88 RESEND-FOUND            VALUE "Y".
           88 RESEND-NOT-FOUND        VALUE "N".

      *    CONTROL TOTALS
       01 WS-RESULTS-READ   PIC 9(7) VALUE 0.
       01 WS-REGISTER-READ  PIC 9(7) VALUE 0.
       01 WS-EXPECTED-DETAILS PIC 9(9) VALUE 0.
       01 WS-DETAILS-WRITTEN PIC 9(9) VALUE 0.
       01 WS-HASH-TOTAL     PIC 9(15) VALUE 0.
       01 WS-RUNS-SENT      PIC 9(3) VALUE 0.
       01 WS-RUNS-RESENT    PIC 9(3) VALUE 0.
       01 WS-RUNS-NOT-SENT  PIC 9(3) VALUE 0.
       01 WS-REGISTER-WRITTEN PIC 9(5) VALUE 0.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-CONTROL-CARD
           IF NOT XMIT-FATAL
               PERFORM 200-LIST-CLUSTER-RUNS
           END-IF
           IF NOT XMIT-FATAL
               PERFORM 300-READ-REGISTER
           END-IF
           IF NOT XMIT-FATAL
               PERFORM 400-SELECT-RUNS
           END-IF
           IF NOT XMIT-FATAL
               PERFORM 500-WRITE-FEED
           END-IF
           IF NOT XMIT-FATAL
               PERFORM 600-REGISTER-FEED
           END-IF
           PERFORM 800-PRINT-SUMMARY

      *    0 = FEED BUILT AND REGISTERED, 4 = BUILT AND REGISTERED
      *    BUT THE REGISTER HAD RECORDS THAT COULD NOT BE READ,
      *    16 = NO USABLE FEED (DO NOT SEND XMITOUT)
           IF XMIT-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF XMIT-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-CONTROL-CARD.
      *    THE RECEIVER IS REQUIRED - SEE XMITCTL.CPY
           OPEN INPUT XMITCTL-FILE
           IF WS-XCTL-STATUS NOT = "00"
               DISPLAY "XMITCTL COULD NOT BE OPENED (STATUS "
                   WS-XCTL-STATUS ") - NO FEED BUILT"
               SET XMIT-FATAL TO TRUE
           ELSE
               READ XMITCTL-FILE
                   AT END
                       DISPLAY "XMITCTL IS EMPTY - NO FEED BUILT"
                       SET XMIT-FATAL TO TRUE
                   NOT AT END
                       IF XCTL-RECEIVER = SPACES
                           DISPLAY "NO RECEIVER ON THE XMITCTL CARD "
                               "- NO FEED BUILT"
                           SET XMIT-FATAL TO TRUE
                       ELSE
                           MOVE XCTL-RECEIVER TO WS-RECEIVER
                       END-IF
               END-READ
               CLOSE XMITCTL-FILE
           END-IF.

       200-LIST-CLUSTER-RUNS.
      *    FIRST PASS: ONE TABLE ENTRY PER RUN ON THE CLUSTER WITH
      *    ITS RUN DATE AND RECORD COUNT
           OPEN INPUT RESULT-KSDS
           IF WS-KSDS-STATUS NOT = "00"
               DISPLAY "RESULTKS COULD NOT BE OPENED (STATUS "
                   WS-KSDS-STATUS ") - NO FEED BUILT"
               SET XMIT-FATAL TO TRUE
           ELSE
               SET FIRST-RESULT TO TRUE
               SET KSDS-NOT-EOF TO TRUE
               PERFORM 210-READ-NEXT-RESULT
               PERFORM UNTIL KSDS-EOF
                   ADD 1 TO WS-RESULTS-READ
                   IF RSLT-RUN-NUMBER NOT = WS-CURRENT-RUN
                       OR FIRST-RESULT
                       PERFORM 220-ADD-CLUSTER-RUN
                       SET NOT-FIRST-RESULT TO TRUE
                   END-IF
                   IF NOT XMIT-FATAL
                       ADD 1 TO WS-RUN-RECORDS (RUN-IDX)
                       PERFORM 210-READ-NEXT-RESULT
                   END-IF
               END-PERFORM
               CLOSE RESULT-KSDS
           END-IF.

       210-READ-NEXT-RESULT.
           READ RESULT-KSDS
               AT END
                   SET KSDS-EOF TO TRUE
           END-READ
           IF WS-KSDS-STATUS NOT = "00" AND WS-KSDS-STATUS NOT = "10"
               DISPLAY "RESULTKS READ FAILED (STATUS " WS-KSDS-STATUS
                   ") - NO FEED BUILT"
               SET XMIT-FATAL TO TRUE
               SET KSDS-EOF TO TRUE
           END-IF.

       220-ADD-CLUSTER-RUN.
           IF WS-RUN-COUNT >= 999
               DISPLAY "MORE THAN 999 RUNS ON RESULTKS - NO FEED BUILT"
               SET XMIT-FATAL TO TRUE
               SET KSDS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RUN-COUNT
               SET RUN-IDX TO WS-RUN-COUNT
               MOVE RSLT-RUN-NUMBER TO WS-RUN-NUMBER (RUN-IDX)
               MOVE RSLT-RUN-DATE TO WS-RUN-DATE (RUN-IDX)
               MOVE 0 TO WS-RUN-RECORDS (RUN-IDX)
               MOVE 0 TO WS-RUN-LAST-SEQ (RUN-IDX)
               MOVE SPACE TO WS-RUN-STATE (RUN-IDX)
               MOVE "N" TO WS-RUN-SEND-IND (RUN-IDX)
               MOVE RSLT-RUN-NUMBER TO WS-CURRENT-RUN
           END-IF.

       300-READ-REGISTER.
      *    NO REGISTER YET MEANS NO FEED HAS EVER BEEN SENT - THIS
      *    ONE IS SEQUENCE 1. ANY OTHER OPEN FAILURE IS FATAL: THE
      *    SEQUENCE AND WHAT WAS ALREADY SENT CANNOT BE KNOWN.
           OPEN INPUT REGISTER-FILE
           IF WS-XREG-STATUS = "35"
               DISPLAY "NO TRANSMISSION REGISTER YET - FIRST FEED "
                   "FOR " WS-RECEIVER
           ELSE
               IF WS-XREG-STATUS NOT = "00"
                   DISPLAY "XMITREG COULD NOT BE OPENED (STATUS "
                       WS-XREG-STATUS ") - NO FEED BUILT"
                   SET XMIT-FATAL TO TRUE
               ELSE
                   PERFORM UNTIL XREG-EOF
                       READ REGISTER-FILE
                           AT END
                               SET XREG-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REGISTER-READ
                               PERFORM 310-APPLY-REGISTER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.

       310-APPLY-REGISTER-RECORD.
      *    ONLY THIS RECEIVER'S RECORDS MATTER. THE REGISTER IS IN
      *    TIME ORDER AND A FEED'S RUN RECORDS COME BEFORE ANY
      *    STATUS RECORD FOR IT, SO EACH RUN ENDS UP WITH THE STATE
      *    OF THE LAST FEED IT WENT OUT ON.
           EVALUATE TRUE
               WHEN XREG-FEED-ENTRY
                   IF XREG-FEED-RECEIVER = WS-RECEIVER
                       AND XREG-FEED-SEQUENCE > WS-LAST-SEQUENCE
                       MOVE XREG-FEED-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
               WHEN XREG-RUN-ENTRY
                   IF XREG-RUN-RECEIVER = WS-RECEIVER
                       MOVE XREG-RUN-NUMBER TO WS-FIND-RUN-NUMBER
                       MOVE XREG-RUN-DATE TO WS-FIND-RUN-DATE
                       PERFORM 320-FIND-CLUSTER-RUN
                       IF RUN-FOUND
                           MOVE XREG-RUN-SEQUENCE
                               TO WS-RUN-LAST-SEQ (RUN-IDX)
                           MOVE "P" TO WS-RUN-STATE (RUN-IDX)
                       END-IF
                   END-IF
               WHEN XREG-STATUS-ENTRY
                   IF XREG-STS-RECEIVER = WS-RECEIVER
                       PERFORM 330-APPLY-FEED-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY "XMITREG RECORD " WS-REGISTER-READ
                       ": UNKNOWN RECORD TYPE '" XREG-FEED-ID
                       "' - IGNORED"
                   SET XMIT-WARNING TO TRUE
           END-EVALUATE.

       320-FIND-CLUSTER-RUN.
      *    THE CLUSTER RUN WITH WS-FIND-RUN-NUMBER AND
      *    WS-FIND-RUN-DATE - RUN NUMBERS RESTART EVERY JOB, SO THE
      *    DATE IS WHAT TELLS TONIGHT'S RUN 001 FROM LAST WEEK'S
           SET RUN-NOT-FOUND TO TRUE
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WS-RUN-COUNT OR RUN-FOUND
               IF WS-RUN-NUMBER (RUN-IDX) = WS-FIND-RUN-NUMBER
                   AND WS-RUN-DATE (RUN-IDX) = WS-FIND-RUN-DATE
                   SET RUN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RUN-FOUND
               SET RUN-IDX DOWN BY 1
           END-IF.

       330-APPLY-FEED-STATUS.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-LAST-SEQ (RUN-IDX) = XREG-STS-SEQUENCE
                   AND WS-RUN-STATE (RUN-IDX) NOT = SPACE
                   EVALUATE TRUE
                       WHEN XREG-STS-ACCEPTED
                           MOVE "A" TO WS-RUN-STATE (RUN-IDX)
                       WHEN XREG-STS-REJECTED
                           MOVE "R" TO WS-RUN-STATE (RUN-IDX)
                       WHEN XREG-STS-MISMATCH
                           MOVE "M" TO WS-RUN-STATE (RUN-IDX)
                       WHEN XREG-STS-RESENT
                           MOVE "S" TO WS-RUN-STATE (RUN-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       400-SELECT-RUNS.
      *    SEND WHAT THIS RECEIVER HAS NOT HAD, OR HAS HAD AND NOT
      *    LOADED; LEAVE OUT WHAT IT HAS ACCEPTED OR IS STILL
      *    PROCESSING
           IF WS-LAST-SEQUENCE = 999999
               DISPLAY "SEQUENCE NUMBERS FOR " WS-RECEIVER
                   " ARE EXHAUSTED - NO FEED BUILT"
               SET XMIT-FATAL TO TRUE
           ELSE
               COMPUTE WS-NEW-SEQUENCE = WS-LAST-SEQUENCE + 1
           END-IF
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WS-RUN-COUNT OR XMIT-FATAL
               EVALUATE WS-RUN-STATE (RUN-IDX)
                   WHEN "P"
                       ADD 1 TO WS-RUNS-NOT-SENT
                       DISPLAY "RUN " WS-RUN-NUMBER (RUN-IDX) " OF "
                           WS-RUN-DATE (RUN-IDX) " IS ON FEED "
                           WS-RUN-LAST-SEQ (RUN-IDX)
                           " AWAITING ACKNOWLEDGMENT - NOT RESENT"
                   WHEN "A"
                       ADD 1 TO WS-RUNS-NOT-SENT
                   WHEN "R"
                   WHEN "M"
                       MOVE "Y" TO WS-RUN-SEND-IND (RUN-IDX)
                       ADD 1 TO WS-RUNS-RESENT
                       PERFORM 410-NOTE-RESENT-FEED
                   WHEN OTHER
                       MOVE "Y" TO WS-RUN-SEND-IND (RUN-IDX)
               END-EVALUATE
               IF WS-RUN-SEND-IND (RUN-IDX) = "Y"
                   ADD 1 TO WS-RUNS-SENT
                   ADD WS-RUN-RECORDS (RUN-IDX) TO WS-EXPECTED-DETAILS
               END-IF
           END-PERFORM.

       410-NOTE-RESENT-FEED.
           SET RESEND-NOT-FOUND TO TRUE
           PERFORM VARYING RESEND-IDX FROM 1 BY 1
                   UNTIL RESEND-IDX > WS-RESEND-COUNT OR RESEND-FOUND
               IF WS-RESEND-SEQ (RESEND-IDX) =
                       WS-RUN-LAST-SEQ (RUN-IDX)
                   SET RESEND-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RESEND-NOT-FOUND
               ADD 1 TO WS-RESEND-COUNT
               SET RESEND-IDX TO WS-RESEND-COUNT
               MOVE WS-RUN-LAST-SEQ (RUN-IDX)
                   TO WS-RESEND-SEQ (RESEND-IDX)
               DISPLAY "RUNS OF FEED " WS-RUN-LAST-SEQ (RUN-IDX)
                   " (NOT LOADED BY " WS-RECEIVER ") GO OUT AGAIN "
                   "ON FEED " WS-NEW-SEQUENCE
           END-IF.

       500-WRITE-FEED.
      *    SECOND PASS: HEADER, THE SELECTED RUNS' RECORDS IN KEY
      *    ORDER, TRAILER. A READ OR WRITE FAILURE, OR A CLUSTER THAT
      *    NO LONGER MATCHES THE FIRST PASS, LEAVES THE FEED WITHOUT
      *    A TRAILER SO THE RECEIVER'S LOAD REJECTS IT, AND IT IS NOT
      *    REGISTERED.
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "XMITOUT COULD NOT BE OPENED (STATUS "
                   WS-FEED-STATUS ") - NO FEED BUILT"
               SET XMIT-FATAL TO TRUE
           ELSE
               ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CREATE-TIME FROM TIME
               MOVE SPACES TO XMIT-HEADER-RECORD
               SET XMIT-HEADER-ID TO TRUE
               MOVE "FIZZBUZZ" TO XMIT-HDR-SOURCE
               MOVE WS-RECEIVER TO XMIT-HDR-RECEIVER
               MOVE WS-NEW-SEQUENCE TO XMIT-HDR-SEQUENCE
               MOVE WS-CREATE-DATE TO XMIT-HDR-CREATE-DATE
               MOVE WS-CREATE-TIME TO XMIT-HDR-CREATE-TIME
               WRITE XMIT-HEADER-RECORD
               IF WS-FEED-STATUS NOT = "00"
                   PERFORM 590-FEED-WRITE-FAILED
               END-IF

               IF WS-EXPECTED-DETAILS > 0 AND NOT XMIT-FATAL
                   PERFORM 510-WRITE-FEED-DETAILS
               END-IF

               IF NOT XMIT-FATAL
                   IF WS-DETAILS-WRITTEN NOT = WS-EXPECTED-DETAILS
                       DISPLAY "RESULTKS CHANGED BETWEEN PASSES: "
                           WS-EXPECTED-DETAILS " RECORDS SELECTED, "
                           WS-DETAILS-WRITTEN " WRITTEN - TRAILER "
                           "NOT WRITTEN, FEED NOT REGISTERED"
                       SET XMIT-FATAL TO TRUE
                   ELSE
                       MOVE SPACES TO XMIT-TRAILER-RECORD
                       SET XMIT-TRAILER-ID TO TRUE
                       MOVE WS-RECEIVER TO XMIT-TRL-RECEIVER
                       MOVE WS-NEW-SEQUENCE TO XMIT-TRL-SEQUENCE
                       MOVE WS-DETAILS-WRITTEN
                           TO XMIT-TRL-RECORD-COUNT
                       MOVE WS-HASH-TOTAL TO XMIT-TRL-HASH-TOTAL
                       MOVE WS-RUNS-SENT TO XMIT-TRL-RUN-COUNT
                       WRITE XMIT-TRAILER-RECORD
                       IF WS-FEED-STATUS NOT = "00"
                           PERFORM 590-FEED-WRITE-FAILED
                       END-IF
                   END-IF
               END-IF
               CLOSE FEED-FILE
           END-IF.

       510-WRITE-FEED-DETAILS.
           OPEN INPUT RESULT-KSDS
           IF WS-KSDS-STATUS NOT = "00"
               DISPLAY "RESULTKS COULD NOT BE REOPENED (STATUS "
                   WS-KSDS-STATUS ") - TRAILER NOT WRITTEN, FEED "
                   "NOT REGISTERED"
               SET XMIT-FATAL TO TRUE
           ELSE
               SET FIRST-RESULT TO TRUE
               SET KSDS-NOT-EOF TO TRUE
               PERFORM 210-READ-NEXT-RESULT
               PERFORM UNTIL KSDS-EOF
                   IF RSLT-RUN-NUMBER NOT = WS-CURRENT-RUN
                       OR FIRST-RESULT
                       PERFORM 520-CHECK-RUN-SELECTED
                       SET NOT-FIRST-RESULT TO TRUE
                   END-IF
                   IF CURRENT-RUN-SENT
                       MOVE SPACES TO XMIT-DETAIL-RECORD
                       SET XMIT-DETAIL-ID TO TRUE
                       MOVE RSLT-RUN-NUMBER TO XMIT-DTL-RUN-NUMBER
                       MOVE RSLT-COUNTER-KEY TO XMIT-DTL-COUNTER
                       MOVE RSLT-RUN-DATE TO XMIT-DTL-RUN-DATE
                       MOVE RSLT-RESULT TO XMIT-DTL-RESULT
                       WRITE XMIT-DETAIL-RECORD
                       IF WS-FEED-STATUS = "00"
                           ADD 1 TO WS-DETAILS-WRITTEN
                           ADD RSLT-COUNTER-KEY TO WS-HASH-TOTAL
                       ELSE
                           PERFORM 590-FEED-WRITE-FAILED
                           SET KSDS-EOF TO TRUE
                       END-IF
                   END-IF
                   IF NOT KSDS-EOF
                       PERFORM 210-READ-NEXT-RESULT
                   END-IF
               END-PERFORM
               CLOSE RESULT-KSDS
           END-IF.

       520-CHECK-RUN-SELECTED.
      *    A RUN THE FIRST PASS NEVER SAW IS LEFT OUT - THE COUNT
      *    CHECK BEFORE THE TRAILER THEN FAILS IF IT MATTERED
           MOVE RSLT-RUN-NUMBER TO WS-CURRENT-RUN
           MOVE RSLT-RUN-NUMBER TO WS-FIND-RUN-NUMBER
           MOVE RSLT-RUN-DATE TO WS-FIND-RUN-DATE
           PERFORM 320-FIND-CLUSTER-RUN
           IF RUN-FOUND AND WS-RUN-SEND-IND (RUN-IDX) = "Y"
               SET CURRENT-RUN-SENT TO TRUE
           ELSE
               SET CURRENT-RUN-NOT-SENT TO TRUE
           END-IF.

       590-FEED-WRITE-FAILED.
      *    A RECORD THE FEED DID NOT TAKE WOULD STILL LEAVE THE
      *    TRAILER COUNT AGREEING WITH WHAT WAS WRITTEN, SO THE
      *    RECEIVER COULD NOT TELL - THE FEED IS ABANDONED INSTEAD
           DISPLAY "XMITOUT WRITE FAILED (STATUS " WS-FEED-STATUS
               ") - FEED " WS-NEW-SEQUENCE " NOT COMPLETE, NOT "
               "REGISTERED. DO NOT SEND XMITOUT"
           SET XMIT-FATAL TO TRUE.

       600-REGISTER-FEED.
      *    THE FEED IS COMPLETE - LOG IT, ITS RUNS, AND THE OLD
      *    FEEDS IT REPLACES. THE REGISTER SURVIVES ACROSS JOBS, SO
      *    IT IS OPENED EXTEND THE SAME WAY FIZZBUZZ APPENDS TO
      *    AUDITLOG. A FEED THAT CANNOT BE REGISTERED MUST NOT BE
      *    SENT - FIZZACK COULD NEVER MATCH ITS ACKNOWLEDGMENT AND
      *    FIZZARCH WOULD NOT HOLD ITS RUNS. EVERY REGISTER WRITE IS
      *    CHECKED AND THE FIRST FAILURE STOPS THE REST (699). A FEED
      *    RECORD ALREADY WRITTEN THEN STAYS OPEN ON THE REGISTER
      *    WITH NO ACKNOWLEDGMENT COMING, SO THE NEXT FIZZXMIT SENDS
      *    ITS RUNS AGAIN AND CLOSES IT AS RESENT.
           OPEN EXTEND REGISTER-FILE
           IF WS-XREG-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-XREG-STATUS NOT = "00"
               DISPLAY "XMITREG COULD NOT BE OPENED (STATUS "
                   WS-XREG-STATUS ") - FEED " WS-NEW-SEQUENCE
                   " NOT REGISTERED. DO NOT SEND XMITOUT"
               SET XMIT-FATAL TO TRUE
           ELSE
               MOVE SPACES TO XREG-FEED-RECORD
               SET XREG-FEED-ENTRY TO TRUE
               MOVE WS-RECEIVER TO XREG-FEED-RECEIVER
               MOVE WS-NEW-SEQUENCE TO XREG-FEED-SEQUENCE
               MOVE WS-CREATE-DATE TO XREG-FEED-DATE
               MOVE WS-CREATE-TIME TO XREG-FEED-TIME
               MOVE WS-DETAILS-WRITTEN TO XREG-FEED-RECORD-COUNT
               MOVE WS-HASH-TOTAL TO XREG-FEED-HASH-TOTAL
               MOVE WS-RUNS-SENT TO XREG-FEED-RUN-COUNT
               MOVE WS-STEP-JOBNAME TO XREG-FEED-JOBNAME
               WRITE XREG-FEED-RECORD
               PERFORM 699-CHECK-REGISTER-WRITE

               PERFORM VARYING RUN-IDX FROM 1 BY 1
                       UNTIL RUN-IDX > WS-RUN-COUNT OR XMIT-FATAL
                   IF WS-RUN-SEND-IND (RUN-IDX) = "Y"
                       MOVE SPACES TO XREG-RUN-RECORD
                       SET XREG-RUN-ENTRY TO TRUE
                       MOVE WS-RECEIVER TO XREG-RUN-RECEIVER
                       MOVE WS-NEW-SEQUENCE TO XREG-RUN-SEQUENCE
                       MOVE WS-RUN-NUMBER (RUN-IDX) TO XREG-RUN-NUMBER
                       MOVE WS-RUN-DATE (RUN-IDX) TO XREG-RUN-DATE
                       MOVE WS-RUN-RECORDS (RUN-IDX)
                           TO XREG-RUN-RECORDS
                       WRITE XREG-RUN-RECORD
                       PERFORM 699-CHECK-REGISTER-WRITE
                   END-IF
               END-PERFORM

               PERFORM VARYING RESEND-IDX FROM 1 BY 1
                       UNTIL RESEND-IDX > WS-RESEND-COUNT
                           OR XMIT-FATAL
                   MOVE SPACES TO XREG-STATUS-RECORD
                   SET XREG-STATUS-ENTRY TO TRUE
                   MOVE WS-RECEIVER TO XREG-STS-RECEIVER
                   MOVE WS-RESEND-SEQ (RESEND-IDX) TO XREG-STS-SEQUENCE
                   MOVE WS-CREATE-DATE TO XREG-STS-DATE
                   MOVE WS-CREATE-TIME TO XREG-STS-TIME
                   SET XREG-STS-RESENT TO TRUE
                   MOVE 0 TO XREG-STS-RECORD-COUNT
                   MOVE 0 TO XREG-STS-HASH-TOTAL
                   STRING "RESENT AS FEED " DELIMITED BY SIZE
                       WS-NEW-SEQUENCE DELIMITED BY SIZE
                       INTO XREG-STS-REASON
                   WRITE XREG-STATUS-RECORD
                   PERFORM 699-CHECK-REGISTER-WRITE
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       699-CHECK-REGISTER-WRITE.
           IF WS-XREG-STATUS = "00" OR WS-XREG-STATUS = "02"
               ADD 1 TO WS-REGISTER-WRITTEN
           ELSE
               DISPLAY "XMITREG WRITE FAILED (STATUS " WS-XREG-STATUS
                   ") - FEED " WS-NEW-SEQUENCE
                   " NOT FULLY REGISTERED. DO NOT SEND XMITOUT"
               SET XMIT-FATAL TO TRUE
           END-IF.

       800-PRINT-SUMMARY.
           DISPLAY "===== FIZZXMIT SUMMARY ====="
           DISPLAY "RECEIVER  . . . . . . . . . . : " WS-RECEIVER
           DISPLAY "FEED SEQUENCE . . . . . . . . : " WS-NEW-SEQUENCE
           DISPLAY "RESULTKS RECORDS READ . . . . : " WS-RESULTS-READ
           DISPLAY "RUNS ON RESULTKS  . . . . . . : " WS-RUN-COUNT
           DISPLAY "RUNS SENT . . . . . . . . . . : " WS-RUNS-SENT
           DISPLAY "  OF WHICH SENT AGAIN . . . . : " WS-RUNS-RESENT
           DISPLAY "RUNS ALREADY WITH RECEIVER  . : " WS-RUNS-NOT-SENT
           DISPLAY "DETAIL RECORDS WRITTEN  . . . : "
               WS-DETAILS-WRITTEN
           DISPLAY "COUNTER HASH TOTAL  . . . . . : " WS-HASH-TOTAL
           DISPLAY "REGISTER RECORDS WRITTEN  . . : "
               WS-REGISTER-WRITTEN
           IF XMIT-FATAL
               DISPLAY "*** NO USABLE FEED - DO NOT SEND XMITOUT ***"
           END-IF.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZXMIT" TO WS-STEP-PROGRAM
           MOVE "FIZZXMIT" TO WS-STEP-JOBNAME
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
           MOVE WS-RESULTS-READ TO WS-STEP-READ
           IF NOT XMIT-FATAL
               MOVE WS-DETAILS-WRITTEN TO WS-STEP-WRITTEN
           END-IF
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
