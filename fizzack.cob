      *    FIZZACK - MATCHES THE ACKNOWLEDGMENTS THE RECEIVING
      *    DEPARTMENTS SEND BACK FOR THE FIZZXMIT RESULTS FEEDS
      *    (ACKREC.CPY, ON ACKIN) AGAINST THE TRANSMISSION REGISTER
      *    (XREGREC.CPY, ON XMITREG), RECORDS EACH OUTCOME ON THE
      *    REGISTER, AND REPORTS EVERY FEED STILL OPEN.
      *    AN ACKNOWLEDGMENT IS MATCHED ON RECEIVER AND SEQUENCE
      *    NUMBER. AN ACCEPTED FEED WHOSE RETURNED RECORD COUNT AND
      *    COUNTER HASH TOTAL AGREE WITH THE FEED'S TRAILER IS CLOSED
      *    (STATUS ACCEPTED); ONE THAT DISAGREES IS LEFT OPEN AS
      *    MISMATCH - THE RECEIVER LOADED SOMETHING OTHER THAN WHAT
      *    WAS SENT; A REJECTED FEED IS LEFT OPEN AS REJECTED. BOTH
      *    NEED THE RUNS SENT AGAIN, WHICH THE NEXT FIZZXMIT FOR THAT
      *    RECEIVER DOES BY ITSELF.
      *    ACKRPT LISTS EVERY ACKNOWLEDGMENT READ AND WHAT WAS DONE
      *    WITH IT, THEN THE OPEN FEEDS: NEVER ACKNOWLEDGED (A FEED
      *    SENT TODAY IS SHOWN BUT NOT YET COUNTED AS OVERDUE),
      *    REJECTED, AND ACKNOWLEDGED WITH DIFFERENT COUNTS.
      *    FIZZARCH WILL NOT PURGE A RUN WHILE ANY FEED IT IS ON IS
      *    OPEN, SO THIS REPORT IS ALSO THE LIST OF WHAT IS HOLDING
      *    RESULTS ON THE CLUSTER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREG-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           LABEL RECORDS STANDARD.
           COPY ACKREC.

       FD  REGISTER-FILE
           LABEL RECORDS STANDARD.
           COPY XREGREC.

       FD  ACK-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  ACKRPT-LINE         PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS     PIC XX VALUE SPACES.
       01 WS-XREG-STATUS    PIC XX VALUE SPACES.
       01 WS-ACKRPT-STATUS  PIC XX VALUE SPACES.
       01 WS-ACK-EOF        PIC X VALUE "N".
           88 ACK-EOF                 VALUE "Y".
           88 ACK-NOT-EOF             VALUE "N".
       01 WS-XREG-EOF       PIC X VALUE "N".
           88 XREG-EOF                VALUE "Y".
           88 XREG-NOT-EOF            VALUE "N".
       01 WS-REGISTER-IND   PIC X VALUE "N".
           88 REGISTER-EXISTS         VALUE "Y".
           88 NO-REGISTER             VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 ACK-FATAL               VALUE "Y".
           88 ACK-NOT-FATAL           VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 ACK-WARNING             VALUE "Y".
           88 ACK-NO-WARNING          VALUE "N".
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-NOW            PIC 9(8) VALUE 0.

      *    EVERY FEED STILL OPEN - AWAITING ACKNOWLEDGMENT (P),
      *    REJECTED (R) OR MISMATCH (M). A FEED THAT IS ACCEPTED OR
      *    RESENT IS CLOSED AND ITS SLOT FREED (STATE SPACE) FOR
      *    REUSE, SO THE TABLE ONLY EVER HOLDS WHAT IS OUTSTANDING.
      *    999 OPEN FEEDS WOULD MEAN NOTHING HAS BEEN ACKNOWLEDGED
      *    FOR YEARS - OVERFLOW IS FATAL.
       01 WS-FEED-COUNT     PIC 9(3) VALUE 0.
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 999 TIMES INDEXED BY FEED-IDX.
               10 WS-FEED-RECEIVER     PIC X(8).
               10 WS-FEED-SEQ          PIC 9(6).
               10 WS-FEED-DATE         PIC 9(8).
               10 WS-FEED-RECORDS      PIC 9(9).
               10 WS-FEED-HASH         PIC 9(15).
               10 WS-FEED-RUNS         PIC 9(3).
               10 WS-FEED-STATE        PIC X.
               10 WS-FEED-ACK-DATE     PIC 9(8).
               10 WS-FEED-ACK-RECORDS  PIC 9(9).
               10 WS-FEED-ACK-HASH     PIC 9(15).
               10 WS-FEED-REASON       PIC X(30).
       01 WS-FEED-FOUND-IND PIC X VALUE "N".
           88 FEED-FOUND              VALUE "Y".
           88 FEED-NOT-FOUND          VALUE "N".
       01 WS-FIND-RECEIVER  PIC X(8) VALUE SPACES.
       01 WS-FIND-SEQ       PIC 9(6) VALUE 0.

      *    THE HIGHEST SEQUENCE EVER SENT TO EACH RECEIVER, TO TELL
      *    AN ACKNOWLEDGMENT FOR A FEED ALREADY CLOSED FROM ONE FOR
      *    A FEED THAT WAS NEVER SENT
       01 WS-RCV-COUNT      PIC 9(3) VALUE 0.
       01 WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 200 TIMES INDEXED BY RCV-IDX.
               10 WS-RCV-ID            PIC X(8).
               10 WS-RCV-HIGH-SEQ      PIC 9(6).
       01 WS-RCV-FOUND-IND  PIC X VALUE "N".
           88 RCV-FOUND               VALUE "Y".
           88 RCV-NOT-FOUND           VALUE "N".

      *    THE ACKNOWLEDGMENT BEING MATCHED, ONCE VALIDATED
       01 WS-ACK-VALID-IND  PIC X VALUE "Y".
           88 ACK-VALID               VALUE "Y".
           88 ACK-INVALID             VALUE "N".
       01 WS-ACK-SEQ        PIC 9(6) VALUE 0.
       01 WS-ACK-RECORDS    PIC 9(9) VALUE 0.
       01 WS-ACK-HASH       PIC 9(15) VALUE 0.
       01 WS-ACK-DATE       PIC 9(8) VALUE 0.
       01 WS-OUTCOME        PIC X(40) VALUE SPACES.

      *    TOTALS
       01 WS-REGISTER-READ  PIC 9(7) VALUE 0.
       01 WS-FEEDS-REGISTERED PIC 9(7) VALUE 0.
       01 WS-ACKS-READ      PIC 9(7) VALUE 0.
       01 WS-ACKS-ACCEPTED  PIC 9(5) VALUE 0.
       01 WS-ACKS-REJECTED  PIC 9(5) VALUE 0.
       01 WS-ACKS-MISMATCHED PIC 9(5) VALUE 0.
       01 WS-ACKS-UNMATCHED PIC 9(5) VALUE 0.
       01 WS-ACKS-INVALID   PIC 9(5) VALUE 0.
       01 WS-STATUS-WRITTEN PIC 9(5) VALUE 0.
       01 WS-OPEN-PENDING   PIC 9(5) VALUE 0.
       01 WS-OPEN-OVERDUE   PIC 9(5) VALUE 0.
       01 WS-OPEN-REJECTED  PIC 9(5) VALUE 0.
       01 WS-OPEN-MISMATCH  PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-SECTION-STATE  PIC X VALUE SPACE.
       01 WS-SECTION-TITLE  PIC X(60) VALUE SPACES.

      *    ONE ACKNOWLEDGMENT AS READ, AND WHAT WAS DONE WITH IT
       01 WS-ACK-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-AL-RECEIVER    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-AL-SEQUENCE    PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-AL-STATUS      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-AL-DATE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-AL-RECORDS     PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-AL-HASH        PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-AL-OUTCOME     PIC X(40).

      *    ONE OPEN FEED - WHAT WAS SENT, AND FOR A REJECTED OR
      *    MISMATCHED FEED WHAT THE RECEIVER SAID
       01 WS-FEED-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-RECEIVER    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-FL-SEQUENCE    PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-SENT-DATE   PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-RECORDS     PIC Z(8)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-FL-HASH        PIC Z(14)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-FL-RUNS        PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-ACK-DATE    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-FL-ACK-RECORDS PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-FL-ACK-HASH    PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-FL-NOTE        PIC X(30).
       01 WS-RECORDS-EDIT   PIC Z(8)9.
       01 WS-HASH-EDIT      PIC Z(14)9.
       01 WS-COUNT-EDIT     PIC ZZ,ZZ9.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 100-OPEN-REPORT
           IF NOT ACK-FATAL
               PERFORM 200-LOAD-REGISTER
           END-IF
           IF NOT ACK-FATAL
               PERFORM 300-PROCESS-ACKNOWLEDGMENTS
           END-IF
           IF NOT ACK-FATAL
               PERFORM 400-REPORT-OPEN-FEEDS
               PERFORM 800-WRITE-TOTALS
           END-IF
           IF WS-ACKRPT-STATUS = "00"
               CLOSE ACK-REPORT-FILE
           END-IF

      *    0 = EVERY FEED ACKNOWLEDGED AND BALANCED, 4 = A FEED SENT
      *    BEFORE TODAY IS STILL UNACKNOWLEDGED OR AN ACKNOWLEDGMENT
      *    COULD NOT BE USED, 8 = A FEED IS REJECTED OR MISMATCHED,
      *    16 = THE REGISTER OR REPORT COULD NOT BE USED, OR AN
      *    OUTCOME COULD NOT BE RECORDED ON THE REGISTER
           IF ACK-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-OPEN-REJECTED > 0 OR WS-OPEN-MISMATCH > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF ACK-WARNING OR WS-OPEN-OVERDUE > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-OPEN-REPORT.
           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-ACKRPT-STATUS NOT = "00"
               DISPLAY "ACKRPT COULD NOT BE OPENED (STATUS "
                   WS-ACKRPT-STATUS ") - NOTHING MATCHED"
               SET ACK-FATAL TO TRUE
           ELSE
               MOVE SPACES TO ACKRPT-LINE
               STRING "===== FIZZBUZZ RESULTS FEED ACKNOWLEDGMENTS - "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                   INTO ACKRPT-LINE
               WRITE ACKRPT-LINE
           END-IF.

       200-LOAD-REGISTER.
      *    NO REGISTER MEANS NO FEED HAS EVER BEEN SENT - EVERY
      *    ACKNOWLEDGMENT IS THEN FOR A FEED NEVER SENT. ANY OTHER
      *    OPEN FAILURE IS FATAL.
           OPEN INPUT REGISTER-FILE
           IF WS-XREG-STATUS = "35"
               DISPLAY "NO TRANSMISSION REGISTER - NO FEED HAS BEEN "
                   "SENT YET"
           ELSE
               IF WS-XREG-STATUS NOT = "00"
                   DISPLAY "XMITREG COULD NOT BE OPENED (STATUS "
                       WS-XREG-STATUS ") - NOTHING MATCHED"
                   SET ACK-FATAL TO TRUE
               ELSE
                   SET REGISTER-EXISTS TO TRUE
                   PERFORM UNTIL XREG-EOF OR ACK-FATAL
                       READ REGISTER-FILE
                           AT END
                               SET XREG-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REGISTER-READ
                               PERFORM 210-APPLY-REGISTER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
               END-IF
           END-IF.

       210-APPLY-REGISTER-RECORD.
      *    THE REGISTER IS IN TIME ORDER, SO A FEED IS ALWAYS IN THE
      *    TABLE BEFORE ANY STATUS RECORD FOR IT IS READ. RUN
      *    RECORDS ARE ONLY FIZZXMIT'S AND FIZZARCH'S CONCERN.
           EVALUATE TRUE
               WHEN XREG-FEED-ENTRY
                   ADD 1 TO WS-FEEDS-REGISTERED
                   PERFORM 220-NOTE-RECEIVER-SEQUENCE
                   PERFORM 230-ADD-OPEN-FEED
               WHEN XREG-RUN-ENTRY
                   CONTINUE
               WHEN XREG-STATUS-ENTRY
                   MOVE XREG-STS-RECEIVER TO WS-FIND-RECEIVER
                   MOVE XREG-STS-SEQUENCE TO WS-FIND-SEQ
                   PERFORM 250-FIND-OPEN-FEED
                   IF FEED-FOUND
                       PERFORM 240-APPLY-FEED-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY "XMITREG RECORD " WS-REGISTER-READ
                       ": UNKNOWN RECORD TYPE '" XREG-FEED-ID
                       "' - IGNORED"
                   SET ACK-WARNING TO TRUE
           END-EVALUATE.

       220-NOTE-RECEIVER-SEQUENCE.
           SET RCV-NOT-FOUND TO TRUE
           PERFORM VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > WS-RCV-COUNT OR RCV-FOUND
               IF WS-RCV-ID (RCV-IDX) = XREG-FEED-RECEIVER
                   SET RCV-FOUND TO TRUE
                   IF XREG-FEED-SEQUENCE > WS-RCV-HIGH-SEQ (RCV-IDX)
                       MOVE XREG-FEED-SEQUENCE
                           TO WS-RCV-HIGH-SEQ (RCV-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF RCV-NOT-FOUND
               IF WS-RCV-COUNT >= 200
                   DISPLAY "MORE THAN 200 RECEIVERS ON XMITREG - "
                       "NOTHING MATCHED"
                   SET ACK-FATAL TO TRUE
               ELSE
                   ADD 1 TO WS-RCV-COUNT
                   SET RCV-IDX TO WS-RCV-COUNT
                   MOVE XREG-FEED-RECEIVER TO WS-RCV-ID (RCV-IDX)
                   MOVE XREG-FEED-SEQUENCE TO WS-RCV-HIGH-SEQ (RCV-IDX)
               END-IF
           END-IF.

       230-ADD-OPEN-FEED.
      *    REUSE THE FIRST FREED SLOT, OTHERWISE EXTEND THE TABLE
           SET FEED-NOT-FOUND TO TRUE
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT OR FEED-FOUND
               IF WS-FEED-STATE (FEED-IDX) = SPACE
                   SET FEED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FEED-FOUND
               SET FEED-IDX DOWN BY 1
           ELSE
               IF WS-FEED-COUNT >= 999
                   DISPLAY "MORE THAN 999 OPEN FEEDS ON XMITREG - "
                       "NOTHING MATCHED"
                   SET ACK-FATAL TO TRUE
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   SET FEED-IDX TO WS-FEED-COUNT
               END-IF
           END-IF
           IF NOT ACK-FATAL
               MOVE XREG-FEED-RECEIVER TO WS-FEED-RECEIVER (FEED-IDX)
               MOVE XREG-FEED-SEQUENCE TO WS-FEED-SEQ (FEED-IDX)
               MOVE XREG-FEED-DATE TO WS-FEED-DATE (FEED-IDX)
               MOVE XREG-FEED-RECORD-COUNT TO WS-FEED-RECORDS (FEED-IDX)
               MOVE XREG-FEED-HASH-TOTAL TO WS-FEED-HASH (FEED-IDX)
               MOVE XREG-FEED-RUN-COUNT TO WS-FEED-RUNS (FEED-IDX)
               MOVE "P" TO WS-FEED-STATE (FEED-IDX)
               MOVE 0 TO WS-FEED-ACK-DATE (FEED-IDX)
               MOVE 0 TO WS-FEED-ACK-RECORDS (FEED-IDX)
               MOVE 0 TO WS-FEED-ACK-HASH (FEED-IDX)
               MOVE SPACES TO WS-FEED-REASON (FEED-IDX)
           END-IF.

       240-APPLY-FEED-STATUS.
      *    ACCEPTED AND RESENT CLOSE THE FEED; REJECTED AND
      *    MISMATCH KEEP IT OPEN WITH THE RECEIVER'S FIGURES
           IF XREG-STS-CLOSED
               MOVE SPACE TO WS-FEED-STATE (FEED-IDX)
           ELSE
               IF XREG-STS-REJECTED
                   MOVE "R" TO WS-FEED-STATE (FEED-IDX)
               ELSE
                   MOVE "M" TO WS-FEED-STATE (FEED-IDX)
               END-IF
               MOVE XREG-STS-DATE TO WS-FEED-ACK-DATE (FEED-IDX)
               MOVE XREG-STS-RECORD-COUNT
                   TO WS-FEED-ACK-RECORDS (FEED-IDX)
               MOVE XREG-STS-HASH-TOTAL TO WS-FEED-ACK-HASH (FEED-IDX)
               MOVE XREG-STS-REASON TO WS-FEED-REASON (FEED-IDX)
           END-IF.

       250-FIND-OPEN-FEED.
      *    LEAVES FEED-IDX ON THE OPEN FEED FOR WS-FIND-RECEIVER AND
      *    WS-FIND-SEQ WHEN THERE IS ONE
           SET FEED-NOT-FOUND TO TRUE
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT OR FEED-FOUND
               IF WS-FEED-STATE (FEED-IDX) NOT = SPACE
                   AND WS-FEED-RECEIVER (FEED-IDX) = WS-FIND-RECEIVER
                   AND WS-FEED-SEQ (FEED-IDX) = WS-FIND-SEQ
                   SET FEED-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FEED-FOUND
               SET FEED-IDX DOWN BY 1
           END-IF.

       300-PROCESS-ACKNOWLEDGMENTS.
      *    NO ACKIN IS NOT AN ERROR - NOTHING MAY HAVE COME BACK
      *    YET. EACH OUTCOME IS APPENDED TO THE REGISTER AS IT IS
      *    MATCHED, SO THE REGISTER MUST TAKE RECORDS BEFORE ANY
      *    ACKNOWLEDGMENT IS READ.
           MOVE SPACES TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE "----- ACKNOWLEDGMENTS RECEIVED -----" TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ACKIN NOT AVAILABLE (STATUS " WS-ACK-STATUS
                   ") - NO ACKNOWLEDGMENTS PROCESSED"
               MOVE "  (NONE)" TO ACKRPT-LINE
               WRITE ACKRPT-LINE
           ELSE
               IF REGISTER-EXISTS
                   OPEN EXTEND REGISTER-FILE
                   IF WS-XREG-STATUS NOT = "00"
                       DISPLAY "XMITREG COULD NOT BE OPENED TO RECORD "
                           "OUTCOMES (STATUS " WS-XREG-STATUS
                           ") - NO ACKNOWLEDGMENTS PROCESSED"
                       SET ACK-FATAL TO TRUE
                   END-IF
               END-IF
               IF NOT ACK-FATAL
                   MOVE SPACES TO ACKRPT-LINE
                   STRING "  RECEIVER SEQ     STATUS    ACK DATE  "
                       DELIMITED BY SIZE
                       "RECORDS   HASH TOTAL       OUTCOME"
                       DELIMITED BY SIZE
                       INTO ACKRPT-LINE
                   WRITE ACKRPT-LINE
                   PERFORM UNTIL ACK-EOF
                       READ ACK-FILE
                           AT END
                               SET ACK-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ACKS-READ
                               PERFORM 310-MATCH-ONE-ACK
                       END-READ
                   END-PERFORM
                   IF WS-ACKS-READ = 0
                       MOVE "  (NONE)" TO ACKRPT-LINE
                       WRITE ACKRPT-LINE
                   END-IF
                   IF REGISTER-EXISTS
                       CLOSE REGISTER-FILE
                   END-IF
               END-IF
               CLOSE ACK-FILE
           END-IF.

       310-MATCH-ONE-ACK.
           MOVE SPACES TO WS-OUTCOME
           PERFORM 320-VALIDATE-ACK
           IF ACK-INVALID
               ADD 1 TO WS-ACKS-INVALID
               SET ACK-WARNING TO TRUE
           ELSE
               MOVE ACK-RECEIVER TO WS-FIND-RECEIVER
               MOVE WS-ACK-SEQ TO WS-FIND-SEQ
               PERFORM 250-FIND-OPEN-FEED
               IF FEED-FOUND
                   PERFORM 330-RECORD-OUTCOME
               ELSE
                   PERFORM 340-EXPLAIN-UNMATCHED
               END-IF
           END-IF
           MOVE ACK-RECEIVER TO WS-AL-RECEIVER
           MOVE ACK-SEQUENCE TO WS-AL-SEQUENCE
           MOVE ACK-STATUS TO WS-AL-STATUS
           MOVE ACK-DATE TO WS-AL-DATE
           MOVE ACK-RECORD-COUNT TO WS-AL-RECORDS
           MOVE ACK-HASH-TOTAL TO WS-AL-HASH
           MOVE WS-OUTCOME TO WS-AL-OUTCOME
           MOVE WS-ACK-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE.

       320-VALIDATE-ACK.
      *    SEE ACKREC.CPY. A BLANK DATE IS TAKEN AS TODAY; THE
      *    COUNTS MAY BE BLANK ONLY ON A REJECTION.
           SET ACK-VALID TO TRUE
           MOVE 0 TO WS-ACK-RECORDS
           MOVE 0 TO WS-ACK-HASH
           EVALUATE TRUE
               WHEN ACK-RECEIVER = SPACES
                   MOVE "INVALID - NO RECEIVER" TO WS-OUTCOME
                   SET ACK-INVALID TO TRUE
               WHEN ACK-SEQUENCE NOT NUMERIC
                   MOVE "INVALID - SEQUENCE NOT NUMERIC" TO WS-OUTCOME
                   SET ACK-INVALID TO TRUE
               WHEN NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                   MOVE "INVALID - STATUS NOT ACCEPTED/REJECTED"
                       TO WS-OUTCOME
                   SET ACK-INVALID TO TRUE
               WHEN ACK-DATE NOT = SPACES AND ACK-DATE NOT NUMERIC
                   MOVE "INVALID - ACK DATE NOT YYYYMMDD" TO WS-OUTCOME
                   SET ACK-INVALID TO TRUE
               WHEN ACK-ACCEPTED
                   AND (ACK-RECORD-COUNT NOT NUMERIC
                        OR ACK-HASH-TOTAL NOT NUMERIC)
                   MOVE "INVALID - ACCEPTED WITHOUT COUNT/HASH"
                       TO WS-OUTCOME
                   SET ACK-INVALID TO TRUE
           END-EVALUATE
           IF ACK-VALID
               MOVE ACK-SEQUENCE TO WS-ACK-SEQ
               IF ACK-DATE = SPACES
                   MOVE WS-TODAY TO WS-ACK-DATE
               ELSE
                   MOVE ACK-DATE TO WS-ACK-DATE
               END-IF
               IF ACK-RECORD-COUNT NUMERIC
                   MOVE ACK-RECORD-COUNT TO WS-ACK-RECORDS
               END-IF
               IF ACK-HASH-TOTAL NUMERIC
                   MOVE ACK-HASH-TOTAL TO WS-ACK-HASH
               END-IF
           END-IF.

       330-RECORD-OUTCOME.
      *    APPEND THE STATUS RECORD AND APPLY IT TO THE TABLE THE
      *    SAME WAY A STATUS RECORD READ FROM THE REGISTER IS. AN
      *    OUTCOME THE REGISTER DID NOT TAKE IS NOT AN OUTCOME AT ALL
      *    - FIZZARCH AND FIZZXMIT ONLY EVER SEE THE REGISTER - SO A
      *    FAILED WRITE IS FATAL AND NO FURTHER ACKNOWLEDGMENT IS
      *    READ; RERUN ONCE XMITREG IS USABLE AGAIN.
           MOVE SPACES TO XREG-STATUS-RECORD
           SET XREG-STATUS-ENTRY TO TRUE
           MOVE ACK-RECEIVER TO XREG-STS-RECEIVER
           MOVE WS-ACK-SEQ TO XREG-STS-SEQUENCE
           MOVE WS-ACK-DATE TO XREG-STS-DATE
           ACCEPT WS-NOW FROM TIME
           MOVE WS-NOW TO XREG-STS-TIME
           MOVE WS-ACK-RECORDS TO XREG-STS-RECORD-COUNT
           MOVE WS-ACK-HASH TO XREG-STS-HASH-TOTAL
           MOVE ACK-REASON TO XREG-STS-REASON
           EVALUATE TRUE
               WHEN ACK-REJECTED
                   SET XREG-STS-REJECTED TO TRUE
                   MOVE "REJECTED - RUNS WILL BE SENT AGAIN"
                       TO WS-OUTCOME
               WHEN WS-ACK-RECORDS = WS-FEED-RECORDS (FEED-IDX)
                   AND WS-ACK-HASH = WS-FEED-HASH (FEED-IDX)
                   SET XREG-STS-ACCEPTED TO TRUE
                   MOVE "ACCEPTED - COUNT AND HASH AGREE"
                       TO WS-OUTCOME
               WHEN OTHER
                   SET XREG-STS-MISMATCH TO TRUE
                   MOVE "COUNT/HASH DIFFER - WILL BE SENT AGAIN"
                       TO WS-OUTCOME
           END-EVALUATE
           WRITE XREG-STATUS-RECORD
           IF WS-XREG-STATUS NOT = "00"
               DISPLAY "XMITREG WRITE FAILED (STATUS " WS-XREG-STATUS
                   ") - OUTCOME NOT RECORDED FOR " ACK-RECEIVER
                   " FEED " WS-ACK-SEQ " - NO FURTHER ACKNOWLEDGMENTS"
                   " PROCESSED"
               MOVE "NOT RECORDED - XMITREG WRITE FAILED"
                   TO WS-OUTCOME
               SET ACK-FATAL TO TRUE
               SET ACK-EOF TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN XREG-STS-REJECTED
                       ADD 1 TO WS-ACKS-REJECTED
                   WHEN XREG-STS-ACCEPTED
                       ADD 1 TO WS-ACKS-ACCEPTED
                   WHEN OTHER
                       ADD 1 TO WS-ACKS-MISMATCHED
               END-EVALUATE
               PERFORM 240-APPLY-FEED-STATUS
               ADD 1 TO WS-STATUS-WRITTEN
           END-IF.

       340-EXPLAIN-UNMATCHED.
      *    NOT AN OPEN FEED - EITHER ALREADY CLOSED (A REPEATED
      *    ACKNOWLEDGMENT, OR ONE FOR A FEED SINCE RESENT) OR NEVER
      *    SENT TO THAT RECEIVER AT ALL
           ADD 1 TO WS-ACKS-UNMATCHED
           SET ACK-WARNING TO TRUE
           SET RCV-NOT-FOUND TO TRUE
           PERFORM VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > WS-RCV-COUNT OR RCV-FOUND
               IF WS-RCV-ID (RCV-IDX) = ACK-RECEIVER
                   SET RCV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RCV-FOUND
               SET RCV-IDX DOWN BY 1
               IF WS-ACK-SEQ NOT > WS-RCV-HIGH-SEQ (RCV-IDX)
                   MOVE "IGNORED - FEED ALREADY CLOSED" TO WS-OUTCOME
               ELSE
                   MOVE "IGNORED - NO SUCH FEED SENT" TO WS-OUTCOME
               END-IF
           ELSE
               MOVE "IGNORED - NO FEED SENT TO THIS RECEIVER"
                   TO WS-OUTCOME
           END-IF.

       400-REPORT-OPEN-FEEDS.
      *    ONE SECTION PER KIND OF OPEN FEED
           MOVE "P" TO WS-SECTION-STATE
           MOVE "----- FEEDS NEVER ACKNOWLEDGED -----"
               TO WS-SECTION-TITLE
           PERFORM 410-WRITE-FEED-SECTION
           MOVE WS-SECTION-COUNT TO WS-OPEN-PENDING

           MOVE "R" TO WS-SECTION-STATE
           MOVE "----- FEEDS REJECTED -----" TO WS-SECTION-TITLE
           PERFORM 410-WRITE-FEED-SECTION
           MOVE WS-SECTION-COUNT TO WS-OPEN-REJECTED

           MOVE "M" TO WS-SECTION-STATE
           MOVE "----- FEEDS ACKNOWLEDGED WITH DIFFERENT COUNTS -----"
               TO WS-SECTION-TITLE
           PERFORM 410-WRITE-FEED-SECTION
           MOVE WS-SECTION-COUNT TO WS-OPEN-MISMATCH.

       410-WRITE-FEED-SECTION.
      *    WS-SECTION-STATE PICKS THE FEEDS LISTED UNDER
      *    WS-SECTION-TITLE
           MOVE SPACES TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE WS-SECTION-TITLE TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-STATE (FEED-IDX) = WS-SECTION-STATE
                   IF WS-SECTION-COUNT = 0
                       PERFORM 420-BUILD-FEED-HEADINGS
                       WRITE ACKRPT-LINE
                   END-IF
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 430-WRITE-FEED-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "  (NONE)" TO ACKRPT-LINE
               WRITE ACKRPT-LINE
           END-IF.

       420-BUILD-FEED-HEADINGS.
           MOVE SPACES TO ACKRPT-LINE
           STRING "  RECEIVER SEQ     SENT      " DELIMITED BY SIZE
               "  RECORDS      HASH TOTAL RUN  " DELIMITED BY SIZE
               "ACK DATE   RECORDS      HASH TOTAL "
               DELIMITED BY SIZE
               "NOTE" DELIMITED BY SIZE
               INTO ACKRPT-LINE.

       430-WRITE-FEED-LINE.
           MOVE WS-FEED-RECEIVER (FEED-IDX) TO WS-FL-RECEIVER
           MOVE WS-FEED-SEQ (FEED-IDX) TO WS-FL-SEQUENCE
           MOVE WS-FEED-DATE (FEED-IDX) TO WS-FL-SENT-DATE
           MOVE WS-FEED-RECORDS (FEED-IDX) TO WS-FL-RECORDS
           MOVE WS-FEED-HASH (FEED-IDX) TO WS-FL-HASH
           MOVE WS-FEED-RUNS (FEED-IDX) TO WS-FL-RUNS
           IF WS-FEED-STATE (FEED-IDX) = "P"
               MOVE SPACES TO WS-FL-ACK-DATE
               MOVE SPACES TO WS-FL-ACK-RECORDS
               MOVE SPACES TO WS-FL-ACK-HASH
               IF WS-FEED-DATE (FEED-IDX) < WS-TODAY
                   ADD 1 TO WS-OPEN-OVERDUE
                   MOVE "OVERDUE" TO WS-FL-NOTE
               ELSE
                   MOVE "SENT TODAY" TO WS-FL-NOTE
               END-IF
           ELSE
               MOVE WS-FEED-ACK-DATE (FEED-IDX) TO WS-FL-ACK-DATE
               MOVE WS-FEED-ACK-RECORDS (FEED-IDX) TO WS-RECORDS-EDIT
               MOVE WS-RECORDS-EDIT TO WS-FL-ACK-RECORDS
               MOVE WS-FEED-ACK-HASH (FEED-IDX) TO WS-HASH-EDIT
               MOVE WS-HASH-EDIT TO WS-FL-ACK-HASH
               MOVE WS-FEED-REASON (FEED-IDX) TO WS-FL-NOTE
           END-IF
           MOVE WS-FEED-LINE TO ACKRPT-LINE
           WRITE ACKRPT-LINE.

       800-WRITE-TOTALS.
           MOVE SPACES TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE "===== TOTALS =====" TO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           MOVE WS-ACKS-READ TO WS-COUNT-EDIT
           STRING "ACKNOWLEDGMENTS READ . . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           MOVE WS-ACKS-ACCEPTED TO WS-COUNT-EDIT
           STRING "  ACCEPTED AND BALANCED  . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           MOVE WS-ACKS-REJECTED TO WS-COUNT-EDIT
           STRING "  REJECTED . . . . . . . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           MOVE WS-ACKS-MISMATCHED TO WS-COUNT-EDIT
           STRING "  COUNTS DIFFER  . . . . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           MOVE WS-ACKS-UNMATCHED TO WS-COUNT-EDIT
           STRING "  NOT FOR AN OPEN FEED . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           MOVE WS-ACKS-INVALID TO WS-COUNT-EDIT
           STRING "  INVALID  . . . . . . . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE
           MOVE SPACES TO ACKRPT-LINE
           COMPUTE WS-SECTION-COUNT =
               WS-OPEN-PENDING + WS-OPEN-REJECTED + WS-OPEN-MISMATCH
           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
           STRING "FEEDS STILL OPEN . . . . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ACKRPT-LINE
           WRITE ACKRPT-LINE

           DISPLAY "===== FIZZACK SUMMARY ====="
           DISPLAY "REGISTER RECORDS READ . . . . : " WS-REGISTER-READ
           DISPLAY "FEEDS EVER REGISTERED . . . . : "
               WS-FEEDS-REGISTERED
           DISPLAY "ACKNOWLEDGMENTS READ  . . . . : " WS-ACKS-READ
           DISPLAY "  ACCEPTED AND BALANCED . . . : " WS-ACKS-ACCEPTED
           DISPLAY "  REJECTED  . . . . . . . . . : " WS-ACKS-REJECTED
           DISPLAY "  COUNTS DIFFER . . . . . . . : "
               WS-ACKS-MISMATCHED
           DISPLAY "  NOT FOR AN OPEN FEED  . . . : " WS-ACKS-UNMATCHED
           DISPLAY "  INVALID . . . . . . . . . . : " WS-ACKS-INVALID
           DISPLAY "OPEN - NEVER ACKNOWLEDGED . . : " WS-OPEN-PENDING
           DISPLAY "  OF WHICH OVERDUE  . . . . . : " WS-OPEN-OVERDUE
           DISPLAY "OPEN - REJECTED . . . . . . . : " WS-OPEN-REJECTED
           DISPLAY "OPEN - COUNTS DIFFER  . . . . : " WS-OPEN-MISMATCH.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZACK" TO WS-STEP-PROGRAM
           MOVE "FIZZACK" TO WS-STEP-JOBNAME
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
           MOVE WS-ACKS-READ TO WS-STEP-READ
           MOVE WS-STATUS-WRITTEN TO WS-STEP-WRITTEN
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
