      *    FIZZAMNT - BATCH MAINTENANCE FOR THE AUTHFILE
      *    AUTHORIZATION TABLE (AUTHREC.CPY) THAT FIZZBUZZ, FIZZRMNT,
      *    FIZZREST, FIZZVRFY, FIZZARCH, FIZZHKP AND FIZZSMNT CHECK
      *    BEFORE THEIR PROTECTED WORK. APPLIES ADD/DEL TRANSACTION
      *    CARDS FROM THE AUTHTXN DD (AUTHTXN.CPY - ONE CARD, ONE
      *    GRANT OR GROUP MEMBERSHIP) AND WRITES A BEFORE/AFTER
      *    CHANGE LISTING TO AMNTRPT, THE SAME WAY FIZZRMNT LISTS
      *    CATALOG CHANGES, SO EVERY CHANGE TO WHO MAY DO WHAT LEAVES
      *    A REVIEWABLE PAPER TRAIL. EACH GRANT ADDED IS STAMPED
      *    WITH THE DATE, TIME AND USER THAT ADDED IT.
      *    THIS JOB CHANGES THE TABLE THAT PROTECTS EVERYTHING ELSE,
      *    SO IT IS NOT ITSELF CONTROLLED BY AUTHFILE - A GRANT COULD
      *    THEN BE USED TO GRANT ITSELF MORE. ACCESS TO IT IS
      *    CONTROLLED BY DATASET SECURITY: ONLY THE SECURITY
      *    ADMINISTRATORS MAY OPEN AUTHFILE FOR UPDATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "AUTHTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "AMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMNT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE
           LABEL RECORDS STANDARD.
           COPY AUTHTXN.

       FD  AUTH-FILE
           LABEL RECORDS STANDARD.
           COPY AUTHREC.

       FD  MAINT-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  AMNT-LINE           PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS     PIC XX VALUE SPACES.
       01 WS-AUTH-STATUS    PIC XX VALUE SPACES.
       01 WS-AMNT-STATUS    PIC XX VALUE SPACES.
       01 WS-TXN-EOF        PIC X VALUE "N".
           88 TXN-EOF                 VALUE "Y".
           88 TXN-NOT-EOF             VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 MAINT-FATAL             VALUE "Y".
           88 MAINT-NOT-FATAL         VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 MAINT-WARNING           VALUE "Y".
           88 MAINT-NO-WARNING        VALUE "N".

      *    A FIRST-EVER LOAD FINDS NO TABLE TO OPEN I-O - IT IS
      *    OPENED OUTPUT INSTEAD, AND EVERY BEFORE-IMAGE READ THEN
      *    BEHAVES AS NOT-ON-FILE
       01 WS-AUTH-MODE-IND  PIC X VALUE "U".
           88 AUTH-UPDATE-MODE        VALUE "U".
           88 AUTH-LOAD-MODE          VALUE "L".

      *    THE CARD BEING APPLIED - ITS VALIDATION RESULT AND THE
      *    BEFORE-IMAGE OF THE ENTRY IT CHANGES
       01 WS-CARD-ERROR-IND PIC X VALUE "N".
           88 CARD-IN-ERROR           VALUE "Y".
           88 CARD-CLEAN              VALUE "N".
       01 WS-CARD-ERROR     PIC X(40) VALUE SPACES.
       01 WS-ENTRY-EXISTS-IND PIC X VALUE "N".
           88 ENTRY-EXISTS            VALUE "Y".
           88 ENTRY-MISSING           VALUE "N".
       01 WS-BEFORE-RECORD  PIC X(100) VALUE SPACES.
       01 WS-WRITE-APPLIED-IND PIC X VALUE "Y".
           88 WRITE-APPLIED           VALUE "Y".
           88 WRITE-NOT-APPLIED       VALUE "N".
       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-NOW            PIC 9(8) VALUE 0.

      *    MAINTENANCE TALLIES FOR THE TRAILER
       01 WS-ENTRIES-ADDED  PIC 9(5) VALUE 0.
       01 WS-ENTRIES-DELETED PIC 9(5) VALUE 0.
       01 WS-CARDS-IN-ERROR PIC 9(5) VALUE 0.
       01 WS-CARDS-READ     PIC 9(5) VALUE 0.

      *    ONE ENTRY AS IT APPEARS ON THE LISTING
       01 WS-ENTRY-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE "GRANTED ".
           05 WS-EL-DATE        PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-EL-TIME        PIC 9(8).
           05 FILLER            PIC X(4) VALUE " BY ".
           05 WS-EL-USERID      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-EL-REMARK      PIC X(30).

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 130-OPEN-MAINT-FILES
           IF NOT MAINT-FATAL
               PERFORM 200-PROCESS-TXN-CARDS
                   UNTIL TXN-EOF
               PERFORM 800-WRITE-MAINT-TRAILER
               PERFORM 900-TERMINATE
           END-IF

      *    0 = EVERY CARD APPLIED, 4 = CARDS IN ERROR (LISTED AS
      *    UNCHANGED), 16 = NOTHING APPLIED
           IF MAINT-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF MAINT-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       130-OPEN-MAINT-FILES.
      *    NO TRANSACTION DECK IS A MISCONFIGURED JOB, NOT AN EMPTY
      *    CHANGE REQUEST - SAY SO AND STOP BEFORE TOUCHING THE
      *    TABLE
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "AUTHTXN COULD NOT BE OPENED (STATUS "
                   WS-TXN-STATUS ") - NO MAINTENANCE APPLIED"
               SET MAINT-FATAL TO TRUE
           END-IF

           IF NOT MAINT-FATAL
               OPEN I-O AUTH-FILE
               IF WS-AUTH-STATUS = "00"
                   SET AUTH-UPDATE-MODE TO TRUE
               ELSE
      *            FIRST-EVER LOAD, AS FOR RULECAT IN FIZZRMNT.COB -
      *            THE INITIAL CARDS MUST THEN BE IN KEY ORDER. ONLY
      *            A CLUSTER THAT HAS NEVER BEEN LOADED (STATUS 35)
      *            IS OPENED FOR INITIAL LOAD - OPEN OUTPUT ON ANY
      *            OTHER FAILURE WOULD EMPTY AUTHFILE
                   IF WS-AUTH-STATUS = "35"
                       OPEN OUTPUT AUTH-FILE
                   END-IF
                   IF WS-AUTH-STATUS = "00"
                       SET AUTH-LOAD-MODE TO TRUE
                       DISPLAY "AUTHFILE OPENED FOR INITIAL LOAD - "
                           "ALL ENTRIES TREATED AS NOT ON FILE"
                   ELSE
                       DISPLAY "AUTHFILE COULD NOT BE OPENED (STATUS "
                           WS-AUTH-STATUS ") - NO MAINTENANCE APPLIED"
                       SET MAINT-FATAL TO TRUE
                       CLOSE TXN-FILE
                   END-IF
               END-IF
           END-IF

           IF NOT MAINT-FATAL
               OPEN OUTPUT MAINT-REPORT-FILE
               IF WS-AMNT-STATUS NOT = "00"
                   DISPLAY "AMNTRPT COULD NOT BE OPENED (STATUS "
                       WS-AMNT-STATUS ") - NO MAINTENANCE APPLIED"
                   SET MAINT-FATAL TO TRUE
                   CLOSE TXN-FILE
                   CLOSE AUTH-FILE
               END-IF
           END-IF

           IF NOT MAINT-FATAL
               MOVE "===== AUTHFILE MAINTENANCE CHANGE LISTING ====="
                   TO AMNT-LINE
               WRITE AMNT-LINE
               MOVE SPACES TO AMNT-LINE
               STRING "MAINTAINED BY USER " DELIMITED BY SIZE
                   WS-STEP-USERID DELIMITED BY SIZE
                   " JOB " DELIMITED BY SIZE
                   WS-STEP-JOBNAME DELIMITED BY SIZE
                   INTO AMNT-LINE
               WRITE AMNT-LINE
           END-IF.

       200-PROCESS-TXN-CARDS.
           READ TXN-FILE
               AT END
                   SET TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM 210-APPLY-TXN-CARD
           END-READ.

       210-APPLY-TXN-CARD.
      *    EVERY CARD IS LISTED - HEADING, BEFORE-IMAGE AND WHAT
      *    HAPPENED - WHETHER OR NOT IT COULD BE APPLIED
           PERFORM 220-VALIDATE-TXN-CARD
           PERFORM 250-READ-BEFORE-IMAGE
           IF CARD-CLEAN
               IF ATX-ADD AND ENTRY-EXISTS
                   MOVE "ALREADY ON FILE" TO WS-CARD-ERROR
                   SET CARD-IN-ERROR TO TRUE
               END-IF
               IF ATX-DEL AND ENTRY-MISSING
                   MOVE "NOT ON FILE" TO WS-CARD-ERROR
                   SET CARD-IN-ERROR TO TRUE
               END-IF
           END-IF
           PERFORM 310-WRITE-CARD-HEADING
           PERFORM 320-LIST-BEFORE-IMAGE
           IF CARD-IN-ERROR
               DISPLAY "CARD " WS-CARDS-READ " " ATX-ACTION " "
                   ATX-SUBJECT " " ATX-FUNCTION " " ATX-OBJECT
                   " NOT APPLIED - " WS-CARD-ERROR
               ADD 1 TO WS-CARDS-IN-ERROR
               SET MAINT-WARNING TO TRUE
               MOVE SPACES TO AMNT-LINE
               STRING "  AFTER:  (UNCHANGED - " DELIMITED BY SIZE
                   WS-CARD-ERROR DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO AMNT-LINE
               WRITE AMNT-LINE
           ELSE
               IF ATX-ADD
                   PERFORM 330-ADD-ENTRY
               ELSE
                   PERFORM 400-DELETE-ENTRY
               END-IF
           END-IF.

       220-VALIDATE-TXN-CARD.
      *    A BAD CARD MUST NOT REACH THE TABLE - AN ENTRY NO PROGRAM
      *    EVER LOOKS UP WOULD LOOK LIKE A GRANT ON THE LISTING AND
      *    GRANT NOTHING. THE FIRST ERROR FOUND IS THE ONE LISTED.
           SET CARD-CLEAN TO TRUE
           MOVE SPACES TO WS-CARD-ERROR
           MOVE ATX-SUBJECT TO AUTH-SUBJECT
           MOVE ATX-FUNCTION TO AUTH-FUNCTION
           MOVE ATX-OBJECT TO AUTH-OBJECT
           EVALUATE TRUE
               WHEN NOT ATX-ADD AND NOT ATX-DEL
                   MOVE "INVALID ACTION - MUST BE ADD OR DEL"
                       TO WS-CARD-ERROR
               WHEN ATX-SUBJECT = SPACES
                   MOVE "BLANK USERID OR GROUP" TO WS-CARD-ERROR
               WHEN NOT AUTH-FN-VALID
                   MOVE "UNKNOWN FUNCTION" TO WS-CARD-ERROR
               WHEN AUTH-FN-RUNSET AND ATX-OBJECT = SPACES
                   MOVE "RUNSET NEEDS A SET NAME OR *"
                       TO WS-CARD-ERROR
               WHEN AUTH-FN-MEMBER AND ATX-OBJECT = SPACES
                   MOVE "MEMBER NEEDS A GROUP NAME" TO WS-CARD-ERROR
               WHEN AUTH-FN-MEMBER
                       AND (ATX-SUBJECT = "*" OR ATX-OBJECT = "*")
                   MOVE "MEMBER NEEDS A USERID AND A GROUP, NOT *"
                       TO WS-CARD-ERROR
               WHEN NOT AUTH-FN-RUNSET AND NOT AUTH-FN-MEMBER
                       AND ATX-OBJECT NOT = SPACES
                   MOVE "FUNCTION TAKES NO OBJECT" TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-ERROR NOT = SPACES
               SET CARD-IN-ERROR TO TRUE
           END-IF.

       250-READ-BEFORE-IMAGE.
           SET ENTRY-MISSING TO TRUE
           MOVE SPACES TO WS-BEFORE-RECORD
           IF AUTH-UPDATE-MODE AND CARD-CLEAN
               MOVE ATX-SUBJECT TO AUTH-SUBJECT
               MOVE ATX-FUNCTION TO AUTH-FUNCTION
               MOVE ATX-OBJECT TO AUTH-OBJECT
               READ AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENTRY-EXISTS TO TRUE
                       MOVE AUTH-RECORD TO WS-BEFORE-RECORD
               END-READ
           END-IF.

       310-WRITE-CARD-HEADING.
           MOVE SPACES TO AMNT-LINE
           STRING "ENTRY " DELIMITED BY SIZE
               ATX-SUBJECT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATX-FUNCTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATX-OBJECT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ATX-ACTION DELIMITED BY SIZE
               INTO AMNT-LINE
           WRITE AMNT-LINE.

       320-LIST-BEFORE-IMAGE.
           IF ENTRY-EXISTS
               MOVE "  BEFORE:" TO AMNT-LINE
               WRITE AMNT-LINE
               MOVE WS-BEFORE-RECORD TO AUTH-RECORD
               PERFORM 340-LIST-ENTRY
           ELSE
               MOVE "  BEFORE: (NOT ON FILE)" TO AMNT-LINE
               WRITE AMNT-LINE
           END-IF.

       330-ADD-ENTRY.
      *    THE LISTING MUST SHOW WHAT ACTUALLY HAPPENED - A FAILED
      *    WRITE (E.G. AN OUT-OF-ORDER KEY DURING A VSAM INITIAL
      *    LOAD) IS LISTED AS NOT APPLIED, NOT AS A CHANGE
           SET WRITE-APPLIED TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO AUTH-RECORD
           MOVE ATX-SUBJECT TO AUTH-SUBJECT
           MOVE ATX-FUNCTION TO AUTH-FUNCTION
           MOVE ATX-OBJECT TO AUTH-OBJECT
           MOVE WS-TODAY TO AUTH-GRANT-DATE
           MOVE WS-NOW TO AUTH-GRANT-TIME
           MOVE WS-STEP-USERID TO AUTH-GRANT-USERID
           MOVE ATX-REMARK TO AUTH-REMARK
           WRITE AUTH-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED FOR CARD " WS-CARDS-READ
                       " (STATUS " WS-AUTH-STATUS ")"
                   SET MAINT-WARNING TO TRUE
                   SET WRITE-NOT-APPLIED TO TRUE
           END-WRITE
           IF WRITE-NOT-APPLIED
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE "  AFTER:  (UNCHANGED - WRITE FAILED)"
                   TO AMNT-LINE
               WRITE AMNT-LINE
           ELSE
               ADD 1 TO WS-ENTRIES-ADDED
               MOVE "  AFTER:" TO AMNT-LINE
               WRITE AMNT-LINE
               PERFORM 340-LIST-ENTRY
           END-IF.

       340-LIST-ENTRY.
           MOVE AUTH-GRANT-DATE TO WS-EL-DATE
           MOVE AUTH-GRANT-TIME TO WS-EL-TIME
           MOVE AUTH-GRANT-USERID TO WS-EL-USERID
           MOVE AUTH-REMARK TO WS-EL-REMARK
           MOVE WS-ENTRY-LINE TO AMNT-LINE
           WRITE AMNT-LINE.

       400-DELETE-ENTRY.
      *    SAME RULE AS 330-ADD-ENTRY: A FAILED DELETE IS LISTED AS
      *    NOT APPLIED, NOT COUNTED AS A DELETE
           SET WRITE-APPLIED TO TRUE
           MOVE ATX-SUBJECT TO AUTH-SUBJECT
           MOVE ATX-FUNCTION TO AUTH-FUNCTION
           MOVE ATX-OBJECT TO AUTH-OBJECT
           DELETE AUTH-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR CARD " WS-CARDS-READ
                       " (STATUS " WS-AUTH-STATUS ")"
                   SET MAINT-WARNING TO TRUE
                   SET WRITE-NOT-APPLIED TO TRUE
           END-DELETE
           IF WRITE-NOT-APPLIED
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE "  AFTER:  (UNCHANGED - DELETE FAILED)"
                   TO AMNT-LINE
               WRITE AMNT-LINE
           ELSE
               ADD 1 TO WS-ENTRIES-DELETED
               MOVE "  AFTER:  (DELETED)" TO AMNT-LINE
               WRITE AMNT-LINE
           END-IF.

       800-WRITE-MAINT-TRAILER.
           MOVE SPACES TO AMNT-LINE
           WRITE AMNT-LINE
           MOVE SPACES TO AMNT-LINE
           STRING "===== TOTALS: " DELIMITED BY SIZE
               WS-ENTRIES-ADDED DELIMITED BY SIZE
               " ADDED, " DELIMITED BY SIZE
               WS-ENTRIES-DELETED DELIMITED BY SIZE
               " DELETED, " DELIMITED BY SIZE
               WS-CARDS-IN-ERROR DELIMITED BY SIZE
               " IN ERROR =====" DELIMITED BY SIZE
               INTO AMNT-LINE
           WRITE AMNT-LINE

           DISPLAY "===== FIZZAMNT SUMMARY ====="
           DISPLAY "TRANSACTION CARDS READ  . . . : " WS-CARDS-READ
           DISPLAY "ENTRIES ADDED . . . . . . . . : " WS-ENTRIES-ADDED
           DISPLAY "ENTRIES DELETED . . . . . . . : "
               WS-ENTRIES-DELETED
           DISPLAY "CARDS IN ERROR  . . . . . . . : "
               WS-CARDS-IN-ERROR.

       900-TERMINATE.
           CLOSE TXN-FILE
           CLOSE AUTH-FILE
           CLOSE MAINT-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZAMNT" TO WS-STEP-PROGRAM
           MOVE "FIZZAMNT" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-WRITTEN = WS-ENTRIES-ADDED
               + WS-ENTRIES-DELETED
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
