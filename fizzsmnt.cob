      *    FIZZSMNT - BATCH MAINTENANCE FOR THE SCHDMAST SCHEDULE
      *    MASTER (SCHDREC.CPY) OF STANDING RUN DEFINITIONS THAT
      *    FIZZSCHD TURNS INTO EACH DAY'S FIZZBUZZ PARAMETER DECK.
      *    APPLIES ADD/CHG/DEL TRANSACTION CARDS FROM THE SCHDTXN DD
      *    (SCHDTXN.CPY - ONE CARD, ONE WHOLE DEFINITION) AND WRITES
      *    A BEFORE/AFTER CHANGE LISTING TO SMNTRPT, THE SAME WAY
      *    FIZZRMNT LISTS CATALOG CHANGES, SO EVERY CHANGE TO WHAT
      *    PRODUCTION RUNS AND WHEN LEAVES A REVIEWABLE PAPER TRAIL.
      *    EACH DEFINITION ADDED OR CHANGED IS STAMPED WITH THE DATE,
      *    TIME AND USER THAT MADE THE CHANGE.
      *    A CARD IS CHECKED THE SAME WAY FIZZBUZZ CHECKS A PARAMETER
      *    CARD BEFORE IT CAN REACH THE MASTER - A BAD DEFINITION
      *    WOULD OTHERWISE ONLY SURFACE ON THE DAY IT FELL DUE. THE
      *    RULE SET IS NOT CHECKED HERE: A SET MAY BE ADDED TO RULECAT
      *    AFTER THE DEFINITION THAT NAMES IT, AND FIZZSCHD CHECKS IT
      *    EVERY DAY AGAINST THE CATALOG AS IT THEN STANDS.
      *    ONLY A USER GRANTED SCHEDULE ON AUTHFILE (AUTHREC.CPY) MAY
      *    MAINTAIN THE SCHEDULE - ANYONE ELSE IS REFUSED WITH RC=16
      *    BEFORE A FILE IS OPENED, AND THE REFUSAL IS LOGGED TO
      *    SECVIOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO "SCHDTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SCHEDULE-MASTER ASSIGN TO "SCHDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCHD-ID
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "SMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMNT-STATUS.

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
       FD  TXN-FILE
           LABEL RECORDS STANDARD.
           COPY SCHDTXN.

       FD  SCHEDULE-MASTER
           LABEL RECORDS STANDARD.
           COPY SCHDREC.

       FD  MAINT-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  SMNT-LINE           PIC X(132).

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
       01 WS-TXN-STATUS     PIC XX VALUE SPACES.
       01 WS-SCHD-STATUS    PIC XX VALUE SPACES.
       01 WS-SMNT-STATUS    PIC XX VALUE SPACES.
       01 WS-TXN-EOF        PIC X VALUE "N".
           88 TXN-EOF                 VALUE "Y".
           88 TXN-NOT-EOF             VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 MAINT-FATAL             VALUE "Y".
           88 MAINT-NOT-FATAL         VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 MAINT-WARNING           VALUE "Y".
           88 MAINT-NO-WARNING        VALUE "N".

      *    A FIRST-EVER LOAD FINDS NO MASTER TO OPEN I-O - IT IS
      *    OPENED OUTPUT INSTEAD, AND EVERY BEFORE-IMAGE READ THEN
      *    BEHAVES AS NOT-ON-FILE
       01 WS-SCHD-MODE-IND  PIC X VALUE "U".
           88 SCHD-UPDATE-MODE        VALUE "U".
           88 SCHD-LOAD-MODE          VALUE "L".

      *    THE CARD BEING APPLIED - ITS VALIDATION RESULT, ITS
      *    NUMERIC FIELDS ONCE CHECKED, AND THE BEFORE-IMAGE OF THE
      *    DEFINITION IT CHANGES
       01 WS-CARD-ERROR-IND PIC X VALUE "N".
           88 CARD-IN-ERROR           VALUE "Y".
           88 CARD-CLEAN              VALUE "N".
       01 WS-CARD-ERROR     PIC X(40) VALUE SPACES.
       01 WS-NEW-START      PIC 9(5) VALUE 0.
       01 WS-NEW-MYLIMIT    PIC 9(5) VALUE 0.
       01 WS-NEW-BUSINESS-DAY PIC 9(2) VALUE 0.
       01 WS-WEEKDAY-RUN-COUNT PIC 9(2) VALUE 0.
       01 WS-WEEKDAY-BAD-COUNT PIC 9(2) VALUE 0.
       01 WEEKDAY-IDX       PIC 9(2) VALUE 0.
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
       01 WS-DEFS-ADDED     PIC 9(5) VALUE 0.
       01 WS-DEFS-CHANGED   PIC 9(5) VALUE 0.
       01 WS-DEFS-DELETED   PIC 9(5) VALUE 0.
       01 WS-CARDS-IN-ERROR PIC 9(5) VALUE 0.
       01 WS-CARDS-READ     PIC 9(5) VALUE 0.

      *    ONE DEFINITION AS IT APPEARS ON THE LISTING - THE RUN AND
      *    ITS FREQUENCY, THEN THE DESCRIPTION AND LAST CHANGE
       01 WS-DAY-LETTERS    PIC X(7) VALUE "MTWTFSS".
       01 WS-FREQ-TEXT      PIC X(24) VALUE SPACES.
       01 WS-DEF-LINE-1.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE "RANGE ".
           05 WS-DL-START       PIC 9(5).
           05 FILLER            PIC X(1) VALUE "-".
           05 WS-DL-MYLIMIT     PIC 9(5).
           05 FILLER            PIC X(6) VALUE "  SET ".
           05 WS-DL-RULESET     PIC X(8).
           05 FILLER            PIC X(7) VALUE "  MODE ".
           05 WS-DL-MODE        PIC X(1).
           05 FILLER            PIC X(7) VALUE "  FREQ ".
           05 WS-DL-FREQ        PIC X(24).
       01 WS-DEF-LINE-2.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WS-DL-DESC        PIC X(30).
           05 FILLER            PIC X(10) VALUE "  CHANGED ".
           05 WS-DL-DATE        PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-TIME        PIC 9(8).
           05 FILLER            PIC X(4) VALUE " BY ".
           05 WS-DL-USERID      PIC X(8).

           COPY JOBLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 120-CHECK-SCHEDULE-AUTHORITY
           IF NOT MAINT-FATAL
               PERFORM 130-OPEN-MAINT-FILES
           END-IF
           IF NOT MAINT-FATAL
               PERFORM 200-PROCESS-TXN-CARDS
                   UNTIL TXN-EOF
               PERFORM 800-WRITE-MAINT-TRAILER
               PERFORM 900-TERMINATE
           END-IF

      *    0 = EVERY CARD APPLIED, 4 = CARDS IN ERROR (LISTED AS
      *    UNCHANGED), 16 = NOTHING APPLIED (NOT AUTHORIZED, OR A
      *    FILE COULD NOT BE OPENED)
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

       120-CHECK-SCHEDULE-AUTHORITY.
      *    THE SCHEDULE DECIDES WHAT EVERY PRODUCTION DAY RUNS -
      *    REFUSE AN UNAUTHORIZED USER BEFORE ANYTHING IS OPENED
           MOVE "SCHEDULE" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY WS-AUTH-MESSAGE
               DISPLAY "NO MAINTENANCE APPLIED"
               SET MAINT-FATAL TO TRUE
           END-IF.

       130-OPEN-MAINT-FILES.
      *    NO TRANSACTION DECK IS A MISCONFIGURED JOB, NOT AN EMPTY
      *    CHANGE REQUEST - SAY SO AND STOP BEFORE TOUCHING THE
      *    MASTER
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "SCHDTXN COULD NOT BE OPENED (STATUS "
                   WS-TXN-STATUS ") - NO MAINTENANCE APPLIED"
               SET MAINT-FATAL TO TRUE
           END-IF

           IF NOT MAINT-FATAL
               OPEN I-O SCHEDULE-MASTER
               IF WS-SCHD-STATUS = "00"
                   SET SCHD-UPDATE-MODE TO TRUE
               ELSE
      *            FIRST-EVER LOAD, AS FOR RULECAT IN FIZZRMNT.COB -
      *            THE INITIAL CARDS MUST THEN BE IN KEY ORDER. ONLY
      *            A CLUSTER THAT HAS NEVER BEEN LOADED (STATUS 35)
      *            IS OPENED FOR INITIAL LOAD - OPEN OUTPUT ON ANY
      *            OTHER FAILURE WOULD EMPTY SCHDMAST
                   IF WS-SCHD-STATUS = "35"
                       OPEN OUTPUT SCHEDULE-MASTER
                   END-IF
                   IF WS-SCHD-STATUS = "00"
                       SET SCHD-LOAD-MODE TO TRUE
                       DISPLAY "SCHDMAST OPENED FOR INITIAL LOAD - "
                           "ALL DEFINITIONS TREATED AS NOT ON FILE"
                   ELSE
                       DISPLAY "SCHDMAST COULD NOT BE OPENED (STATUS "
                           WS-SCHD-STATUS ") - NO MAINTENANCE APPLIED"
                       SET MAINT-FATAL TO TRUE
                       CLOSE TXN-FILE
                   END-IF
               END-IF
           END-IF

           IF NOT MAINT-FATAL
               OPEN OUTPUT MAINT-REPORT-FILE
               IF WS-SMNT-STATUS NOT = "00"
                   DISPLAY "SMNTRPT COULD NOT BE OPENED (STATUS "
                       WS-SMNT-STATUS ") - NO MAINTENANCE APPLIED"
                   SET MAINT-FATAL TO TRUE
                   CLOSE TXN-FILE
                   CLOSE SCHEDULE-MASTER
               END-IF
           END-IF

           IF NOT MAINT-FATAL
               MOVE "===== SCHDMAST MAINTENANCE CHANGE LISTING ====="
                   TO SMNT-LINE
               WRITE SMNT-LINE
               MOVE SPACES TO SMNT-LINE
               STRING "MAINTAINED BY USER " DELIMITED BY SIZE
                   WS-STEP-USERID DELIMITED BY SIZE
                   " JOB " DELIMITED BY SIZE
                   WS-STEP-JOBNAME DELIMITED BY SIZE
                   INTO SMNT-LINE
               WRITE SMNT-LINE
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
               IF STX-ADD AND ENTRY-EXISTS
                   MOVE "ALREADY ON FILE - USE CHG" TO WS-CARD-ERROR
                   SET CARD-IN-ERROR TO TRUE
               END-IF
               IF (STX-CHG OR STX-DEL) AND ENTRY-MISSING
                   MOVE "NOT ON FILE" TO WS-CARD-ERROR
                   SET CARD-IN-ERROR TO TRUE
               END-IF
           END-IF
           PERFORM 310-WRITE-CARD-HEADING
           PERFORM 320-LIST-BEFORE-IMAGE
           IF CARD-IN-ERROR
               DISPLAY "CARD " WS-CARDS-READ " " STX-ACTION " "
                   STX-ID " NOT APPLIED - " WS-CARD-ERROR
               ADD 1 TO WS-CARDS-IN-ERROR
               SET MAINT-WARNING TO TRUE
               MOVE SPACES TO SMNT-LINE
               STRING "  AFTER:  (UNCHANGED - " DELIMITED BY SIZE
                   WS-CARD-ERROR DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO SMNT-LINE
               WRITE SMNT-LINE
           ELSE
               IF STX-DEL
                   PERFORM 400-DELETE-DEFINITION
               ELSE
                   PERFORM 330-WRITE-DEFINITION
               END-IF
           END-IF.

       220-VALIDATE-TXN-CARD.
      *    A BAD DEFINITION MUST NOT REACH THE MASTER, WHERE IT WOULD
      *    ONLY COME TO LIGHT THE DAY IT FELL DUE. THE RANGE AND MODE
      *    GET THE SAME CHECKS AS A FIZZBUZZ PARAMETER CARD. THE
      *    FIRST ERROR FOUND IS THE ONE LISTED.
           SET CARD-CLEAN TO TRUE
           MOVE SPACES TO WS-CARD-ERROR
           MOVE STX-MODE TO SCHD-MODE
           MOVE STX-FREQUENCY TO SCHD-FREQUENCY
           MOVE STX-WEEKDAYS TO SCHD-WEEKDAYS

      *    THE NUMERIC FIELDS ARE CONVERTED ONLY WHEN THEY ARE
      *    DIGITS; THE EVALUATE BELOW REPORTS THEM WHEN THEY ARE NOT
           MOVE 1 TO WS-NEW-START
           IF STX-START NUMERIC AND STX-START NOT = "00000"
               MOVE STX-START TO WS-NEW-START
           END-IF
           MOVE 0 TO WS-NEW-MYLIMIT
           IF STX-MYLIMIT NUMERIC
               MOVE STX-MYLIMIT TO WS-NEW-MYLIMIT
           END-IF
           MOVE 0 TO WS-NEW-BUSINESS-DAY
           IF STX-BUSINESS-DAY NUMERIC
               MOVE STX-BUSINESS-DAY TO WS-NEW-BUSINESS-DAY
           END-IF
           MOVE 0 TO WS-WEEKDAY-RUN-COUNT
           MOVE 0 TO WS-WEEKDAY-BAD-COUNT
           PERFORM VARYING WEEKDAY-IDX FROM 1 BY 1
                   UNTIL WEEKDAY-IDX > 7
               EVALUATE SCHD-WEEKDAY-FLAG (WEEKDAY-IDX)
                   WHEN "Y"
                       ADD 1 TO WS-WEEKDAY-RUN-COUNT
                   WHEN "N"
                   WHEN " "
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-WEEKDAY-BAD-COUNT
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT STX-ADD AND NOT STX-CHG AND NOT STX-DEL
                   MOVE "INVALID ACTION - MUST BE ADD, CHG OR DEL"
                       TO WS-CARD-ERROR
               WHEN STX-ID = SPACES
                   MOVE "BLANK DEFINITION ID" TO WS-CARD-ERROR
               WHEN STX-DEL
                   CONTINUE
               WHEN STX-START NOT = SPACES AND STX-START NOT NUMERIC
                   MOVE "START IS NOT NUMERIC" TO WS-CARD-ERROR
               WHEN STX-MYLIMIT NOT NUMERIC
                   MOVE "END IS NOT NUMERIC" TO WS-CARD-ERROR
               WHEN WS-NEW-MYLIMIT = 0
                   MOVE "END MUST BE 1-99999" TO WS-CARD-ERROR
               WHEN WS-NEW-START > WS-NEW-MYLIMIT
                   MOVE "START IS ABOVE END" TO WS-CARD-ERROR
               WHEN NOT SCHD-DETAIL-MODE AND NOT SCHD-SUMMARY-MODE
                   MOVE "MODE MUST BE BLANK, D OR S" TO WS-CARD-ERROR
               WHEN NOT SCHD-FREQUENCY-VALID
                   MOVE "FREQUENCY MUST BE D, W, M, Q OR B"
                       TO WS-CARD-ERROR
               WHEN SCHD-WEEKDAYS-FREQ AND WS-WEEKDAY-BAD-COUNT > 0
                   MOVE "WEEKDAY FLAGS MUST BE Y, N OR BLANK"
                       TO WS-CARD-ERROR
               WHEN SCHD-WEEKDAYS-FREQ AND WS-WEEKDAY-RUN-COUNT = 0
                   MOVE "FREQUENCY W NEEDS A WEEKDAY FLAGGED Y"
                       TO WS-CARD-ERROR
               WHEN NOT SCHD-WEEKDAYS-FREQ AND STX-WEEKDAYS NOT = SPACES
                   MOVE "WEEKDAY FLAGS ARE FOR FREQUENCY W ONLY"
                       TO WS-CARD-ERROR
               WHEN SCHD-BUSINESS-DAY-FREQ
                       AND (WS-NEW-BUSINESS-DAY < 1
                            OR WS-NEW-BUSINESS-DAY > 23)
                   MOVE "BUSINESS DAY MUST BE 01-23" TO WS-CARD-ERROR
               WHEN NOT SCHD-BUSINESS-DAY-FREQ
                       AND STX-BUSINESS-DAY NOT = SPACES
                   MOVE "BUSINESS DAY IS FOR FREQUENCY B ONLY"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-ERROR NOT = SPACES
               SET CARD-IN-ERROR TO TRUE
           END-IF.

       250-READ-BEFORE-IMAGE.
           SET ENTRY-MISSING TO TRUE
           MOVE SPACES TO WS-BEFORE-RECORD
           IF SCHD-UPDATE-MODE AND CARD-CLEAN
               MOVE STX-ID TO SCHD-ID
               READ SCHEDULE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENTRY-EXISTS TO TRUE
                       MOVE SCHD-RECORD TO WS-BEFORE-RECORD
               END-READ
           END-IF.

       310-WRITE-CARD-HEADING.
           MOVE SPACES TO SMNT-LINE
           STRING "DEFINITION " DELIMITED BY SIZE
               STX-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               STX-ACTION DELIMITED BY SIZE
               INTO SMNT-LINE
           WRITE SMNT-LINE.

       320-LIST-BEFORE-IMAGE.
           IF ENTRY-EXISTS
               MOVE "  BEFORE:" TO SMNT-LINE
               WRITE SMNT-LINE
               MOVE WS-BEFORE-RECORD TO SCHD-RECORD
               PERFORM 340-LIST-DEFINITION
           ELSE
               MOVE "  BEFORE: (NOT ON FILE)" TO SMNT-LINE
               WRITE SMNT-LINE
           END-IF.

       330-WRITE-DEFINITION.
      *    ADD WRITES, CHG REWRITES THE WHOLE DEFINITION. THE LISTING
      *    MUST SHOW WHAT ACTUALLY HAPPENED - A FAILED WRITE (E.G. AN
      *    OUT-OF-ORDER ID DURING A VSAM INITIAL LOAD) IS LISTED AS
      *    NOT APPLIED, NOT AS A CHANGE
           SET WRITE-APPLIED TO TRUE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO SCHD-RECORD
           MOVE STX-ID TO SCHD-ID
           MOVE WS-NEW-START TO SCHD-START
           MOVE WS-NEW-MYLIMIT TO SCHD-MYLIMIT
           MOVE STX-RULESET TO SCHD-RULESET
           MOVE STX-MODE TO SCHD-MODE
           MOVE STX-FREQUENCY TO SCHD-FREQUENCY
           MOVE STX-WEEKDAYS TO SCHD-WEEKDAYS
           MOVE WS-NEW-BUSINESS-DAY TO SCHD-BUSINESS-DAY
           MOVE STX-DESC TO SCHD-DESC
           MOVE WS-TODAY TO SCHD-CHANGE-DATE
           MOVE WS-NOW TO SCHD-CHANGE-TIME
           MOVE WS-STEP-USERID TO SCHD-CHANGE-USERID
           IF STX-CHG
               REWRITE SCHD-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR CARD "
                           WS-CARDS-READ " (STATUS " WS-SCHD-STATUS
                           ")"
                       SET MAINT-WARNING TO TRUE
                       SET WRITE-NOT-APPLIED TO TRUE
               END-REWRITE
           ELSE
               WRITE SCHD-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR CARD "
                           WS-CARDS-READ " (STATUS " WS-SCHD-STATUS
                           ")"
                       SET MAINT-WARNING TO TRUE
                       SET WRITE-NOT-APPLIED TO TRUE
               END-WRITE
           END-IF
           IF WRITE-NOT-APPLIED
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE "  AFTER:  (UNCHANGED - WRITE FAILED)"
                   TO SMNT-LINE
               WRITE SMNT-LINE
           ELSE
               IF STX-CHG
                   ADD 1 TO WS-DEFS-CHANGED
               ELSE
                   ADD 1 TO WS-DEFS-ADDED
               END-IF
               MOVE "  AFTER:" TO SMNT-LINE
               WRITE SMNT-LINE
               PERFORM 340-LIST-DEFINITION
           END-IF.

       340-LIST-DEFINITION.
           MOVE SCHD-START TO WS-DL-START
           MOVE SCHD-MYLIMIT TO WS-DL-MYLIMIT
           MOVE SCHD-RULESET TO WS-DL-RULESET
           MOVE SCHD-MODE TO WS-DL-MODE
           PERFORM 350-FORMAT-FREQUENCY
           MOVE WS-FREQ-TEXT TO WS-DL-FREQ
           MOVE WS-DEF-LINE-1 TO SMNT-LINE
           WRITE SMNT-LINE
           MOVE SCHD-DESC TO WS-DL-DESC
           MOVE SCHD-CHANGE-DATE TO WS-DL-DATE
           MOVE SCHD-CHANGE-TIME TO WS-DL-TIME
           MOVE SCHD-CHANGE-USERID TO WS-DL-USERID
           MOVE WS-DEF-LINE-2 TO SMNT-LINE
           WRITE SMNT-LINE.

       350-FORMAT-FREQUENCY.
      *    THE FREQUENCY IN WORDS; THE WEEKDAYS SHOWN MONDAY FIRST,
      *    ONE LETTER PER RUN DAY AND "-" FOR THE OTHERS
           MOVE SPACES TO WS-FREQ-TEXT
           EVALUATE TRUE
               WHEN SCHD-DAILY
                   MOVE "DAILY" TO WS-FREQ-TEXT
               WHEN SCHD-WEEKDAYS-FREQ
                   MOVE "WEEKDAYS" TO WS-FREQ-TEXT
                   PERFORM VARYING WEEKDAY-IDX FROM 1 BY 1
                           UNTIL WEEKDAY-IDX > 7
                       IF SCHD-WEEKDAY-FLAG (WEEKDAY-IDX) = "Y"
                           MOVE WS-DAY-LETTERS (WEEKDAY-IDX:1)
                               TO WS-FREQ-TEXT (9 + WEEKDAY-IDX:1)
                       ELSE
                           MOVE "-" TO WS-FREQ-TEXT (9 + WEEKDAY-IDX:1)
                       END-IF
                   END-PERFORM
               WHEN SCHD-MONTH-END
                   MOVE "MONTH-END" TO WS-FREQ-TEXT
               WHEN SCHD-QUARTER-END
                   MOVE "QUARTER-END" TO WS-FREQ-TEXT
               WHEN SCHD-BUSINESS-DAY-FREQ
                   STRING "BUSINESS DAY " DELIMITED BY SIZE
                       SCHD-BUSINESS-DAY DELIMITED BY SIZE
                       INTO WS-FREQ-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-FREQ-TEXT
           END-EVALUATE.

       400-DELETE-DEFINITION.
      *    SAME RULE AS 330-WRITE-DEFINITION: A FAILED DELETE IS
      *    LISTED AS NOT APPLIED, NOT COUNTED AS A DELETE
           SET WRITE-APPLIED TO TRUE
           MOVE STX-ID TO SCHD-ID
           DELETE SCHEDULE-MASTER
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR CARD " WS-CARDS-READ
                       " (STATUS " WS-SCHD-STATUS ")"
                   SET MAINT-WARNING TO TRUE
                   SET WRITE-NOT-APPLIED TO TRUE
           END-DELETE
           IF WRITE-NOT-APPLIED
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE "  AFTER:  (UNCHANGED - DELETE FAILED)"
                   TO SMNT-LINE
               WRITE SMNT-LINE
           ELSE
               ADD 1 TO WS-DEFS-DELETED
               MOVE "  AFTER:  (DELETED)" TO SMNT-LINE
               WRITE SMNT-LINE
           END-IF.

       800-WRITE-MAINT-TRAILER.
           MOVE SPACES TO SMNT-LINE
           WRITE SMNT-LINE
           MOVE SPACES TO SMNT-LINE
           STRING "===== TOTALS: " DELIMITED BY SIZE
               WS-DEFS-ADDED DELIMITED BY SIZE
               " ADDED, " DELIMITED BY SIZE
               WS-DEFS-CHANGED DELIMITED BY SIZE
               " CHANGED, " DELIMITED BY SIZE
               WS-DEFS-DELETED DELIMITED BY SIZE
               " DELETED, " DELIMITED BY SIZE
               WS-CARDS-IN-ERROR DELIMITED BY SIZE
               " IN ERROR =====" DELIMITED BY SIZE
               INTO SMNT-LINE
           WRITE SMNT-LINE

           DISPLAY "===== FIZZSMNT SUMMARY ====="
           DISPLAY "TRANSACTION CARDS READ  . . . : " WS-CARDS-READ
           DISPLAY "DEFINITIONS ADDED . . . . . . : " WS-DEFS-ADDED
           DISPLAY "DEFINITIONS CHANGED . . . . . : " WS-DEFS-CHANGED
           DISPLAY "DEFINITIONS DELETED . . . . . : " WS-DEFS-DELETED
           DISPLAY "CARDS IN ERROR  . . . . . . . : "
               WS-CARDS-IN-ERROR.

       900-TERMINATE.
           CLOSE TXN-FILE
           CLOSE SCHEDULE-MASTER
           CLOSE MAINT-REPORT-FILE.

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
           MOVE "FIZZSMNT" TO WS-STEP-PROGRAM
           MOVE "FIZZSMNT" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-WRITTEN = WS-DEFS-ADDED
               + WS-DEFS-CHANGED + WS-DEFS-DELETED
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
