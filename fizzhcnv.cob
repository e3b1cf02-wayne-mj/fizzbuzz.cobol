      *    FIZZHCNV - ONE-TIME CONVERSION OF THE AUDITLOG AND STATHIST
      *    HISTORY FROM THE OLD LINE-SEQUENTIAL FILES (AUDFLAT.CPY,
      *    STATFLAT.CPY) TO THE KEYED CLUSTERS (AUDITREC.CPY,
      *    STATREC.CPY), RUN ONCE AT CUTOVER INTO NEWLY DEFINED,
      *    EMPTY CLUSTERS - SEE JCL/FIZZHCNV.JCL FOR THE STEPS AROUND
      *    IT. ONLY THE BASE CLUSTERS ARE LOADED HERE; THE USERID AND
      *    RULE SET ALTERNATE INDEXES ARE BUILT FROM THEM AFTERWARDS.
      *    STATHIST IS LOADED FIRST, EACH RECORD UNDER ITS OWN RUN
      *    DATE AND TIME STAMP. EACH AUDIT RECORD IS THEN GIVEN THE
      *    KEY OF ITS RUN'S STATHIST RECORD - THE FIRST ONE ON THE
      *    SAME DATE, AT OR AFTER THE AUDIT TIME STAMP, WITH THE SAME
      *    JOBNAME, RUN NUMBER AND USERID (THE OLD FILES WERE WRITTEN
      *    AUDIT RECORD FIRST, A FEW HUNDREDTHS APART) - AND THAT
      *    RECORD'S RULE SET, SO THE PAIR FINDS EACH OTHER BY KEY
      *    FROM NOW ON. AN AUDIT RECORD WITH NO SUCH STATHIST RECORD
      *    (OLDER THAN STATHIST, OR A RUN THAT ENDED PAST MIDNIGHT)
      *    KEEPS ITS OWN DATE AND TIME AND A BLANK RULE SET.
      *    THE FLAT FILES ARE IN THE ORDER THE RECORDS WERE WRITTEN,
      *    WHICH IS NOT STRICTLY KEY ORDER, SO ONLY THE FIRST RECORD
      *    OF EACH IS WRITTEN IN LOAD MODE; THE CLUSTER IS THEN
      *    REOPENED I-O AND THE REST ARE ADDED BY KEY.
      *    A KEY ALREADY ON FILE HAS ITS TIME STAMP ADVANCED A
      *    HUNDREDTH AT A TIME, THE SAME AS FIZZBUZZ DOES, SO NO
      *    RECORD IS DROPPED AS A DUPLICATE.
      *    NOTHING MAY BE LOST IN THE CUTOVER, SO CNVRPT BALANCES
      *    EACH FILE: RECORDS READ = LOADED + REJECTED, AND LOADED =
      *    THE RECORDS RECOUNTED ON THE CLUSTER AFTERWARDS. A
      *    REJECTED RECORD (A NON-NUMERIC DATE, TIME OR RUN NUMBER,
      *    OR A FAILED WRITE) IS LISTED ON CNVRPT AND MAKES THE RUN
      *    FATAL - CORRECT THE FLAT RECORD, REDEFINE THE CLUSTERS
      *    AND RUN THE CONVERSION AGAIN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZHCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFLAT-FILE ASSIGN TO "AUDFLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFLT-STATUS.

           SELECT STATFLAT-FILE ASSIGN TO "STATFLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFLT-STATUS.

      *    NO ALTERNATE KEYS HERE - THE ALTERNATE INDEXES DO NOT
      *    EXIST UNTIL THE LOADED CLUSTERS ARE INDEXED
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CNV-REPORT-FILE ASSIGN TO "CNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNVRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDFLAT-FILE
           LABEL RECORDS STANDARD.
           COPY AUDFLAT.

       FD  STATFLAT-FILE
           LABEL RECORDS STANDARD.
           COPY STATFLAT.

       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
           COPY AUDITREC.

       FD  STAT-FILE
           LABEL RECORDS STANDARD.
           COPY STATREC.

       FD  CNV-REPORT-FILE
           LABEL RECORDS STANDARD.
       01  CNV-REPORT-LINE     PIC X(132).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-AFLT-STATUS    PIC XX VALUE SPACES.
       01 WS-SFLT-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
       01 WS-CNVRPT-STATUS  PIC XX VALUE SPACES.
       01 WS-AFLT-EOF       PIC X VALUE "N".
           88 AFLT-EOF                VALUE "Y".
           88 AFLT-NOT-EOF            VALUE "N".
       01 WS-SFLT-EOF       PIC X VALUE "N".
           88 SFLT-EOF                VALUE "Y".
           88 SFLT-NOT-EOF            VALUE "N".
       01 WS-AUDIT-EOF      PIC X VALUE "N".
           88 AUDIT-EOF               VALUE "Y".
           88 AUDIT-NOT-EOF           VALUE "N".
       01 WS-STAT-EOF       PIC X VALUE "N".
           88 STAT-EOF                VALUE "Y".
           88 STAT-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 CNV-FATAL               VALUE "Y".
           88 CNV-NOT-FATAL           VALUE "N".
       01 WS-WARNING-IND    PIC X VALUE "N".
           88 CNV-WARNING             VALUE "Y".
           88 CNV-NO-WARNING          VALUE "N".
      *    EACH CLUSTER IS OPEN FOR INITIAL LOAD UNTIL ITS FIRST
      *    RECORD IS WRITTEN, THEN FOR UPDATE
       01 WS-AUDIT-MODE-IND PIC X VALUE "L".
           88 AUDIT-LOAD-MODE         VALUE "L".
           88 AUDIT-UPDATE-MODE       VALUE "U".
       01 WS-STAT-MODE-IND  PIC X VALUE "L".
           88 STAT-LOAD-MODE          VALUE "L".
           88 STAT-UPDATE-MODE        VALUE "U".

      *    THE KEY STAMP BEING WRITTEN AND HOW OFTEN IT HAS BEEN
      *    ADVANCED PAST A KEY ALREADY ON FILE
       01 WS-HIST-TIME.
           05 WS-HIST-HH     PIC 99 VALUE 0.
           05 WS-HIST-MM     PIC 99 VALUE 0.
           05 WS-HIST-SS     PIC 99 VALUE 0.
           05 WS-HIST-CC     PIC 99 VALUE 0.
       01 WS-HIST-RETRIES   PIC 99 VALUE 0.
       01 WS-HIST-DAY-IND   PIC X VALUE "N".
           88 HIST-DAY-ENDED          VALUE "Y".
           88 HIST-DAY-NOT-ENDED      VALUE "N".

      *    THE STATHIST RECORD AN AUDIT RECORD WAS PAIRED WITH
       01 WS-TWIN-IND       PIC X VALUE "N".
           88 TWIN-FOUND              VALUE "Y".
           88 TWIN-NOT-FOUND          VALUE "N".
       01 WS-TWIN-DATE      PIC 9(8) VALUE 0.
       01 WS-TWIN-TIME      PIC 9(8) VALUE 0.
       01 WS-TWIN-RULESET   PIC X(8) VALUE SPACES.

      *    ONE REJECTED RECORD, FOR ITS CNVRPT LINE
       01 WS-REJECT-FILE    PIC X(8) VALUE SPACES.
       01 WS-REJECT-SEQ     PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON  PIC X(30) VALUE SPACES.
       01 WS-REJECT-IMAGE   PIC X(60) VALUE SPACES.

      *    PER-FILE BALANCING COUNTS - READ MUST EQUAL LOADED PLUS
      *    REJECTED, NOTHING MAY BE REJECTED, AND LOADED MUST EQUAL
      *    THE RECORDS RECOUNTED ON THE CLUSTER, OR THE JOB ENDS
      *    FATAL
       01 WS-AUD-IN         PIC 9(7) VALUE 0.
       01 WS-AUD-LOADED     PIC 9(7) VALUE 0.
       01 WS-AUD-REJECTED   PIC 9(7) VALUE 0.
       01 WS-AUD-ADJUSTED   PIC 9(7) VALUE 0.
       01 WS-AUD-PAIRED     PIC 9(7) VALUE 0.
       01 WS-AUD-UNPAIRED   PIC 9(7) VALUE 0.
       01 WS-AUD-ON-FILE    PIC 9(7) VALUE 0.
       01 WS-STA-IN         PIC 9(7) VALUE 0.
       01 WS-STA-LOADED     PIC 9(7) VALUE 0.
       01 WS-STA-REJECTED   PIC 9(7) VALUE 0.
       01 WS-STA-ADJUSTED   PIC 9(7) VALUE 0.
       01 WS-STA-ON-FILE    PIC 9(7) VALUE 0.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-OPEN-FILES
           IF NOT CNV-FATAL
               PERFORM 200-LOAD-STAT-RECORD
                   UNTIL SFLT-EOF OR CNV-FATAL
               CLOSE STATFLAT-FILE
               CLOSE STAT-FILE
               IF NOT CNV-FATAL AND WS-STA-LOADED > 0
                   PERFORM 250-REOPEN-STATHIST
               END-IF
               IF NOT CNV-FATAL
                   PERFORM 300-LOAD-AUDIT-RECORD
                       UNTIL AFLT-EOF OR CNV-FATAL
                   IF WS-STA-LOADED > 0
                       CLOSE STAT-FILE
                   END-IF
               END-IF
               CLOSE AUDFLAT-FILE
               CLOSE AUDIT-FILE
               PERFORM 400-RECOUNT-CLUSTERS
               PERFORM 500-REPORT-STAT-COUNTS
               PERFORM 550-REPORT-AUDIT-COUNTS
               PERFORM 800-WRITE-CNV-TRAILER
               CLOSE CNV-REPORT-FILE
           END-IF

      *    0 = BOTH FILES CONVERTED AND BALANCED, 4 = BALANCED BUT
      *    SOME KEYS WERE ADVANCED PAST A DUPLICATE OR SOME AUDIT
      *    RECORDS HAD NO STATHIST RECORD TO PAIR WITH (SEE CNVRPT),
      *    16 = FATAL - A FILE COULD NOT BE OPENED, A RECORD WAS
      *    REJECTED OR THE COUNTS DO NOT BALANCE. DO NOT BRING THE
      *    CLUSTERS INTO USE AFTER RC=16.
           IF CNV-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF CNV-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-OPEN-FILES.
      *    EVERY FILE IS NEEDED - A MISSING FLAT FILE WOULD LEAVE ITS
      *    CLUSTER EMPTY AND THE HISTORY LOST, AND A CLUSTER THAT
      *    CANNOT BE OPENED FOR LOADING (NOT DEFINED, OR NOT EMPTY)
      *    MUST NOT BE HALF-LOADED
           OPEN OUTPUT CNV-REPORT-FILE
           IF WS-CNVRPT-STATUS NOT = "00"
               DISPLAY "CNVRPT COULD NOT BE OPENED (STATUS "
                   WS-CNVRPT-STATUS ") - NOTHING CONVERTED"
               SET CNV-FATAL TO TRUE
           ELSE
               MOVE SPACES TO CNV-REPORT-LINE
               STRING "===== AUDITLOG / STATHIST CONVERSION TO "
                   DELIMITED BY SIZE
                   "KEYED CLUSTERS =====" DELIMITED BY SIZE
                   INTO CNV-REPORT-LINE
               WRITE CNV-REPORT-LINE
               OPEN INPUT STATFLAT-FILE
               IF WS-SFLT-STATUS NOT = "00"
                   DISPLAY "STATFLAT COULD NOT BE OPENED (STATUS "
                       WS-SFLT-STATUS ") - NOTHING CONVERTED"
                   SET CNV-FATAL TO TRUE
               END-IF
           END-IF
           IF NOT CNV-FATAL
               OPEN INPUT AUDFLAT-FILE
               IF WS-AFLT-STATUS NOT = "00"
                   DISPLAY "AUDFLAT COULD NOT BE OPENED (STATUS "
                       WS-AFLT-STATUS ") - NOTHING CONVERTED"
                   SET CNV-FATAL TO TRUE
                   CLOSE STATFLAT-FILE
               END-IF
           END-IF
           IF NOT CNV-FATAL
               PERFORM 110-OPEN-STATHIST-LOAD
               IF CNV-FATAL
                   CLOSE STATFLAT-FILE
                   CLOSE AUDFLAT-FILE
               END-IF
           END-IF
           IF NOT CNV-FATAL
               PERFORM 120-OPEN-AUDITLOG-LOAD
               IF CNV-FATAL
                   CLOSE STATFLAT-FILE
                   CLOSE AUDFLAT-FILE
                   CLOSE STAT-FILE
               END-IF
           END-IF
           IF CNV-FATAL AND WS-CNVRPT-STATUS = "00"
               PERFORM 800-WRITE-CNV-TRAILER
               CLOSE CNV-REPORT-FILE
           END-IF.

       110-OPEN-STATHIST-LOAD.
      *    ONLY A CLUSTER THAT HAS NEVER BEEN LOADED (STATUS 35) IS
      *    CONVERTED INTO - ONE THAT OPENS NORMALLY ALREADY HOLDS
      *    RECORDS, AND LOADING ON TOP OF THEM WOULD DOUBLE THE
      *    HISTORY
           OPEN I-O STAT-FILE
           IF WS-STAT-STATUS = "00"
               DISPLAY "STATHIST ALREADY HOLDS RECORDS - DEFINE IT "
                   "AGAIN BEFORE CONVERTING. NOTHING CONVERTED"
               SET CNV-FATAL TO TRUE
               CLOSE STAT-FILE
           ELSE
               IF WS-STAT-STATUS = "35"
                   OPEN OUTPUT STAT-FILE
               END-IF
               IF WS-STAT-STATUS NOT = "00"
                   DISPLAY "STATHIST COULD NOT BE OPENED FOR LOADING "
                       "(STATUS " WS-STAT-STATUS
                       ") - NOTHING CONVERTED"
                   SET CNV-FATAL TO TRUE
               END-IF
           END-IF.

       120-OPEN-AUDITLOG-LOAD.
      *    SAME RULE AS 110-OPEN-STATHIST-LOAD
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               DISPLAY "AUDITLOG ALREADY HOLDS RECORDS - DEFINE IT "
                   "AGAIN BEFORE CONVERTING. NOTHING CONVERTED"
               SET CNV-FATAL TO TRUE
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDITLOG COULD NOT BE OPENED FOR LOADING "
                       "(STATUS " WS-AUDIT-STATUS
                       ") - NOTHING CONVERTED"
                   SET CNV-FATAL TO TRUE
               END-IF
           END-IF.

       200-LOAD-STAT-RECORD.
           READ STATFLAT-FILE
               AT END
                   SET SFLT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STA-IN
                   PERFORM 210-CONVERT-STAT-RECORD
           END-READ
           IF WS-SFLT-STATUS NOT = "00" AND WS-SFLT-STATUS NOT = "10"
               DISPLAY "STATFLAT READ FAILED (STATUS "
                   WS-SFLT-STATUS ") - CONVERSION STOPPED"
               SET CNV-FATAL TO TRUE
               SET SFLT-EOF TO TRUE
           END-IF.

       210-CONVERT-STAT-RECORD.
           IF SFLT-DATE NOT NUMERIC OR SFLT-TIME NOT NUMERIC
               OR SFLT-RUN-NUMBER NOT NUMERIC
               MOVE "STATHIST" TO WS-REJECT-FILE
               MOVE WS-STA-IN TO WS-REJECT-SEQ
               MOVE "DATE, TIME OR RUN NOT NUMERIC" TO WS-REJECT-REASON
               MOVE SFLT-RECORD TO WS-REJECT-IMAGE
               PERFORM 290-REPORT-REJECT
               ADD 1 TO WS-STA-REJECTED
           ELSE
               MOVE SPACES TO STAT-RECORD
               MOVE SFLT-DATE TO STAT-DATE
               MOVE SFLT-TIME TO WS-HIST-TIME
               MOVE SFLT-TIME TO STAT-TIME
               MOVE SFLT-JOBNAME TO STAT-JOBNAME
               MOVE SFLT-RUN-NUMBER TO STAT-RUN-NUMBER
               MOVE SFLT-USERID TO STAT-USERID
               MOVE SFLT-RULESET TO STAT-RULESET
               MOVE SFLT-START-VALUE TO STAT-START-VALUE
               MOVE SFLT-MYLIMIT TO STAT-MYLIMIT
               MOVE SFLT-TOTAL-COUNT TO STAT-TOTAL-COUNT
               MOVE SFLT-PLAIN-COUNT TO STAT-PLAIN-COUNT
               MOVE SFLT-MULTI-COUNT TO STAT-MULTI-COUNT
               MOVE SFLT-RULE-COUNT TO STAT-RULE-COUNT
               MOVE SFLT-RULE-STATS TO STAT-RULE-STATS
               PERFORM 220-WRITE-STAT-KEYED
           END-IF.

       220-WRITE-STAT-KEYED.
      *    SAME DUPLICATE-KEY HANDLING AS FIZZBUZZ'S
      *    197-WRITE-STAT-KEYED
           MOVE 0 TO WS-HIST-RETRIES
           SET HIST-DAY-NOT-ENDED TO TRUE
           WRITE STAT-RECORD
           PERFORM UNTIL WS-STAT-STATUS NOT = "22"
                   OR WS-HIST-RETRIES >= 99
                   OR HIST-DAY-ENDED
               PERFORM 225-ADVANCE-HIST-TIME
               IF HIST-DAY-NOT-ENDED
                   ADD 1 TO WS-HIST-RETRIES
                   MOVE WS-HIST-TIME TO STAT-TIME
                   WRITE STAT-RECORD
               END-IF
           END-PERFORM
           IF WS-STAT-STATUS = "00"
               ADD 1 TO WS-STA-LOADED
               IF WS-HIST-RETRIES > 0
                   ADD 1 TO WS-STA-ADJUSTED
               END-IF
               IF STAT-LOAD-MODE
                   PERFORM 230-STATHIST-TO-UPDATE-MODE
               END-IF
           ELSE
               MOVE "STATHIST" TO WS-REJECT-FILE
               MOVE WS-STA-IN TO WS-REJECT-SEQ
               MOVE SPACES TO WS-REJECT-REASON
               STRING "WRITE FAILED, STATUS " DELIMITED BY SIZE
                   WS-STAT-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               MOVE SFLT-RECORD TO WS-REJECT-IMAGE
               PERFORM 290-REPORT-REJECT
               ADD 1 TO WS-STA-REJECTED
           END-IF.

       225-ADVANCE-HIST-TIME.
      *    THE NEXT HUNDREDTH, CARRIED INTO THE SECONDS, MINUTES AND
      *    HOURS SO THE KEY ALWAYS HOLDS A REAL TIME OF DAY. THE LAST
      *    HUNDREDTH OF THE DAY HAS NO NEXT ONE ON THE SAME DATE, SO
      *    THE RETRIES END THERE RATHER THAN WRAP BACK TO MIDNIGHT.
           IF WS-HIST-TIME = "23595999"
               SET HIST-DAY-ENDED TO TRUE
           ELSE
               IF WS-HIST-CC < 99
                   ADD 1 TO WS-HIST-CC
               ELSE
                   MOVE 0 TO WS-HIST-CC
                   IF WS-HIST-SS < 59
                       ADD 1 TO WS-HIST-SS
                   ELSE
                       MOVE 0 TO WS-HIST-SS
                       IF WS-HIST-MM < 59
                           ADD 1 TO WS-HIST-MM
                       ELSE
                           MOVE 0 TO WS-HIST-MM
                           ADD 1 TO WS-HIST-HH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       230-STATHIST-TO-UPDATE-MODE.
           CLOSE STAT-FILE
           OPEN I-O STAT-FILE
           IF WS-STAT-STATUS = "00"
               SET STAT-UPDATE-MODE TO TRUE
           ELSE
               DISPLAY "STATHIST COULD NOT BE REOPENED FOR UPDATE "
                   "(STATUS " WS-STAT-STATUS ") - CONVERSION STOPPED"
               SET CNV-FATAL TO TRUE
               SET SFLT-EOF TO TRUE
           END-IF.

       250-REOPEN-STATHIST.
      *    THE LOADED STATHIST IS READ BACK TO FIND EACH AUDIT
      *    RECORD'S TWIN
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "STATHIST COULD NOT BE REOPENED (STATUS "
                   WS-STAT-STATUS ") - AUDITLOG NOT CONVERTED"
               SET CNV-FATAL TO TRUE
           END-IF.

       290-REPORT-REJECT.
           MOVE SPACES TO CNV-REPORT-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               WS-REJECT-FILE DELIMITED BY SIZE
               " RECORD " DELIMITED BY SIZE
               WS-REJECT-SEQ DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-IMAGE DELIMITED BY SIZE
               INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE.

       300-LOAD-AUDIT-RECORD.
           READ AUDFLAT-FILE
               AT END
                   SET AFLT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-IN
                   PERFORM 310-CONVERT-AUDIT-RECORD
           END-READ
           IF WS-AFLT-STATUS NOT = "00" AND WS-AFLT-STATUS NOT = "10"
               DISPLAY "AUDFLAT READ FAILED (STATUS "
                   WS-AFLT-STATUS ") - CONVERSION STOPPED"
               SET CNV-FATAL TO TRUE
               SET AFLT-EOF TO TRUE
           END-IF.

       310-CONVERT-AUDIT-RECORD.
           IF AFLT-DATE NOT NUMERIC OR AFLT-TIME NOT NUMERIC
               OR AFLT-RUN-NUMBER NOT NUMERIC
               MOVE "AUDITLOG" TO WS-REJECT-FILE
               MOVE WS-AUD-IN TO WS-REJECT-SEQ
               MOVE "DATE, TIME OR RUN NOT NUMERIC" TO WS-REJECT-REASON
               MOVE AFLT-RECORD TO WS-REJECT-IMAGE
               PERFORM 290-REPORT-REJECT
               ADD 1 TO WS-AUD-REJECTED
           ELSE
      *        AN EMPTY STATHIST LEAVES EVERY AUDIT RECORD UNPAIRED
               SET TWIN-NOT-FOUND TO TRUE
               IF WS-STA-LOADED > 0
                   PERFORM 320-FIND-STAT-TWIN
               END-IF
               MOVE SPACES TO AUDIT-RECORD
               IF TWIN-FOUND
                   MOVE WS-TWIN-DATE TO AUDIT-DATE
                   MOVE WS-TWIN-TIME TO WS-HIST-TIME
                   MOVE WS-TWIN-RULESET TO AUDIT-RULESET
               ELSE
                   MOVE AFLT-DATE TO AUDIT-DATE
                   MOVE AFLT-TIME TO WS-HIST-TIME
               END-IF
               MOVE WS-HIST-TIME TO AUDIT-TIME
               MOVE AFLT-JOBNAME TO AUDIT-JOBNAME
               MOVE AFLT-RUN-NUMBER TO AUDIT-RUN-NUMBER
               MOVE AFLT-USERID TO AUDIT-USERID
               MOVE AFLT-START-VALUE TO AUDIT-START-VALUE
               MOVE AFLT-MYLIMIT TO AUDIT-MYLIMIT
               MOVE AFLT-STATUS TO AUDIT-STATUS
               MOVE AFLT-BILLING-DATA TO AUDIT-BILLING-DATA
               PERFORM 330-WRITE-AUDIT-KEYED
           END-IF.

       320-FIND-STAT-TWIN.
      *    STATHIST IS KEYED BY DATE AND TIME FIRST, SO THE SEARCH
      *    STARTS AT THE AUDIT RECORD'S OWN STAMP AND ENDS WITH THE
      *    FIRST MATCH OR THE END OF THAT DATE
           SET TWIN-NOT-FOUND TO TRUE
           SET STAT-NOT-EOF TO TRUE
           MOVE AFLT-DATE TO STAT-DATE
           MOVE AFLT-TIME TO STAT-TIME
           MOVE LOW-VALUES TO STAT-JOBNAME
           MOVE 0 TO STAT-RUN-NUMBER
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET STAT-EOF TO TRUE
           END-START
           PERFORM 325-CHECK-STAT-TWIN
               UNTIL STAT-EOF OR TWIN-FOUND.

       325-CHECK-STAT-TWIN.
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   IF STAT-DATE NOT = AFLT-DATE
                       SET STAT-EOF TO TRUE
                   ELSE
                       IF STAT-JOBNAME = AFLT-JOBNAME
                           AND STAT-RUN-NUMBER = AFLT-RUN-NUMBER
                           AND STAT-USERID = AFLT-USERID
                           SET TWIN-FOUND TO TRUE
                           MOVE STAT-DATE TO WS-TWIN-DATE
                           MOVE STAT-TIME TO WS-TWIN-TIME
                           MOVE STAT-RULESET TO WS-TWIN-RULESET
                       END-IF
                   END-IF
           END-READ
           IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "10"
               DISPLAY "STATHIST READ FAILED (STATUS "
                   WS-STAT-STATUS ") - CONVERSION STOPPED"
               SET CNV-FATAL TO TRUE
               SET STAT-EOF TO TRUE
           END-IF.

       330-WRITE-AUDIT-KEYED.
      *    A TWIN'S KEY IS ONLY TAKEN IF NO EARLIER AUDIT RECORD TOOK
      *    IT; OTHERWISE THE STAMP IS ADVANCED LIKE ANY DUPLICATE AND
      *    THE RECORD COUNTS AS UNPAIRED
           MOVE 0 TO WS-HIST-RETRIES
           SET HIST-DAY-NOT-ENDED TO TRUE
           WRITE AUDIT-RECORD
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "22"
                   OR WS-HIST-RETRIES >= 99
                   OR HIST-DAY-ENDED
               PERFORM 225-ADVANCE-HIST-TIME
               IF HIST-DAY-NOT-ENDED
                   ADD 1 TO WS-HIST-RETRIES
                   MOVE WS-HIST-TIME TO AUDIT-TIME
                   WRITE AUDIT-RECORD
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-AUD-LOADED
               IF WS-HIST-RETRIES > 0
                   ADD 1 TO WS-AUD-ADJUSTED
               END-IF
               IF TWIN-FOUND AND WS-HIST-RETRIES = 0
                   ADD 1 TO WS-AUD-PAIRED
               ELSE
                   ADD 1 TO WS-AUD-UNPAIRED
               END-IF
               IF AUDIT-LOAD-MODE
                   PERFORM 340-AUDITLOG-TO-UPDATE-MODE
               END-IF
           ELSE
               MOVE "AUDITLOG" TO WS-REJECT-FILE
               MOVE WS-AUD-IN TO WS-REJECT-SEQ
               MOVE SPACES TO WS-REJECT-REASON
               STRING "WRITE FAILED, STATUS " DELIMITED BY SIZE
                   WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               MOVE AFLT-RECORD TO WS-REJECT-IMAGE
               PERFORM 290-REPORT-REJECT
               ADD 1 TO WS-AUD-REJECTED
           END-IF.

       340-AUDITLOG-TO-UPDATE-MODE.
           CLOSE AUDIT-FILE
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               SET AUDIT-UPDATE-MODE TO TRUE
           ELSE
               DISPLAY "AUDITLOG COULD NOT BE REOPENED FOR UPDATE "
                   "(STATUS " WS-AUDIT-STATUS ") - CONVERSION STOPPED"
               SET CNV-FATAL TO TRUE
               SET AFLT-EOF TO TRUE
           END-IF.

       400-RECOUNT-CLUSTERS.
      *    COUNT WHAT IS ACTUALLY ON EACH CLUSTER, INDEPENDENTLY OF
      *    THE WRITES, SO THE BALANCE IS PROVED AND NOT ASSUMED. A
      *    CLUSTER STILL NEVER LOADED (STATUS 35 - ITS FLAT FILE WAS
      *    EMPTY) HOLDS NONE
           OPEN INPUT STAT-FILE
           EVALUATE TRUE
               WHEN WS-STAT-STATUS = "35"
                   CONTINUE
               WHEN WS-STAT-STATUS NOT = "00"
                   DISPLAY "STATHIST COULD NOT BE REOPENED (STATUS "
                       WS-STAT-STATUS ") - NOT RECOUNTED"
                   SET CNV-FATAL TO TRUE
               WHEN OTHER
                   SET STAT-NOT-EOF TO TRUE
                   MOVE LOW-VALUES TO STAT-KEY
                   START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
                       INVALID KEY
                           SET STAT-EOF TO TRUE
                   END-START
                   PERFORM 410-RECOUNT-STAT-RECORD UNTIL STAT-EOF
                   CLOSE STAT-FILE
           END-EVALUATE
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "35"
                   CONTINUE
               WHEN WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDITLOG COULD NOT BE REOPENED (STATUS "
                       WS-AUDIT-STATUS ") - NOT RECOUNTED"
                   SET CNV-FATAL TO TRUE
               WHEN OTHER
                   SET AUDIT-NOT-EOF TO TRUE
                   MOVE LOW-VALUES TO AUDIT-KEY
                   START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
                       INVALID KEY
                           SET AUDIT-EOF TO TRUE
                   END-START
                   PERFORM 420-RECOUNT-AUDIT-RECORD UNTIL AUDIT-EOF
                   CLOSE AUDIT-FILE
           END-EVALUATE.

       410-RECOUNT-STAT-RECORD.
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STA-ON-FILE
           END-READ
           IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "10"
               DISPLAY "STATHIST READ FAILED (STATUS "
                   WS-STAT-STATUS ") - RECOUNT STOPPED"
               SET CNV-FATAL TO TRUE
               SET STAT-EOF TO TRUE
           END-IF.

       420-RECOUNT-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-ON-FILE
           END-READ
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "10"
               DISPLAY "AUDITLOG READ FAILED (STATUS "
                   WS-AUDIT-STATUS ") - RECOUNT STOPPED"
               SET CNV-FATAL TO TRUE
               SET AUDIT-EOF TO TRUE
           END-IF.

       500-REPORT-STAT-COUNTS.
           MOVE SPACES TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE SPACES TO CNV-REPORT-LINE
           STRING "STATHIST: " DELIMITED BY SIZE
               WS-STA-IN DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-STA-LOADED DELIMITED BY SIZE
               " LOADED, " DELIMITED BY SIZE
               WS-STA-REJECTED DELIMITED BY SIZE
               " REJECTED, " DELIMITED BY SIZE
               WS-STA-ON-FILE DELIMITED BY SIZE
               " ON FILE" DELIMITED BY SIZE
               INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE SPACES TO CNV-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-STA-ADJUSTED DELIMITED BY SIZE
               " TIME STAMPS ADVANCED PAST A DUPLICATE KEY"
               DELIMITED BY SIZE
               INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           IF WS-STA-IN = WS-STA-LOADED + WS-STA-REJECTED
               AND WS-STA-REJECTED = 0
               AND WS-STA-LOADED = WS-STA-ON-FILE
               AND NOT CNV-FATAL
               MOVE "  READ = LOADED = ON FILE - IN BALANCE"
                   TO CNV-REPORT-LINE
           ELSE
               MOVE "  *** OUT OF BALANCE - SEE SYSOUT ***"
                   TO CNV-REPORT-LINE
               SET CNV-FATAL TO TRUE
           END-IF
           WRITE CNV-REPORT-LINE
           IF WS-STA-ADJUSTED > 0
               SET CNV-WARNING TO TRUE
           END-IF.

       550-REPORT-AUDIT-COUNTS.
           MOVE SPACES TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE SPACES TO CNV-REPORT-LINE
           STRING "AUDITLOG: " DELIMITED BY SIZE
               WS-AUD-IN DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-AUD-LOADED DELIMITED BY SIZE
               " LOADED, " DELIMITED BY SIZE
               WS-AUD-REJECTED DELIMITED BY SIZE
               " REJECTED, " DELIMITED BY SIZE
               WS-AUD-ON-FILE DELIMITED BY SIZE
               " ON FILE" DELIMITED BY SIZE
               INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE SPACES TO CNV-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-AUD-PAIRED DELIMITED BY SIZE
               " KEYED TO THEIR STATHIST RECORD, " DELIMITED BY SIZE
               WS-AUD-UNPAIRED DELIMITED BY SIZE
               " UNDER THEIR OWN STAMP" DELIMITED BY SIZE
               INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           MOVE SPACES TO CNV-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-AUD-ADJUSTED DELIMITED BY SIZE
               " TIME STAMPS ADVANCED PAST A DUPLICATE KEY"
               DELIMITED BY SIZE
               INTO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           IF WS-AUD-IN = WS-AUD-LOADED + WS-AUD-REJECTED
               AND WS-AUD-REJECTED = 0
               AND WS-AUD-LOADED = WS-AUD-ON-FILE
               AND WS-AUD-LOADED = WS-AUD-PAIRED + WS-AUD-UNPAIRED
               AND NOT CNV-FATAL
               MOVE "  READ = LOADED = ON FILE - IN BALANCE"
                   TO CNV-REPORT-LINE
           ELSE
               MOVE "  *** OUT OF BALANCE - SEE SYSOUT ***"
                   TO CNV-REPORT-LINE
               SET CNV-FATAL TO TRUE
           END-IF
           WRITE CNV-REPORT-LINE
           IF WS-AUD-ADJUSTED > 0 OR WS-AUD-UNPAIRED > 0
               SET CNV-WARNING TO TRUE
           END-IF.

       800-WRITE-CNV-TRAILER.
           MOVE SPACES TO CNV-REPORT-LINE
           WRITE CNV-REPORT-LINE
           IF CNV-FATAL
               MOVE "===== CONVERSION DID NOT COMPLETE - SEE SYSOUT"
                   TO CNV-REPORT-LINE
           ELSE
               MOVE "===== CONVERSION COMPLETE =====" TO
                   CNV-REPORT-LINE
           END-IF
           WRITE CNV-REPORT-LINE

           DISPLAY "===== FIZZHCNV SUMMARY ====="
           DISPLAY "STATHIST READ . . . . . . . . : " WS-STA-IN
           DISPLAY "STATHIST LOADED . . . . . . . : " WS-STA-LOADED
           DISPLAY "STATHIST REJECTED . . . . . . : " WS-STA-REJECTED
           DISPLAY "STATHIST ON FILE  . . . . . . : " WS-STA-ON-FILE
           DISPLAY "AUDITLOG READ . . . . . . . . : " WS-AUD-IN
           DISPLAY "AUDITLOG LOADED . . . . . . . : " WS-AUD-LOADED
           DISPLAY "AUDITLOG REJECTED . . . . . . : " WS-AUD-REJECTED
           DISPLAY "AUDITLOG ON FILE  . . . . . . : " WS-AUD-ON-FILE
           DISPLAY "AUDITLOG PAIRED . . . . . . . : " WS-AUD-PAIRED.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZHCNV" TO WS-STEP-PROGRAM
           MOVE "FIZZHCNV" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-READ = WS-AUD-IN + WS-STA-IN
           COMPUTE WS-STEP-WRITTEN = WS-AUD-LOADED + WS-STA-LOADED
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
