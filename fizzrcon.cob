      *    WITH NO STAT RECORD, A LEFTOVER RUNSTAT ENTRY NO AUDIT
      *    ACCOUNTS FOR - AND NOTHING ELSE CHECKS THEM AGAINST EACH
      *    OTHER.
      *    AUDITLOG AND STATHIST ARE PAIRED BY KEY - THE RUN DATE,
      *    TIME STAMP, JOBNAME AND RUN NUMBER BOTH RECORDS OF A RUN
      *    ARE WRITTEN UNDER - READING EACH CLUSTER IN KEY ORDER AND
      *    THE OTHER BY KEYED READ, SO NEITHER FILE HAS TO FIT IN
      *    MEMORY; EACH PAIR'S USERIDS AND RANGES MUST AGREE AND
      *    STAT-TOTAL-COUNT MUST EQUAL AUDIT-MYLIMIT -
      *    AUDIT-START-VALUE + 1. RUNSTAT RECORDS (LEFTOVERS FROM AN
      *    ABENDED DECK) MUST EACH MATCH AN AUDIT RECORD ON RUN
      *    NUMBER + DATE + RANGE. ARCHIVE RUN GROUPS MUST EACH MATCH
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRPT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
       01  RCON-REPORT-LINE    PIC X(200).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
           88 ARCHIVE-AVAILABLE       VALUE "Y".
           88 ARCHIVE-NOT-AVAILABLE   VALUE "N".

       01 WS-FOUND-IND      PIC X VALUE "N".
           88 ENTRY-FOUND             VALUE "Y".
           88 ENTRY-NOT-FOUND         VALUE "N".
       01 WS-EXPECTED-TOTAL PIC 9(5) VALUE 0.

      *    ONE DATE'S KEYS ARE SCANNED FOR A RUNSTAT OR ARCHIVE
      *    MATCH - THE SCAN ENDS AT THE FIRST KEY PAST THAT DATE
       01 WS-SCAN-IND       PIC X VALUE "N".
           88 SCAN-DONE               VALUE "Y".
           88 SCAN-NOT-DONE           VALUE "N".
       01 WS-SCAN-TOTAL     PIC 9(5) VALUE 0.

      *    THE ARCHIVE RUN GROUP CURRENTLY BEING READ
       01 WS-GROUP-OPEN-IND PIC X VALUE "N".
           88 GROUP-OPEN              VALUE "Y".
       01 WS-ARCH-TRUNCATED PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS PIC 9(6) VALUE 0.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 130-OPEN-RECON-FILES
           IF NOT RECON-FATAL
               PERFORM 170-WRITE-REPORT-HEADER
               PERFORM 300-PAIR-AUDIT-AND-STAT
                   UNTIL AUDIT-EOF
               PERFORM 340-POSITION-STAT-HISTORY
               PERFORM 350-SWEEP-ORPHAN-STAT
                   UNTIL STAT-EOF
               PERFORM 400-CHECK-RUNSTAT
                   UNTIL RUNS-EOF
               IF ARCHIVE-AVAILABLE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       130-OPEN-RECON-FILES.
               TO RCON-REPORT-LINE
           WRITE RCON-REPORT-LINE.

       300-PAIR-AUDIT-AND-STAT.
      *    EVERY AUDIT RECORD SHOULD HAVE EXACTLY ONE STAT TWIN UNDER
      *    THE SAME KEY - FIZZBUZZ WRITES BOTH FROM THE SAME
      *    150-RUN-ONE-LIMIT PASS WITH ONE STAMP. AUDITLOG IS READ
      *    IN KEY ORDER AND EACH TWIN FETCHED BY A KEYED READ.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-READ
                   MOVE AUDIT-KEY TO STAT-KEY
                   READ STAT-FILE
                       INVALID KEY
                           PERFORM 310-REPORT-ORPHAN-AUDIT
                       NOT INVALID KEY
                           PERFORM 320-CHECK-PAIR-CONSISTENCY
                   END-READ
           END-READ.

       310-REPORT-ORPHAN-AUDIT.
           ADD 1 TO WS-ORPHAN-AUDIT
           MOVE SPACES TO RCON-REPORT-LINE
           STRING "ORPHAN AUDIT   " DELIMITED BY SIZE
               AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-USERID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-JOBNAME DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               AUDIT-RUN-NUMBER DELIMITED BY SIZE
               ": NO MATCHING STAT RECORD" DELIMITED BY SIZE
               INTO RCON-REPORT-LINE
           WRITE RCON-REPORT-LINE.

       320-CHECK-PAIR-CONSISTENCY.
      *    THE PAIR EXISTS - NOW ITS NUMBERS MUST AGREE: SAME USER,
      *    SAME RANGE, AND THE STAT TOTAL MUST COVER EXACTLY THAT
      *    RANGE
           COMPUTE WS-EXPECTED-TOTAL =
               AUDIT-MYLIMIT - AUDIT-START-VALUE + 1
           IF STAT-USERID = AUDIT-USERID
               AND STAT-START-VALUE = AUDIT-START-VALUE
               AND STAT-MYLIMIT = AUDIT-MYLIMIT
               AND STAT-TOTAL-COUNT = WS-EXPECTED-TOTAL
               ADD 1 TO WS-PAIRS-MATCHED
           ELSE
               ADD 1 TO WS-PAIRS-MISMATCHED
               MOVE SPACES TO RCON-REPORT-LINE
               STRING "MISMATCH       " DELIMITED BY SIZE
                   STAT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STAT-USERID DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   STAT-RUN-NUMBER DELIMITED BY SIZE
                   ": AUDIT RANGE " DELIMITED BY SIZE
                   AUDIT-START-VALUE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AUDIT-MYLIMIT DELIMITED BY SIZE
                   " STAT RANGE " DELIMITED BY SIZE
                   STAT-START-VALUE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   STAT-MYLIMIT DELIMITED BY SIZE
                   " STAT TOTAL " DELIMITED BY SIZE
                   STAT-TOTAL-COUNT DELIMITED BY SIZE
                   " EXPECTED " DELIMITED BY SIZE
                   WS-EXPECTED-TOTAL DELIMITED BY SIZE
                   " AUDIT USERID " DELIMITED BY SIZE
                   AUDIT-USERID DELIMITED BY SIZE
                   INTO RCON-REPORT-LINE
               WRITE RCON-REPORT-LINE
           END-IF.

       340-POSITION-STAT-HISTORY.
      *    THE KEYED READS OF THE PAIRING PASS LEFT STATHIST
      *    POSITIONED ANYWHERE - START THE SWEEP AT THE FIRST KEY
           MOVE LOW-VALUES TO STAT-KEY
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET STAT-EOF TO TRUE
           END-START.

       350-SWEEP-ORPHAN-STAT.
      *    THE PAIRS WERE COUNTED FROM THE AUDIT SIDE - THIS PASS
      *    ONLY LOOKS FOR STAT RECORDS NO AUDIT RECORD ACCOUNTS FOR
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STA-READ
                   MOVE STAT-KEY TO AUDIT-KEY
                   READ AUDIT-FILE
                       INVALID KEY
                           PERFORM 360-REPORT-ORPHAN-STAT
                   END-READ
           END-READ.

       360-REPORT-ORPHAN-STAT.
           ADD 1 TO WS-ORPHAN-STAT
           MOVE SPACES TO RCON-REPORT-LINE
           STRING "ORPHAN STAT    " DELIMITED BY SIZE
               STAT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STAT-USERID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STAT-JOBNAME DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               STAT-RUN-NUMBER DELIMITED BY SIZE
               ": NO MATCHING AUDIT RECORD" DELIMITED BY SIZE
               INTO RCON-REPORT-LINE
           WRITE RCON-REPORT-LINE.

       400-CHECK-RUNSTAT.
      *    A RUNSTAT RECORD SAYS "THIS RUN COMPLETED" - AN AUDIT
      *    RECORD WITH THE SAME RUN NUMBER, DATE AND RANGE MUST
      *    EXIST, OR THE COMPLETION CLAIM HAS NO FOOTPRINT BEHIND
      *    IT (EXACTLY THE STATE A MESSY RESTART LEAVES). ONLY THE
      *    AUDIT RECORDS KEYED UNDER THE RUN'S DATE ARE READ.
           READ RUNSTAT-FILE
               AT END
                   SET RUNS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNS-READ
                   SET ENTRY-NOT-FOUND TO TRUE
                   SET SCAN-NOT-DONE TO TRUE
                   MOVE RUNS-DATE TO AUDIT-DATE
                   MOVE 0 TO AUDIT-TIME
                   MOVE LOW-VALUES TO AUDIT-JOBNAME
                   MOVE 0 TO AUDIT-RUN-NUMBER
                   START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
                       INVALID KEY
                           SET SCAN-DONE TO TRUE
                   END-START
                   PERFORM 410-SCAN-AUDIT-DATE
                       UNTIL SCAN-DONE OR ENTRY-FOUND
                   IF ENTRY-NOT-FOUND
                       ADD 1 TO WS-ORPHAN-RUNSTAT
                       MOVE SPACES TO RCON-REPORT-LINE
                   END-IF
           END-READ.

       410-SCAN-AUDIT-DATE.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF AUDIT-DATE NOT = RUNS-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF AUDIT-RUN-NUMBER = RUNS-RUN-NUMBER
                           AND AUDIT-START-VALUE = RUNS-START-VALUE
                           AND AUDIT-MYLIMIT = RUNS-MYLIMIT
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       500-CHECK-ARCHIVE.
      *    EACH ARCHIVED RUN GROUP MUST MATCH A STAT RECORD ON RUN
      *    NUMBER + RUN DATE, AND THE TRAILER'S RECORD COUNT MUST
           END-READ.

       510-MATCH-ARCHIVE-GROUP.
      *    ONLY THE STAT RECORDS KEYED UNDER THE GROUP'S RUN DATE ARE
      *    READ; THE FIRST ONE FOR THE RUN NUMBER IS THE MATCH
           SET ENTRY-NOT-FOUND TO TRUE
           SET SCAN-NOT-DONE TO TRUE
           MOVE WS-CURRENT-DATE TO STAT-DATE
           MOVE 0 TO STAT-TIME
           MOVE LOW-VALUES TO STAT-JOBNAME
           MOVE 0 TO STAT-RUN-NUMBER
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM 515-SCAN-STAT-DATE
               UNTIL SCAN-DONE OR ENTRY-FOUND
           IF ENTRY-FOUND
               IF ARCH-TRL-RECORD-COUNT NOT = WS-SCAN-TOTAL
                   ADD 1 TO WS-ARCH-MISMATCHED
                   MOVE SPACES TO RCON-REPORT-LINE
                   STRING "MISMATCH ARCH  " DELIMITED BY SIZE
                       WS-CURRENT-DATE DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       WS-CURRENT-RUN DELIMITED BY SIZE
                       ": ARCHIVED " DELIMITED BY SIZE
                       ARCH-TRL-RECORD-COUNT DELIMITED BY SIZE
                       " RECORDS, STAT TOTAL "
                       DELIMITED BY SIZE
                       WS-SCAN-TOTAL DELIMITED BY SIZE
                       INTO RCON-REPORT-LINE
                   WRITE RCON-REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-ORPHAN-ARCHIVE
               MOVE SPACES TO RCON-REPORT-LINE
               STRING "ORPHAN ARCHIVE " DELIMITED BY SIZE
               WRITE RCON-REPORT-LINE
           END-IF.

       515-SCAN-STAT-DATE.
           READ STAT-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF STAT-DATE NOT = WS-CURRENT-DATE
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF STAT-RUN-NUMBER = WS-CURRENT-RUN
                           SET ENTRY-FOUND TO TRUE
                           MOVE STAT-TOTAL-COUNT TO WS-SCAN-TOTAL
                       END-IF
                   END-IF
           END-READ.

       520-CLOSE-OPEN-GROUP.
      *    THE GROUP IN HAND NEVER GOT ITS TRAILER - THERE IS NO
      *    COUNT TO MATCH AGAINST STATHIST, AND THE EXTRACT ITSELF
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE RECON-REPORT-FILE.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZRCON" TO WS-STEP-PROGRAM
           MOVE "FIZZRCON" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-READ = WS-AUD-READ + WS-STA-READ
               + WS-RUNS-READ + WS-ARCH-GROUPS
           MOVE WS-TOTAL-EXCEPTIONS TO WS-STEP-WRITTEN
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
