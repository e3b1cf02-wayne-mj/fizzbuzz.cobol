      *    ONE ROW PER RUN IN THE XTRCSEL DATE WINDOW: DATE, USERID,
      *    JOBNAME, RUN NUMBER, RULE SET, START/END RANGE,
      *    TOTAL/PLAIN/MULTI COUNTS, OPTIONALLY THE AUDIT STATUS
      *    (READ FROM AUDITLOG BY THE STAT RECORD'S OWN KEY), AND
      *    THE PER-LABEL MATCHED-ALONE COUNTS UNPACKED FROM
      *    STAT-RULE-ENTRY INTO LABEL/ALONE COLUMN PAIRS - ALWAYS
      *    ALL 20 PAIRS, EMPTY WHERE A RUN CARRIED FEWER RULES, SO
      *    EVERY ROW HAS THE SAME COLUMNS UNDER THE HEADER ROW.
      *    STATHIST IS KEYED BY RUN DATE, SO ONLY THE WINDOW IS
      *    READ - FROM THE FROM DATE UNTIL THE FIRST KEY PAST THE TO
      *    DATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZXTRC.

               FILE STATUS IS WS-XTSEL-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "XTRCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XOUT-STATUS.

           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XTRCSEL-FILE
           LABEL RECORDS STANDARD.
       01  XTRC-RECORD         PIC X(400).

       FD  JOBLOG-FILE
           LABEL RECORDS STANDARD.
           COPY JOBLREC.

       WORKING-STORAGE SECTION.
       01 WS-XTSEL-STATUS   PIC XX VALUE SPACES.
       01 WS-STAT-STATUS    PIC XX VALUE SPACES.
       01 WS-STAT-EOF       PIC X VALUE "N".
           88 STAT-EOF                VALUE "Y".
           88 STAT-NOT-EOF            VALUE "N".
       01 WS-FATAL-IND      PIC X VALUE "N".
           88 EXTRACT-FATAL           VALUE "Y".
           88 EXTRACT-NOT-FATAL       VALUE "N".
           88 AUDIT-COLUMN-WANTED     VALUE "Y".
           88 AUDIT-COLUMN-NOT-WANTED VALUE "N".

      *    THE OPTIONAL STATUS COLUMN FOR THE CURRENT ROW
       01 WS-RUN-STATUS     PIC X(8) VALUE SPACES.

      *    CSV ASSEMBLY - THE ROW IS BUILT FIELD BY FIELD WITH A
       01 WS-ROWS-WRITTEN   PIC 9(5) VALUE 0.
       01 WS-STATUS-UNKNOWN PIC 9(5) VALUE 0.

           COPY JOBLSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-SELECT-CARD
           IF NOT EXTRACT-FATAL
               PERFORM 130-OPEN-EXTRACT-FILES
           END-IF
           IF NOT EXTRACT-FATAL
               PERFORM 170-WRITE-HEADER-ROW
               PERFORM 200-PROCESS-STAT-RECORDS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-SELECT-CARD.
                   CLOSE STAT-FILE
                   CLOSE EXTRACT-FILE
               END-IF
           END-IF

           IF NOT EXTRACT-FATAL
               PERFORM 140-POSITION-STAT-HISTORY
           END-IF.

       140-POSITION-STAT-HISTORY.
      *    NOTHING ON FILE AT OR PAST THE FROM DATE (INVALID KEY)
      *    LEAVES AN EXTRACT OF THE HEADER ROW ONLY
           MOVE WS-SEL-FROM-DATE TO STAT-DATE
           MOVE 0 TO STAT-TIME
           MOVE LOW-VALUES TO STAT-JOBNAME
           MOVE 0 TO STAT-RUN-NUMBER
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET STAT-EOF TO TRUE
           END-START.

       170-WRITE-HEADER-ROW.
      *    ONE HEADER ROW NAMES EVERY COLUMN, INCLUDING ALL 20
           WRITE XTRC-RECORD.

       200-PROCESS-STAT-RECORDS.
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   IF STAT-DATE > WS-SEL-TO-DATE
                       SET STAT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RUNS-READ
                       PERFORM 210-WRITE-ONE-ROW
                   END-IF
           END-READ.
       220-FIND-AUDIT-STATUS.
      *    A RUN WITH NO AUDIT TWIN GETS "UNKNOWN" RATHER THAN A
      *    BLANK THE SPREADSHEET WOULD READ AS NORMAL - AND THE
      *    FIZZRCON RECONCILIATION JOB IS THE TOOL TO FIND OUT WHY.
      *    THE TWIN IS WRITTEN UNDER THE SAME KEY AS THE STAT RECORD
           MOVE STAT-KEY TO AUDIT-KEY
           READ AUDIT-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO WS-RUN-STATUS
                   ADD 1 TO WS-STATUS-UNKNOWN
                   SET EXTRACT-WARNING TO TRUE
               NOT INVALID KEY
                   MOVE AUDIT-STATUS TO WS-RUN-STATUS
           END-READ.

       900-TERMINATE.
           CLOSE STAT-FILE
           IF AUDIT-COLUMN-WANTED
               CLOSE AUDIT-FILE
           END-IF.

       010-START-STEP-LOG.
      *    IDENTIFY THE STEP AND STAMP ITS START FOR THE JOBLOG
      *    RECORD 990-WRITE-STEP-LOG APPENDS AS IT ENDS
           MOVE "FIZZXTRC" TO WS-STEP-PROGRAM
           MOVE "FIZZXTRC" TO WS-STEP-JOBNAME
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
           MOVE WS-ROWS-WRITTEN TO WS-STEP-WRITTEN
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
