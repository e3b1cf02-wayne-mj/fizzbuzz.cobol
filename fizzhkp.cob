      *    FIZZHKP - AGE-OFF HOUSEKEEPING FOR THE AUDITLOG AND
      *    STATHIST CLUSTERS. BOTH GET A RECORD ON EVERY RUN AND ARE
      *    NEVER TRIMMED OTHERWISE - FIZZARCH ONLY MANAGES RESULTKS.
      *    GIVEN A CUTOFF DATE (HKPCARD.CPY) THIS JOB MOVES RECORDS
      *    OLDER THAN THE CUTOFF TO THE AUDARCH / STATARCH ARCHIVE
      *    DATASETS (POINT THEM AT THE YEARLY ARCHIVES IN THE JCL)
      *    AND DELETES THEM FROM THE CLUSTERS BY KEY. THE CLUSTERS
      *    ARE KEYED BY DATE FIRST, SO THE OLD RECORDS ARE THE FRONT
      *    OF EACH FILE AND LAND IN THE ARCHIVE IN KEY ORDER, IN
      *    THEIR EXACT LAYOUTS - TO REPORT ON AN ARCHIVE YEAR, REPRO
      *    IT INTO A SCRATCH CLUSTER DEFINED LIKE THE LIVE ONE AND
      *    POINT FIZZAUDR OR FIZZTRND AT THAT.
      *    EACH FILE IS PROCESSED IN THREE PASSES SO NO RECORD CAN
      *    SILENTLY VANISH: PASS 1 ONLY COUNTS; PASS 2 WRITES EACH
      *    OLD RECORD TO THE ARCHIVE AND ONLY THEN DELETES IT, AND
      *    PROVES THE ARCHIVED AND DELETED COUNTS AGAINST PASS 1;
      *    PASS 3 RECOUNTS WHAT IS LEFT. THE IN/ARCHIVED/DELETED/OUT
      *    COUNTS ARE REPORTED PER FILE, SO AN INTERRUPTED RUN (A
      *    RECORD ARCHIVED BUT NOT YET DELETED) IS DETECTED BY THE
      *    COUNTS INSTEAD OF GUESSED.
      *    THE AGE-OFF IS A HOUSEKEEPING PURGE AND NEEDS A PURGE
      *    GRANT ON AUTHFILE (AUTHREC.CPY). AN UNAUTHORIZED USER IS
      *    REFUSED (RC=16) BEFORE EITHER FILE IS TOUCHED AND THE
      *    REFUSAL IS LOGGED TO SECVIOL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZHKP.

               FILE STATUS IS WS-HKPC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               FILE STATUS IS WS-AUDA-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               ALTERNATE RECORD KEY IS STAT-USERID WITH DUPLICATES
               ALTERNATE RECORD KEY IS STAT-RULESET WITH DUPLICATES
               FILE STATUS IS WS-STAT-STATUS.

           SELECT STAT-ARCH-FILE ASSIGN TO "STATARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKPRPT-STATUS.

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
       FD  HKPCARD-FILE
           LABEL RECORDS STANDARD.
       01  HKP-REPORT-LINE     PIC X(132).

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
       01 WS-HKPC-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS   PIC XX VALUE SPACES.

       01 WS-CUTOFF-DATE    PIC 9(8) VALUE 0.

      *    PER-FILE BALANCING COUNTS - EVERY OLD RECORD COUNTED IN
      *    PASS 1 MUST BE ARCHIVED AND THEN DELETED, AND IN MUST
      *    EQUAL ARCHIVED PLUS THE OUT RECOUNTED AFTERWARDS, OR THE
      *    JOB ENDS FATAL
       01 WS-AUD-IN         PIC 9(5) VALUE 0.
       01 WS-AUD-OLD        PIC 9(5) VALUE 0.
       01 WS-AUD-ARCHIVED   PIC 9(5) VALUE 0.
       01 WS-AUD-DELETED    PIC 9(5) VALUE 0.
       01 WS-AUD-OUT        PIC 9(5) VALUE 0.
       01 WS-STA-IN         PIC 9(5) VALUE 0.
       01 WS-STA-OLD        PIC 9(5) VALUE 0.
       01 WS-STA-ARCHIVED   PIC 9(5) VALUE 0.
       01 WS-STA-DELETED    PIC 9(5) VALUE 0.
       01 WS-STA-OUT        PIC 9(5) VALUE 0.

           COPY JOBLSTEP.
           COPY AUTHSTEP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 010-START-STEP-LOG
           PERFORM 100-READ-CUTOFF-CARD
           IF NOT HKP-FATAL
               PERFORM 120-CHECK-PURGE-AUTHORITY
           END-IF
           IF NOT HKP-FATAL
               PERFORM 130-OPEN-REPORT
           END-IF
      *    0 = BOTH FILES TRIMMED AND BALANCED, 4 = A FILE WAS
      *    SKIPPED (NOT AVAILABLE), 16 = FATAL - INCLUDING ANY
      *    IMBALANCE, SO THE SCHEDULER NEVER TREATS A HALF-DONE
      *    AGE-OFF AS CLEAN, AND AN UNAUTHORIZED USER
           IF HKP-FATAL
               MOVE 16 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 990-WRITE-STEP-LOG
           STOP RUN.

       100-READ-CUTOFF-CARD.
               CLOSE HKPCARD-FILE
           END-IF.

       120-CHECK-PURGE-AUTHORITY.
      *    CHECKED ONCE THE CARD IS KNOWN GOOD, BEFORE ANY FILE IS
      *    OPENED - A REFUSED AGE-OFF ARCHIVES AND TRIMS NOTHING
           MOVE "PURGE" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-OBJECT
           PERFORM 940-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY WS-AUTH-MESSAGE
               DISPLAY "HOUSEKEEPING ABANDONED"
               SET HKP-FATAL TO TRUE
           END-IF.

       130-OPEN-REPORT.
           OPEN OUTPUT HKP-REPORT-FILE
           IF WS-HKPRPT-STATUS NOT = "00"
      *    A FILE THAT CANNOT BE OPENED IS SKIPPED WITH A WARNING -
      *    THE OTHER FILE'S AGE-OFF IS STILL WORTH DOING - BUT A
      *    FAILURE ONCE WORK HAS STARTED IS FATAL
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG NOT AVAILABLE (STATUS "
                   WS-AUDIT-STATUS ") - SKIPPED"
               SET HKP-WARNING TO TRUE
           ELSE
               PERFORM 205-POSITION-AUDITLOG
               PERFORM 210-COUNT-AUDIT-RECORD
                   UNTIL AUDIT-EOF OR HKP-FATAL
               IF NOT HKP-FATAL AND WS-AUD-OLD > 0
                   PERFORM 220-ARCHIVE-AUDIT-RECORDS
               END-IF
               IF WS-AUD-IN > 0
                   PERFORM 205-POSITION-AUDITLOG
                   PERFORM 230-RECOUNT-AUDIT-RECORD
                       UNTIL AUDIT-EOF
               END-IF
               CLOSE AUDIT-FILE
               PERFORM 250-REPORT-AUDIT-COUNTS
           END-IF.

       205-POSITION-AUDITLOG.
           SET AUDIT-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO AUDIT-KEY
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET AUDIT-EOF TO TRUE
           END-START.

       210-COUNT-AUDIT-RECORD.
      *    PASS 1 - COUNT ONLY; NOTHING IS ARCHIVED OR DELETED UNTIL
      *    THE WHOLE FILE HAS BEEN READ CLEANLY
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-IN
                   IF AUDIT-DATE < WS-CUTOFF-DATE
                       ADD 1 TO WS-AUD-OLD
                   END-IF
           END-READ
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "10"
           END-IF.

       220-ARCHIVE-AUDIT-RECORDS.
      *    PASS 2 - THE OLD RECORDS ARE THE LOWEST KEYS, SO THE PASS
      *    STARTS AT THE TOP AND STOPS AT THE FIRST RECORD DATED ON
      *    OR AFTER THE CUTOFF. EACH RECORD IS WRITTEN TO THE ARCHIVE
      *    BEFORE IT IS DELETED, SO AN INTERRUPTION CAN LEAVE A
      *    RECORD IN BOTH PLACES (THE COUNTS SHOW IT) BUT NEVER IN
      *    NEITHER
           OPEN EXTEND AUDIT-ARCH-FILE
           IF WS-AUDA-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-ARCH-FILE
                   WS-AUDA-STATUS ") - AUDITLOG LEFT UNTOUCHED"
               SET HKP-FATAL TO TRUE
           ELSE
               PERFORM 205-POSITION-AUDITLOG
               PERFORM 225-ARCHIVE-ONE-AUDIT
                   UNTIL AUDIT-EOF
               CLOSE AUDIT-ARCH-FILE
               IF NOT HKP-FATAL
                   AND (WS-AUD-ARCHIVED NOT = WS-AUD-OLD
                       OR WS-AUD-DELETED NOT = WS-AUD-OLD)
                   DISPLAY "AUDITLOG ARCHIVE OUT OF BALANCE - "
                       WS-AUD-OLD " OLD RECORDS COUNTED, "
                       WS-AUD-ARCHIVED " ARCHIVED, "
                       WS-AUD-DELETED " DELETED"
                   SET HKP-FATAL TO TRUE
               END-IF
           END-IF.

       225-ARCHIVE-ONE-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   IF AUDIT-DATE NOT < WS-CUTOFF-DATE
                       SET AUDIT-EOF TO TRUE
                   ELSE
                       PERFORM 227-MOVE-AUDIT-TO-ARCHIVE
                   END-IF
           END-READ
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "10"
               DISPLAY "AUDITLOG READ FAILED (STATUS "
                   WS-AUDIT-STATUS ") - AGE-OFF STOPPED"
               SET HKP-FATAL TO TRUE
               SET AUDIT-EOF TO TRUE
           END-IF.

       227-MOVE-AUDIT-TO-ARCHIVE.
           MOVE AUDIT-RECORD TO AUDA-RECORD
           WRITE AUDA-RECORD
           IF WS-AUDA-STATUS NOT = "00"
               DISPLAY "AUDARCH WRITE FAILED (STATUS "
                   WS-AUDA-STATUS ") - AGE-OFF STOPPED; THE RECORDS "
                   "NOT YET ARCHIVED REMAIN ON AUDITLOG"
               SET HKP-FATAL TO TRUE
               SET AUDIT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-AUD-ARCHIVED
               DELETE AUDIT-FILE RECORD
                   INVALID KEY
                       DISPLAY "AUDITLOG DELETE FAILED (STATUS "
                           WS-AUDIT-STATUS ") - AGE-OFF STOPPED; "
                           "THE LAST RECORD ARCHIVED IS STILL ON "
                           "AUDITLOG"
                       SET HKP-FATAL TO TRUE
                       SET AUDIT-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-AUD-DELETED
               END-DELETE
           END-IF.

       230-RECOUNT-AUDIT-RECORD.
      *    PASS 3 - COUNT WHAT IS LEFT ON THE CLUSTER, INDEPENDENTLY
      *    OF THE DELETES, SO THE BALANCE IS PROVED AND NOT ASSUMED
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-OUT
           END-READ
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "10"
               DISPLAY "AUDITLOG READ FAILED (STATUS "
                   WS-AUDIT-STATUS ") - REMAINING RECORDS NOT RECOUNTED"
               SET HKP-FATAL TO TRUE
               SET AUDIT-EOF TO TRUE
           END-IF.

       250-REPORT-AUDIT-COUNTS.
               " IN, " DELIMITED BY SIZE
               WS-AUD-ARCHIVED DELIMITED BY SIZE
               " ARCHIVED, " DELIMITED BY SIZE
               WS-AUD-DELETED DELIMITED BY SIZE
               " DELETED, " DELIMITED BY SIZE
               WS-AUD-OUT DELIMITED BY SIZE
               " OUT" DELIMITED BY SIZE
               INTO HKP-REPORT-LINE
           WRITE HKP-REPORT-LINE
           IF WS-AUD-IN = WS-AUD-ARCHIVED + WS-AUD-OUT
               AND WS-AUD-DELETED = WS-AUD-ARCHIVED
               AND NOT HKP-FATAL
               MOVE
                   "  IN = ARCHIVED + OUT = DELETED + OUT - IN BALANCE"
                   TO HKP-REPORT-LINE
           ELSE
               MOVE "  *** OUT OF BALANCE - SEE SYSOUT ***"
           WRITE HKP-REPORT-LINE.

       300-HOUSEKEEP-STATHIST.
      *    A FILE THAT CANNOT BE OPENED IS SKIPPED WITH A WARNING -
      *    THE OTHER FILE'S AGE-OFF IS STILL WORTH DOING - BUT A
      *    FAILURE ONCE WORK HAS STARTED IS FATAL
           OPEN I-O STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "STATHIST NOT AVAILABLE (STATUS "
                   WS-STAT-STATUS ") - SKIPPED"
               SET HKP-WARNING TO TRUE
           ELSE
               PERFORM 305-POSITION-STATHIST
               PERFORM 310-COUNT-STAT-RECORD
                   UNTIL STAT-EOF OR HKP-FATAL
               IF NOT HKP-FATAL AND WS-STA-OLD > 0
                   PERFORM 320-ARCHIVE-STAT-RECORDS
               END-IF
               IF WS-STA-IN > 0
                   PERFORM 305-POSITION-STATHIST
                   PERFORM 330-RECOUNT-STAT-RECORD
                       UNTIL STAT-EOF
               END-IF
               CLOSE STAT-FILE
               PERFORM 350-REPORT-STAT-COUNTS
           END-IF.

       305-POSITION-STATHIST.
           SET STAT-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO STAT-KEY
           START STAT-FILE KEY IS NOT LESS THAN STAT-KEY
               INVALID KEY
                   SET STAT-EOF TO TRUE
           END-START.

       310-COUNT-STAT-RECORD.
      *    PASS 1 - COUNT ONLY; NOTHING IS ARCHIVED OR DELETED UNTIL
      *    THE WHOLE FILE HAS BEEN READ CLEANLY
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STA-IN
                   IF STAT-DATE < WS-CUTOFF-DATE
                       ADD 1 TO WS-STA-OLD
                   END-IF
           END-READ
           IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "10"
           END-IF.

       320-ARCHIVE-STAT-RECORDS.
      *    PASS 2 - THE OLD RECORDS ARE THE LOWEST KEYS, SO THE PASS
      *    STARTS AT THE TOP AND STOPS AT THE FIRST RECORD DATED ON
      *    OR AFTER THE CUTOFF. EACH RECORD IS WRITTEN TO THE ARCHIVE
      *    BEFORE IT IS DELETED, SO AN INTERRUPTION CAN LEAVE A
      *    RECORD IN BOTH PLACES (THE COUNTS SHOW IT) BUT NEVER IN
      *    NEITHER
           OPEN EXTEND STAT-ARCH-FILE
           IF WS-STATA-STATUS NOT = "00"
               OPEN OUTPUT STAT-ARCH-FILE
                   WS-STATA-STATUS ") - STATHIST LEFT UNTOUCHED"
               SET HKP-FATAL TO TRUE
           ELSE
               PERFORM 305-POSITION-STATHIST
               PERFORM 325-ARCHIVE-ONE-STAT
                   UNTIL STAT-EOF
               CLOSE STAT-ARCH-FILE
               IF NOT HKP-FATAL
                   AND (WS-STA-ARCHIVED NOT = WS-STA-OLD
                       OR WS-STA-DELETED NOT = WS-STA-OLD)
                   DISPLAY "STATHIST ARCHIVE OUT OF BALANCE - "
                       WS-STA-OLD " OLD RECORDS COUNTED, "
                       WS-STA-ARCHIVED " ARCHIVED, "
                       WS-STA-DELETED " DELETED"
                   SET HKP-FATAL TO TRUE
               END-IF
           END-IF.

       325-ARCHIVE-ONE-STAT.
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   IF STAT-DATE NOT < WS-CUTOFF-DATE
                       SET STAT-EOF TO TRUE
                   ELSE
                       PERFORM 327-MOVE-STAT-TO-ARCHIVE
                   END-IF
           END-READ
           IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "10"
               DISPLAY "STATHIST READ FAILED (STATUS "
                   WS-STAT-STATUS ") - AGE-OFF STOPPED"
               SET HKP-FATAL TO TRUE
               SET STAT-EOF TO TRUE
           END-IF.

       327-MOVE-STAT-TO-ARCHIVE.
           MOVE STAT-RECORD TO STATA-RECORD
           WRITE STATA-RECORD
           IF WS-STATA-STATUS NOT = "00"
               DISPLAY "STATARCH WRITE FAILED (STATUS "
                   WS-STATA-STATUS ") - AGE-OFF STOPPED; THE RECORDS "
                   "NOT YET ARCHIVED REMAIN ON STATHIST"
               SET HKP-FATAL TO TRUE
               SET STAT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-STA-ARCHIVED
               DELETE STAT-FILE RECORD
                   INVALID KEY
                       DISPLAY "STATHIST DELETE FAILED (STATUS "
                           WS-STAT-STATUS ") - AGE-OFF STOPPED; "
                           "THE LAST RECORD ARCHIVED IS STILL ON "
                           "STATHIST"
                       SET HKP-FATAL TO TRUE
                       SET STAT-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-STA-DELETED
               END-DELETE
           END-IF.

       330-RECOUNT-STAT-RECORD.
      *    PASS 3 - COUNT WHAT IS LEFT ON THE CLUSTER, INDEPENDENTLY
      *    OF THE DELETES, SO THE BALANCE IS PROVED AND NOT ASSUMED
           READ STAT-FILE NEXT RECORD
               AT END
                   SET STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STA-OUT
           END-READ
           IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "10"
               DISPLAY "STATHIST READ FAILED (STATUS "
                   WS-STAT-STATUS ") - REMAINING RECORDS NOT RECOUNTED"
               SET HKP-FATAL TO TRUE
               SET STAT-EOF TO TRUE
           END-IF.

       350-REPORT-STAT-COUNTS.
               " IN, " DELIMITED BY SIZE
               WS-STA-ARCHIVED DELIMITED BY SIZE
               " ARCHIVED, " DELIMITED BY SIZE
               WS-STA-DELETED DELIMITED BY SIZE
               " DELETED, " DELIMITED BY SIZE
               WS-STA-OUT DELIMITED BY SIZE
               " OUT" DELIMITED BY SIZE
               INTO HKP-REPORT-LINE
           WRITE HKP-REPORT-LINE
           IF WS-STA-IN = WS-STA-ARCHIVED + WS-STA-OUT
               AND WS-STA-DELETED = WS-STA-ARCHIVED
               AND NOT HKP-FATAL
               MOVE
                   "  IN = ARCHIVED + OUT = DELETED + OUT - IN BALANCE"
                   TO HKP-REPORT-LINE
           ELSE
               MOVE "  *** OUT OF BALANCE - SEE SYSOUT ***"
           DISPLAY "===== FIZZHKP SUMMARY ====="
           DISPLAY "AUDITLOG IN . . . . . . . . . : " WS-AUD-IN
           DISPLAY "AUDITLOG ARCHIVED . . . . . . : " WS-AUD-ARCHIVED
           DISPLAY "AUDITLOG DELETED  . . . . . . : " WS-AUD-DELETED
           DISPLAY "AUDITLOG OUT  . . . . . . . . : " WS-AUD-OUT
           DISPLAY "STATHIST IN . . . . . . . . . : " WS-STA-IN
           DISPLAY "STATHIST ARCHIVED . . . . . . : " WS-STA-ARCHIVED
           DISPLAY "STATHIST DELETED  . . . . . . : " WS-STA-DELETED
           DISPLAY "STATHIST OUT  . . . . . . . . : " WS-STA-OUT.

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
           MOVE "FIZZHKP" TO WS-STEP-PROGRAM
           MOVE "FIZZHKP" TO WS-STEP-JOBNAME
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
           COMPUTE WS-STEP-WRITTEN = WS-AUD-ARCHIVED + WS-STA-ARCHIVED
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
